       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVTXCRT.
       AUTHOR. Yunus Emre Akdik.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXH-FILE ASSIGN TO TXHFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY TXH-KEY
                           STATUS ST-TXHFILE.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CUS-ID
                           STATUS ST-CUSFILE.
           SELECT CRT-FILE ASSIGN TO CRTFILE
                           STATUS ST-CRTFILE.
           SELECT RMT-FILE ASSIGN TO RMTFILE
                           STATUS ST-RMTFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD TXH-FILE.
       01 TXH-REC.
           03 TXH-KEY.
              05 TXH-ID            PIC S9(5) COMP-3.
              05 TXH-YEAR          PIC 9(04).
              05 TXH-DVZ           PIC S9(3) COMP.
           03 TXH-GROSS          PIC S9(15) COMP-3.
           03 TXH-TAX            PIC S9(15) COMP-3.
           03 TXH-NET            PIC S9(15) COMP-3.
           03 TXH-EXEMPT         PIC X(01).
              88 TXH-WAS-EXEMPT       VALUE "Y".
           03 TXH-LAST-DATE      PIC 9(08).
           03 TXH-LAST-GROSS     PIC S9(15) COMP-3.
           03 TXH-LAST-TAX       PIC S9(15) COMP-3.
       FD CUS-FILE.
       01 CUS-REC.
           03 CUS-ID         PIC S9(5) COMP-3.
           03 CUS-DATA.
              05 CUS-FULL-NAME     PIC X(60).
              05 CUS-ADDR-LINE-1   PIC X(40).
              05 CUS-ADDR-LINE-2   PIC X(40).
              05 CUS-CITY          PIC X(30).
              05 CUS-POSTCODE      PIC X(10).
              05 CUS-COUNTRY       PIC X(03).
              05 CUS-TAX-ID        PIC X(15).
              05 CUS-BIRTH-DATE    PIC 9(08).
              05 CUS-DELIVERY      PIC X(01).
              05 CUS-EMAIL         PIC X(50).
              05 CUS-MAINT-DATE    PIC 9(08).
              05 CUS-TAX-EXEMPT    PIC X(01).
       FD CRT-FILE RECORDING MODE F.
       01 CRT-REC            PIC X(132).
       FD RMT-FILE RECORDING MODE F.
       01 RMT-REC            PIC X(132).
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-TAX-YEAR        PIC 9(04).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-TXHFILE         PIC 9(2).
               88 TXH-EOF              VALUE 10.
               88 TXH-OK               VALUE 0 97.
               88 TXH-NF               VALUE 23 35.
           03 ST-CUSFILE         PIC 9(2).
               88 CUS-OK               VALUE 0 97.
               88 CUS-NF               VALUE 23 35.
           03 ST-CRTFILE         PIC 9(2).
               88 CRT-OK               VALUE 0 97.
               88 CRT-NF               VALUE 23 35.
           03 ST-RMTFILE         PIC 9(2).
               88 RMT-OK               VALUE 0 97.
               88 RMT-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       01 WS-RMT-TABLE.
           03 WS-RMT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-RMT-ENTRY OCCURS 100 TIMES INDEXED BY WS-RMT-IDX.
              05 WS-RMT-DVZ        PIC 9(03).
              05 WS-RMT-HOLDERS    PIC 9(7)   COMP-3.
              05 WS-RMT-EXEMPT     PIC 9(7)   COMP-3.
              05 WS-RMT-GROSS      PIC S9(17) COMP-3.
              05 WS-RMT-TAX        PIC S9(17) COMP-3.
              05 WS-RMT-NET        PIC S9(17) COMP-3.
       77 WS-RMT-SW           PIC X(01).
           88 RMT-ENTRY-FOUND         VALUE "Y".
           88 RMT-ENTRY-NOT-FOUND     VALUE "N".
       77 WS-TXH-SCAN-SW      PIC X(01).
           88 TXH-SCAN-DONE           VALUE "Y".
           88 TXH-SCAN-ACTIVE         VALUE "N".
       77 WS-TARGET-DVZ       PIC 9(03).
       77 WS-TAX-YEAR         PIC 9(4) VALUE ZERO.
       77 WS-CRT-ID           PIC S9(5) COMP-3.
       77 CT-TXH-READ         PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-TXH-SELECTED     PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-CERTIFICATES     PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-NO-MASTER        PIC 9(7) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVTXCRT".
           03 RC-LOCK-MODE       PIC X(01) VALUE "C".
           03 RC-FILES           PIC X(40) VALUE
              "TXHFILE CUSFILE CRTFILE RMTFILE".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
           03 RC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       77 WS-LINE-COUNT       PIC 9(3) COMP-3 VALUE 99.
       77 WS-PAGE-COUNT       PIC 9(5) COMP-3 VALUE ZERO.
       77 WS-LINES-PER-PAGE   PIC 9(3) COMP-3 VALUE 55.
       77 WS-PRINT-LINE       PIC X(132).
       01 WS-CURRENT-DATE.
           03 WS-RUN-YYYY        PIC 9(4).
           03 WS-RUN-MM          PIC 9(2).
           03 WS-RUN-DD          PIC 9(2).
           03 FILLER             PIC X(13).
       01 WS-CRT-HEAD1.
           03 FILLER             PIC X(10) VALUE "PBVTXCRT".
           03 FILLER             PIC X(20) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "INTEREST WITHHOLDING TAX CERTIFICATE".
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE "TAX YEAR: ".
           03 WS-CH1-YEAR        PIC 9(4).
           03 FILLER             PIC X(13) VALUE "   ISSUED ON ".
           03 WS-CH1-YYYY        PIC 9(4).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-CH1-MM          PIC 9(2).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-CH1-DD          PIC 9(2).
       01 WS-CRT-CUST.
           03 FILLER             PIC X(13) VALUE "CUSTOMER ID: ".
           03 WS-CC-ID           PIC 9(05).
           03 FILLER             PIC X(12) VALUE "    TAX ID: ".
           03 WS-CC-TAX-ID       PIC X(15).
       01 WS-CRT-NAME.
           03 FILLER             PIC X(13) VALUE SPACES.
           03 WS-CN-TEXT         PIC X(60).
       01 WS-CRT-CITY.
           03 FILLER             PIC X(13) VALUE SPACES.
           03 WS-CT-POSTCODE     PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-CT-CITY         PIC X(30).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-CT-COUNTRY      PIC X(03).
       01 WS-CRT-NO-MASTER.
           03 FILLER             PIC X(13) VALUE SPACES.
           03 FILLER             PIC X(40) VALUE
              "*** NO CUSTOMER MASTER RECORD ***".
       01 WS-CRT-COLS.
           03 FILLER             PIC X(10) VALUE "CURRENCY".
           03 FILLER             PIC X(20) VALUE
              "      GROSS INTEREST".
           03 FILLER             PIC X(20) VALUE
              "        TAX WITHHELD".
           03 FILLER             PIC X(20) VALUE
              "        NET CREDITED".
       01 WS-CRT-DETAIL.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-CD-DVZ          PIC 9(03).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 WS-CD-GROSS        PIC Z(17)9-.
           03 WS-CD-TAX          PIC Z(17)9-.
           03 WS-CD-NET          PIC Z(17)9-.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-CD-EXEMPT       PIC X(06).
       01 WS-RMT-HEAD1.
           03 FILLER             PIC X(10) VALUE "PBVTXCRT".
           03 FILLER             PIC X(20) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "WITHHOLDING TAX REMITTANCE SUMMARY".
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE "TAX YEAR: ".
           03 WS-RH1-YEAR        PIC 9(4).
           03 FILLER             PIC X(6)  VALUE "  PAGE".
           03 WS-RH1-PAGE        PIC ZZZZ9.
       01 WS-RMT-COLS.
           03 FILLER             PIC X(10) VALUE "CURRENCY".
           03 FILLER             PIC X(10) VALUE "  HOLDERS".
           03 FILLER             PIC X(10) VALUE "   EXEMPT".
           03 FILLER             PIC X(20) VALUE
              "      GROSS INTEREST".
           03 FILLER             PIC X(20) VALUE
              "        TAX WITHHELD".
           03 FILLER             PIC X(20) VALUE
              "        NET CREDITED".
       01 WS-RMT-DETAIL.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-RD-DVZ          PIC 9(03).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 WS-RD-HOLDERS      PIC Z(8)9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-RD-EXEMPT       PIC Z(8)9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-RD-GROSS        PIC Z(17)9-.
           03 WS-RD-TAX          PIC Z(17)9-.
           03 WS-RD-NET          PIC Z(17)9-.
       01 WS-TOTAL-LINE.
           03 WS-TOT-LABEL       PIC X(30).
           03 WS-TOT-VALUE       PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-PARAMETERS
           PERFORM H200-OPEN-FILES
           PERFORM H300-READ-TAX-HISTORY
           PERFORM H400-PRINT-CERTIFICATE UNTIL TXH-EOF
           PERFORM H700-PRINT-REMITTANCE
           PERFORM H800-PRINT-TOTALS
           PERFORM H990-SHUT-DOWN.
       0000-END. EXIT.
      *
       H100-RUN-CONTROL-START.
           MOVE "S" TO RC-REQUEST.
           MOVE ZERO TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           IF RC-RETURN-CODE NOT = ZERO
                DISPLAY "IDX-FILE MAINTENANCE IN PROGRESS - RUN REFUSED"
                MOVE RC-RETURN-CODE TO RETURN-CODE
                STOP RUN
           END-IF.
       H100-END. EXIT.
      *
       H105-RUN-CONTROL-END.
           MOVE "E" TO RC-REQUEST.
           MOVE CT-TXH-READ     TO RC-COUNT-1.
           MOVE CT-CERTIFICATES TO RC-COUNT-2.
           MOVE CT-NO-MASTER    TO RC-COUNT-3.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           MOVE RC-RETURN-CODE TO RETURN-CODE.
       H105-END. EXIT.
      *
       H110-GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1.
           OPEN INPUT PRM-FILE.
           IF PRM-OK
                READ PRM-FILE
                IF PRM-OK AND PRM-TAX-YEAR NUMERIC
                   AND PRM-TAX-YEAR > ZERO
                     MOVE PRM-TAX-YEAR TO WS-TAX-YEAR
                END-IF
                CLOSE PRM-FILE
           END-IF.
           DISPLAY "PBVTXCRT TAX YEAR: " WS-TAX-YEAR.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT TXH-FILE.
           IF TXH-NF OR NOT TXH-OK
                DISPLAY "TXH-FILE ERROR"
                MOVE ST-TXHFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT CUS-FILE.
           IF CUS-NF OR NOT CUS-OK
                DISPLAY "CUS-FILE ERROR"
                MOVE ST-CUSFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT CRT-FILE.
           IF CRT-NF OR NOT CRT-OK
                DISPLAY "CRT-FILE ERROR"
                MOVE ST-CRTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT RMT-FILE.
           IF RMT-NF OR NOT RMT-OK
                DISPLAY "RMT-FILE ERROR"
                MOVE ST-RMTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H200-END. EXIT.
      *
       H300-READ-TAX-HISTORY.
           SET TXH-SCAN-ACTIVE TO TRUE.
           PERFORM H305-READ-ONE-HISTORY
              UNTIL TXH-EOF OR TXH-SCAN-DONE.
       H300-END. EXIT.
      *
       H305-READ-ONE-HISTORY.
           READ TXH-FILE NEXT
             AT END
                CONTINUE
             NOT AT END
                ADD 1 TO CT-TXH-READ
                IF TXH-YEAR = WS-TAX-YEAR
                     ADD 1 TO CT-TXH-SELECTED
                     SET TXH-SCAN-DONE TO TRUE
                END-IF
           END-READ.
           IF (NOT TXH-OK) AND (NOT TXH-EOF)
                DISPLAY "TXH-FILE ERROR"
                MOVE ST-TXHFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H305-END. EXIT.
      *
       H400-PRINT-CERTIFICATE.
           ADD 1 TO CT-CERTIFICATES.
           MOVE TXH-ID TO WS-CRT-ID.
           MOVE WS-TAX-YEAR TO WS-CH1-YEAR.
           MOVE WS-RUN-YYYY TO WS-CH1-YYYY.
           MOVE WS-RUN-MM   TO WS-CH1-MM.
           MOVE WS-RUN-DD   TO WS-CH1-DD.
           MOVE WS-CRT-HEAD1 TO CRT-REC.
           WRITE CRT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO CRT-REC.
           WRITE CRT-REC.
           MOVE TXH-ID TO WS-CC-ID.
           MOVE TXH-ID TO CUS-ID.
           READ CUS-FILE KEY CUS-ID
             INVALID KEY
                PERFORM H405-PRINT-NO-MASTER
             NOT INVALID KEY
                PERFORM H410-PRINT-ADDRESS
           END-READ.
           MOVE SPACES TO CRT-REC.
           WRITE CRT-REC.
           MOVE WS-CRT-COLS TO CRT-REC.
           WRITE CRT-REC.
           PERFORM H450-PRINT-CURRENCY-LINE
              UNTIL TXH-EOF OR TXH-ID NOT = WS-CRT-ID.
       H400-END. EXIT.
      *
       H405-PRINT-NO-MASTER.
           ADD 1 TO CT-NO-MASTER.
           MOVE SPACES TO WS-CC-TAX-ID.
           MOVE WS-CRT-CUST TO CRT-REC.
           WRITE CRT-REC.
           MOVE WS-CRT-NO-MASTER TO CRT-REC.
           WRITE CRT-REC.
       H405-END. EXIT.
      *
       H410-PRINT-ADDRESS.
           MOVE CUS-TAX-ID TO WS-CC-TAX-ID.
           MOVE WS-CRT-CUST TO CRT-REC.
           WRITE CRT-REC.
           MOVE CUS-FULL-NAME TO WS-CN-TEXT.
           MOVE WS-CRT-NAME TO CRT-REC.
           WRITE CRT-REC.
           MOVE CUS-ADDR-LINE-1 TO WS-CN-TEXT.
           MOVE WS-CRT-NAME TO CRT-REC.
           WRITE CRT-REC.
           IF CUS-ADDR-LINE-2 NOT = SPACES
                MOVE CUS-ADDR-LINE-2 TO WS-CN-TEXT
                MOVE WS-CRT-NAME TO CRT-REC
                WRITE CRT-REC
           END-IF.
           MOVE CUS-POSTCODE TO WS-CT-POSTCODE.
           MOVE CUS-CITY     TO WS-CT-CITY.
           MOVE CUS-COUNTRY  TO WS-CT-COUNTRY.
           MOVE WS-CRT-CITY TO CRT-REC.
           WRITE CRT-REC.
       H410-END. EXIT.
      *
       H450-PRINT-CURRENCY-LINE.
           MOVE TXH-DVZ   TO WS-CD-DVZ.
           MOVE TXH-GROSS TO WS-CD-GROSS.
           MOVE TXH-TAX   TO WS-CD-TAX.
           MOVE TXH-NET   TO WS-CD-NET.
           IF TXH-WAS-EXEMPT
                MOVE "EXEMPT" TO WS-CD-EXEMPT
           ELSE
                MOVE SPACES TO WS-CD-EXEMPT
           END-IF.
           MOVE WS-CRT-DETAIL TO CRT-REC.
           WRITE CRT-REC.
           MOVE TXH-DVZ TO WS-TARGET-DVZ.
           PERFORM H460-FIND-RMT-ENTRY.
           IF RMT-ENTRY-NOT-FOUND
                PERFORM H470-ADD-RMT-ENTRY
           END-IF.
           ADD 1         TO WS-RMT-HOLDERS (WS-RMT-IDX).
           IF TXH-WAS-EXEMPT
                ADD 1    TO WS-RMT-EXEMPT (WS-RMT-IDX)
           END-IF.
           ADD TXH-GROSS TO WS-RMT-GROSS (WS-RMT-IDX).
           ADD TXH-TAX   TO WS-RMT-TAX (WS-RMT-IDX).
           ADD TXH-NET   TO WS-RMT-NET (WS-RMT-IDX).
           PERFORM H300-READ-TAX-HISTORY.
       H450-END. EXIT.
      *
       H460-FIND-RMT-ENTRY.
           SET RMT-ENTRY-NOT-FOUND TO TRUE.
           SET WS-RMT-IDX TO 1.
           PERFORM H465-CHECK-ONE-RMT
              UNTIL WS-RMT-IDX > WS-RMT-COUNT OR RMT-ENTRY-FOUND.
       H460-END. EXIT.
      *
       H465-CHECK-ONE-RMT.
           IF WS-RMT-DVZ (WS-RMT-IDX) = WS-TARGET-DVZ
                SET RMT-ENTRY-FOUND TO TRUE
           ELSE
                SET WS-RMT-IDX UP BY 1
           END-IF.
       H465-END. EXIT.
      *
       H470-ADD-RMT-ENTRY.
           IF WS-RMT-COUNT >= 100
                DISPLAY "TOO MANY CURRENCIES FOR REMITTANCE TABLE"
                MOVE 99 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           ADD 1 TO WS-RMT-COUNT.
           SET WS-RMT-IDX TO WS-RMT-COUNT.
           MOVE WS-TARGET-DVZ TO WS-RMT-DVZ (WS-RMT-IDX).
           MOVE ZERO TO WS-RMT-HOLDERS (WS-RMT-IDX)
                        WS-RMT-EXEMPT (WS-RMT-IDX)
                        WS-RMT-GROSS (WS-RMT-IDX)
                        WS-RMT-TAX (WS-RMT-IDX)
                        WS-RMT-NET (WS-RMT-IDX).
       H470-END. EXIT.
      *
       H700-PRINT-REMITTANCE.
           PERFORM H670-PRINT-HEADINGS.
           SET WS-RMT-IDX TO 1.
           PERFORM H710-PRINT-ONE-REMITTANCE
              UNTIL WS-RMT-IDX > WS-RMT-COUNT.
       H700-END. EXIT.
      *
       H710-PRINT-ONE-REMITTANCE.
           MOVE WS-RMT-DVZ (WS-RMT-IDX)     TO WS-RD-DVZ.
           MOVE WS-RMT-HOLDERS (WS-RMT-IDX) TO WS-RD-HOLDERS.
           MOVE WS-RMT-EXEMPT (WS-RMT-IDX)  TO WS-RD-EXEMPT.
           MOVE WS-RMT-GROSS (WS-RMT-IDX)   TO WS-RD-GROSS.
           MOVE WS-RMT-TAX (WS-RMT-IDX)     TO WS-RD-TAX.
           MOVE WS-RMT-NET (WS-RMT-IDX)     TO WS-RD-NET.
           MOVE WS-RMT-DETAIL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           SET WS-RMT-IDX UP BY 1.
       H710-END. EXIT.
      *
       H680-WRITE-RPT-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                PERFORM H670-PRINT-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO RMT-REC.
           WRITE RMT-REC.
           ADD 1 TO WS-LINE-COUNT.
       H680-END. EXIT.
      *
       H670-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-TAX-YEAR   TO WS-RH1-YEAR.
           MOVE WS-PAGE-COUNT TO WS-RH1-PAGE.
           MOVE WS-RMT-HEAD1 TO RMT-REC.
           WRITE RMT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO RMT-REC.
           WRITE RMT-REC.
           MOVE WS-RMT-COLS TO RMT-REC.
           WRITE RMT-REC.
           MOVE 4 TO WS-LINE-COUNT.
       H670-END. EXIT.
      *
       H800-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "TAX HISTORY RECORDS READ....:" TO WS-TOT-LABEL.
           MOVE CT-TXH-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "RECORDS FOR TAX YEAR........:" TO WS-TOT-LABEL.
           MOVE CT-TXH-SELECTED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "CERTIFICATES PRINTED........:" TO WS-TOT-LABEL.
           MOVE CT-CERTIFICATES TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "CUSTOMERS WITHOUT MASTER....:" TO WS-TOT-LABEL.
           MOVE CT-NO-MASTER TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H990-SHUT-DOWN.
           IF CT-NO-MASTER > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVTXCRT CONTROL TOTALS".
           DISPLAY "  TAX HISTORY READ.........: " CT-TXH-READ.
           DISPLAY "  RECORDS FOR TAX YEAR.....: " CT-TXH-SELECTED.
           DISPLAY "  CERTIFICATES PRINTED.....: " CT-CERTIFICATES.
           DISPLAY "  CUSTOMERS WITHOUT MASTER.: " CT-NO-MASTER.
           CLOSE TXH-FILE
           CLOSE CUS-FILE
           CLOSE CRT-FILE
           CLOSE RMT-FILE.
           STOP RUN.
       H990-END. EXIT.
