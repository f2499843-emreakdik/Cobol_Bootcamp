       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVTXUPD.
       AUTHOR. Yunus Emre Akdik.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PST-FILE ASSIGN TO PSTFILE
                           STATUS ST-PSTFILE.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CUS-ID
                           STATUS ST-CUSFILE.
           SELECT TXH-FILE ASSIGN TO TXHFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY TXH-KEY
                           STATUS ST-TXHFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PST-FILE RECORDING MODE F.
       01 PST-REC.
           03 PST-ID             PIC 9(5).
           03 PST-DVZ            PIC 9(3).
           03 PST-PRE-BALANCE    PIC S9(15).
           03 PST-BONUS-AMOUNT   PIC S9(15).
           03 PST-POST-BALANCE   PIC S9(15).
       01 PST-HDR-REC.
           03 PST-HDR-TAG          PIC X(03).
           03 PST-HDR-FILE-ID      PIC X(08).
           03 PST-HDR-CREATE-DATE  PIC 9(08).
           03 PST-HDR-PROGRAM      PIC X(08).
       01 PST-TRL-REC.
           03 PST-TRL-TAG          PIC X(03).
           03 PST-TRL-CT-RECORDS   PIC 9(09).
           03 PST-TRL-HASH-BALANCE PIC S9(17).
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
                 88 CUS-IS-TAX-EXEMPT   VALUE "Y".
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
           03 TXH-LAST-DATE      PIC 9(08).
           03 TXH-LAST-GROSS     PIC S9(15) COMP-3.
           03 TXH-LAST-TAX       PIC S9(15) COMP-3.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-PSTFILE         PIC 9(2).
               88 PST-EOF              VALUE 10.
               88 PST-OK               VALUE 0 97.
               88 PST-NF               VALUE 23 35.
           03 ST-CUSFILE         PIC 9(2).
               88 CUS-OK               VALUE 0 97.
               88 CUS-NF               VALUE 23 35.
           03 ST-TXHFILE         PIC 9(2).
               88 TXH-OK               VALUE 0 97.
               88 TXH-NF               VALUE 23 35.
       77 WS-SEG-SW           PIC X(01) VALUE "N".
           88 SEGMENT-OPEN            VALUE "Y".
           88 SEGMENT-CLOSED          VALUE "N".
       77 WS-HDR-SEEN-SW      PIC X(01) VALUE "N".
           88 PST-HEADER-SEEN         VALUE "Y".
           88 PST-HEADER-NOT-SEEN     VALUE "N".
       77 WS-SEG-KIND         PIC X(01).
           88 SEGMENT-IS-INTEREST     VALUE "I".
           88 SEGMENT-IS-TAX          VALUE "T".
           88 SEGMENT-IS-OTHER        VALUE "O".
       77 WS-TXH-SW           PIC X(01).
           88 TXH-RECORD-FOUND        VALUE "Y".
           88 TXH-RECORD-NOT-FOUND    VALUE "N".
       77 WS-EXEMPT-SW        PIC X(01).
           88 CUSTOMER-EXEMPT         VALUE "Y".
           88 CUSTOMER-NOT-EXEMPT     VALUE "N".
       01 WS-SEG-DATE-AREA.
           03 WS-SEG-DATE        PIC 9(8) VALUE ZERO.
       01 WS-SEG-DATE-X REDEFINES WS-SEG-DATE-AREA.
           03 WS-SEG-YYYY        PIC 9(4).
           03 WS-SEG-MMDD        PIC 9(4).
       77 WS-GROSS-AMOUNT     PIC S9(15) COMP-3 VALUE ZERO.
       77 WS-TAX-AMOUNT       PIC S9(15) COMP-3 VALUE ZERO.
       77 CT-SEG-DETAILS      PIC 9(9)   COMP-3 VALUE ZERO.
       77 CT-SEG-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-PST-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-PST-SKIPPED      PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-GROSS-POSTINGS   PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-TAX-POSTINGS     PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-GROSS-APPLIED    PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-TAX-APPLIED      PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-TXH-ADDED        PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-TXH-UPDATED      PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-TXH-REPLACED     PIC 9(7)   COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVTXUPD".
           03 RC-LOCK-MODE       PIC X(01) VALUE "N".
           03 RC-FILES           PIC X(40) VALUE
              "PSTFILE CUSFILE TXHFILE".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
           03 RC-RETURN-CODE     PIC 9(02) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H200-OPEN-FILES
           PERFORM H300-READ-PST-FILE
           PERFORM H310-HANDLE-PST-REC UNTIL PST-EOF
           IF SEGMENT-OPEN
                DISPLAY "PST-FILE TRAILER RECORD MISSING"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF
           IF PST-HEADER-NOT-SEEN
                DISPLAY "PST-FILE HEADER RECORD MISSING"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF
           PERFORM H990-SHUT-DOWN.
       0000-END. EXIT.
      *
       H100-RUN-CONTROL-START.
           MOVE "S" TO RC-REQUEST.
           MOVE ZERO TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
       H100-END. EXIT.
      *
       H105-RUN-CONTROL-END.
           MOVE "E" TO RC-REQUEST.
           MOVE CT-PST-READ     TO RC-COUNT-1.
           COMPUTE RC-COUNT-2 = CT-TXH-ADDED + CT-TXH-UPDATED.
           MOVE CT-TXH-REPLACED TO RC-COUNT-3.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           MOVE RC-RETURN-CODE TO RETURN-CODE.
       H105-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT PST-FILE.
           IF PST-NF OR NOT PST-OK
                DISPLAY "PST-FILE ERROR"
                MOVE ST-PSTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT CUS-FILE.
           IF CUS-NF OR NOT CUS-OK
                DISPLAY "CUS-FILE ERROR"
                MOVE ST-CUSFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN I-O TXH-FILE.
           IF TXH-NF
                OPEN OUTPUT TXH-FILE
                CLOSE TXH-FILE
                OPEN I-O TXH-FILE
           END-IF.
           IF NOT TXH-OK
                DISPLAY "TXH-FILE ERROR"
                MOVE ST-TXHFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H200-END. EXIT.
      *
       H300-READ-PST-FILE.
           READ PST-FILE.
           IF (NOT PST-OK) AND (NOT PST-EOF)
                DISPLAY "PST-FILE ERROR"
                MOVE ST-PSTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H300-END. EXIT.
      *
       H310-HANDLE-PST-REC.
           IF PST-HDR-TAG = "HDR"
                PERFORM H320-OPEN-SEGMENT
           ELSE
                IF PST-TRL-TAG = "TRL"
                     PERFORM H330-VERIFY-PST-TRAILER
                ELSE
                     PERFORM H340-APPLY-ONE-POSTING
                END-IF
           END-IF.
           PERFORM H300-READ-PST-FILE.
       H310-END. EXIT.
      *
       H320-OPEN-SEGMENT.
           IF SEGMENT-OPEN
                DISPLAY "PST-FILE TRAILER RECORD MISSING"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           DISPLAY "PST-FILE CREATED " PST-HDR-CREATE-DATE
              " BY " PST-HDR-PROGRAM.
           SET PST-HEADER-SEEN TO TRUE.
           SET SEGMENT-OPEN TO TRUE.
           MOVE ZERO TO CT-SEG-DETAILS.
           MOVE ZERO TO CT-SEG-HASH.
           SET SEGMENT-IS-OTHER TO TRUE.
           IF PST-HDR-PROGRAM = "PBVCAP"
                IF PST-HDR-CREATE-DATE NOT NUMERIC
                   OR PST-HDR-CREATE-DATE = ZERO
                     DISPLAY "PST-FILE SEGMENT HAS NO BUSINESS DATE"
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                MOVE PST-HDR-CREATE-DATE TO WS-SEG-DATE
                IF PST-HDR-FILE-ID = "BAUTAX"
                     SET SEGMENT-IS-TAX TO TRUE
                ELSE
                     SET SEGMENT-IS-INTEREST TO TRUE
                END-IF
           END-IF.
       H320-END. EXIT.
      *
       H330-VERIFY-PST-TRAILER.
           IF SEGMENT-CLOSED
                DISPLAY "PST-FILE TRAILER WITHOUT HEADER"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF PST-TRL-CT-RECORDS NOT = CT-SEG-DETAILS
                DISPLAY "PST-FILE TRAILER COUNT DISAGREES: "
                   PST-TRL-CT-RECORDS " VS " CT-SEG-DETAILS
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF PST-TRL-HASH-BALANCE NOT = CT-SEG-HASH
                DISPLAY "PST-FILE TRAILER HASH DISAGREES: "
                   PST-TRL-HASH-BALANCE " VS " CT-SEG-HASH
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           SET SEGMENT-CLOSED TO TRUE.
       H330-END. EXIT.
      *
       H340-APPLY-ONE-POSTING.
           IF SEGMENT-CLOSED
                DISPLAY "PST-FILE DETAIL OUTSIDE HEADER/TRAILER"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           ADD 1 TO CT-SEG-DETAILS.
           ADD 1 TO CT-PST-READ.
           ADD PST-BONUS-AMOUNT TO CT-SEG-HASH.
           IF SEGMENT-IS-INTEREST AND PST-BONUS-AMOUNT > ZERO
                MOVE PST-BONUS-AMOUNT TO WS-GROSS-AMOUNT
                ADD 1 TO CT-GROSS-POSTINGS
                ADD WS-GROSS-AMOUNT TO CT-GROSS-APPLIED
                PERFORM H400-UPDATE-TAX-HISTORY
           ELSE
                IF SEGMENT-IS-TAX
                     COMPUTE WS-TAX-AMOUNT = ZERO - PST-BONUS-AMOUNT
                     ADD 1 TO CT-TAX-POSTINGS
                     ADD WS-TAX-AMOUNT TO CT-TAX-APPLIED
                     PERFORM H400-UPDATE-TAX-HISTORY
                ELSE
                     ADD 1 TO CT-PST-SKIPPED
                END-IF
           END-IF.
       H340-END. EXIT.
      *
       H400-UPDATE-TAX-HISTORY.
           PERFORM H410-READ-EXEMPTION.
           MOVE PST-ID      TO TXH-ID.
           MOVE WS-SEG-YYYY TO TXH-YEAR.
           MOVE PST-DVZ     TO TXH-DVZ.
           SET TXH-RECORD-NOT-FOUND TO TRUE.
           READ TXH-FILE KEY TXH-KEY
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET TXH-RECORD-FOUND TO TRUE
           END-READ.
           IF TXH-RECORD-NOT-FOUND
                MOVE ZERO TO TXH-GROSS TXH-TAX TXH-NET
                MOVE ZERO TO TXH-LAST-GROSS TXH-LAST-TAX
                MOVE WS-SEG-DATE TO TXH-LAST-DATE
           END-IF.
           IF TXH-LAST-DATE NOT = WS-SEG-DATE
                MOVE ZERO TO TXH-LAST-GROSS TXH-LAST-TAX
                MOVE WS-SEG-DATE TO TXH-LAST-DATE
           END-IF.
           IF SEGMENT-IS-INTEREST
                IF TXH-LAST-GROSS NOT = ZERO
                     ADD 1 TO CT-TXH-REPLACED
                END-IF
                SUBTRACT TXH-LAST-GROSS FROM TXH-GROSS
                ADD WS-GROSS-AMOUNT TO TXH-GROSS
                MOVE WS-GROSS-AMOUNT TO TXH-LAST-GROSS
           ELSE
                IF TXH-LAST-TAX NOT = ZERO
                     ADD 1 TO CT-TXH-REPLACED
                END-IF
                SUBTRACT TXH-LAST-TAX FROM TXH-TAX
                ADD WS-TAX-AMOUNT TO TXH-TAX
                MOVE WS-TAX-AMOUNT TO TXH-LAST-TAX
           END-IF.
           COMPUTE TXH-NET = TXH-GROSS - TXH-TAX.
           MOVE WS-EXEMPT-SW TO TXH-EXEMPT.
           IF TXH-RECORD-NOT-FOUND
                PERFORM H420-WRITE-TAX-HISTORY
           ELSE
                PERFORM H430-REWRITE-TAX-HISTORY
           END-IF.
       H400-END. EXIT.
      *
       H410-READ-EXEMPTION.
           SET CUSTOMER-NOT-EXEMPT TO TRUE.
           MOVE PST-ID TO CUS-ID.
           READ CUS-FILE KEY CUS-ID
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CUS-IS-TAX-EXEMPT
                     SET CUSTOMER-EXEMPT TO TRUE
                END-IF
           END-READ.
       H410-END. EXIT.
      *
       H420-WRITE-TAX-HISTORY.
           WRITE TXH-REC
             INVALID KEY
                DISPLAY "TXH-FILE WRITE FAILED: " PST-ID " " PST-DVZ
                MOVE 12 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-WRITE.
           ADD 1 TO CT-TXH-ADDED.
       H420-END. EXIT.
      *
       H430-REWRITE-TAX-HISTORY.
           REWRITE TXH-REC
             INVALID KEY
                DISPLAY "TXH-FILE REWRITE FAILED: " PST-ID " " PST-DVZ
                MOVE 12 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-REWRITE.
           ADD 1 TO CT-TXH-UPDATED.
       H430-END. EXIT.
      *
       H990-SHUT-DOWN.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVTXUPD CONTROL TOTALS".
           DISPLAY "  PST-FILE POSTINGS READ...: " CT-PST-READ.
           DISPLAY "  NOT INTEREST OR TAX......: " CT-PST-SKIPPED.
           DISPLAY "  INTEREST POSTINGS........: " CT-GROSS-POSTINGS.
           DISPLAY "  GROSS INTEREST POSTED....: " CT-GROSS-APPLIED.
           DISPLAY "  TAX POSTINGS.............: " CT-TAX-POSTINGS.
           DISPLAY "  TAX WITHHELD POSTED......: " CT-TAX-APPLIED.
           DISPLAY "  TAX HISTORY ADDED........: " CT-TXH-ADDED.
           DISPLAY "  TAX HISTORY UPDATED......: " CT-TXH-UPDATED.
           DISPLAY "  SAME-DAY RERUN REPLACED..: " CT-TXH-REPLACED.
           CLOSE PST-FILE
           CLOSE CUS-FILE
           CLOSE TXH-FILE.
           STOP RUN.
       H990-END. EXIT.
