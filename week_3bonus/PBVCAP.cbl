                           STATUS ST-IDXFILE.
           SELECT BAU-FILE ASSIGN TO BAUFILE
                           STATUS ST-BAUFILE.
           SELECT TXB-FILE ASSIGN TO BAUTAX
                           STATUS ST-TXBFILE.
           SELECT TXR-FILE ASSIGN TO TXRFILE
                           STATUS ST-TXRFILE.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CUS-ID
                           STATUS ST-CUSFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
           SELECT SRT-FILE ASSIGN TO SRTWORK.
      *****************************************************************
       DATA DIVISION.
              88 IDX-ACTIVE        VALUE "A" " ".
              88 IDX-FROZEN        VALUE "F".
              88 IDX-CLOSED        VALUE "C".
              88 IDX-DORMANT       VALUE "D".
           03 IDX-STATUS-DATE PIC S9(7) COMP-3.
       FD BAU-FILE RECORDING MODE F.
       01 BAU-REC.
           03 BAU-TRL-TAG          PIC X(03).
           03 BAU-TRL-CT-RECORDS   PIC 9(09).
           03 BAU-TRL-HASH-BALANCE PIC S9(17).
       FD TXB-FILE RECORDING MODE F.
       01 TXB-REC.
           03 TXB-ID             PIC 9(5).
           03 TXB-DVZ            PIC 9(3).
           03 TXB-PRE-BALANCE    PIC S9(15).
           03 TXB-BONUS-AMOUNT   PIC S9(15).
           03 TXB-POST-BALANCE   PIC S9(15).
       01 TXB-HDR-REC.
           03 TXB-HDR-TAG          PIC X(03).
           03 TXB-HDR-FILE-ID      PIC X(08).
           03 TXB-HDR-CREATE-DATE  PIC 9(08).
           03 TXB-HDR-PROGRAM      PIC X(08).
       01 TXB-TRL-REC.
           03 TXB-TRL-TAG          PIC X(03).
           03 TXB-TRL-CT-RECORDS   PIC 9(09).
           03 TXB-TRL-HASH-BALANCE PIC S9(17).
       FD TXR-FILE RECORDING MODE F.
       01 TXR-REC.
           03 TXR-DVZ            PIC 9(03).
           03 TXR-RATE-PCT       PIC 9(3)V9(4).
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
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-BUSINESS-DATE   PIC 9(08).
       SD SRT-FILE.
       01 SRT-REC.
           03 SRT-ID            PIC 9(05).
           03 ST-BAUFILE         PIC 9(2).
               88 BAU-OK               VALUE 0 97.
               88 BAU-NF               VALUE 23 35.
           03 ST-TXBFILE         PIC 9(2).
               88 TXB-OK               VALUE 0 97.
               88 TXB-NF               VALUE 23 35.
           03 ST-TXRFILE         PIC 9(2).
               88 TXR-EOF              VALUE 10.
               88 TXR-OK               VALUE 0 97.
               88 TXR-NF               VALUE 23 35.
           03 ST-CUSFILE         PIC 9(2).
               88 CUS-OK               VALUE 0 97.
               88 CUS-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       01 WS-TXR-TABLE.
           03 WS-TXR-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-TXR-ENTRY OCCURS 100 TIMES INDEXED BY WS-TXR-IDX.
              05 WS-TXR-DVZ        PIC 9(03).
              05 WS-TXR-RATE-PCT   PIC 9(3)V9(4).
       77 WS-TXR-SW           PIC X(01).
           88 TAX-RATE-FOUND          VALUE "Y".
           88 TAX-RATE-NOT-FOUND      VALUE "N".
       77 WS-EXEMPT-SW        PIC X(01).
           88 CUSTOMER-EXEMPT         VALUE "Y".
           88 CUSTOMER-NOT-EXEMPT     VALUE "N".
       77 WS-TAX-AMOUNT       PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-BUSINESS-DATE-AREA.
           03 WS-BUSINESS-DATE   PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE-AREA.
           03 WS-BUS-YYYY        PIC 9(4).
           03 WS-BUS-MMDD        PIC 9(4).
       77 WS-SRT-EOF-SW       PIC X(01) VALUE "N".
           88 SRT-DONE                VALUE "Y".
           88 SRT-MORE                VALUE "N".
       77 CT-NOT-ACTIVE       PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-ZERO-NET         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-BAU-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-TXB-WRITTEN      PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-TXB-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-TAX-EXEMPT       PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-NO-TAX-RATE      PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-GROSS-CREDITED   PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-TAX-WITHHELD     PIC S9(17) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVCAP".
           03 RC-LOCK-MODE       PIC X(01) VALUE "C".
           03 RC-FILES           PIC X(40) VALUE
              "ACRFILE IDXFILE BAUFILE BAUTAX".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
           03 RC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       01 BC-PARM.
           03 BC-REQUEST         PIC X(01).
           03 BC-DATE            PIC 9(08).
           03 BC-RESULT-DATE     PIC 9(08).
           03 BC-DAY-SW          PIC X(01).
              88 BC-BUSINESS-DAY      VALUE "B".
              88 BC-NON-BUSINESS-DAY  VALUE "N".
           03 BC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       01 WS-CURRENT-DATE.
           03 WS-CURRENT-YYYYMMDD  PIC 9(8).
           03 FILLER               PIC X(13).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-PARAMETERS
           PERFORM H200-OPEN-FILES
           SORT SRT-FILE ON ASCENDING KEY SRT-ID SRT-DVZ
                INPUT PROCEDURE H300-RELEASE-ACCRUALS THRU H339-END
                OUTPUT PROCEDURE H600-CAPITALIZE-SORTED THRU H649-END
           PERFORM H500-WRITE-BAU-TRAILER
           PERFORM H510-WRITE-TXB-TRAILER
           PERFORM H990-SHUT-DOWN.
       0000-END. EXIT.
      *
           CALL 'RUNCTL' USING RC-PARM.
           MOVE RC-RETURN-CODE TO RETURN-CODE.
       H105-END. EXIT.
      *
       H110-GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-YYYYMMDD TO WS-BUSINESS-DATE.
           OPEN INPUT PRM-FILE.
           IF PRM-OK
                READ PRM-FILE
                IF PRM-OK AND PRM-BUSINESS-DATE NUMERIC
                   AND PRM-BUSINESS-DATE > ZERO
                     MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE
                END-IF
                CLOSE PRM-FILE
           END-IF.
           MOVE "V" TO BC-REQUEST.
           MOVE WS-BUSINESS-DATE TO BC-DATE.
           CALL 'BIZCAL' USING BC-PARM.
           IF BC-RETURN-CODE NOT = ZERO OR BC-NON-BUSINESS-DAY
                DISPLAY "NOT A BUSINESS DATE - RUN REFUSED: "
                   WS-BUSINESS-DATE
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           DISPLAY "PBVCAP BUSINESS DATE: " WS-BUSINESS-DATE
              " TAX YEAR: " WS-BUS-YYYY.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT ACR-FILE.
                MOVE ST-BAUFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT TXB-FILE.
           IF TXB-NF OR NOT TXB-OK
                DISPLAY "TXB-FILE ERROR"
                MOVE ST-TXBFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT TXR-FILE.
           IF TXR-NF OR NOT TXR-OK
                DISPLAY "TXR-FILE ERROR"
                MOVE ST-TXRFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H250-LOAD-TAX-RATE-TABLE UNTIL TXR-EOF.
           CLOSE TXR-FILE.
           OPEN INPUT CUS-FILE.
           IF CUS-NF OR NOT CUS-OK
                DISPLAY "CUS-FILE ERROR"
                MOVE ST-CUSFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H210-WRITE-BAU-HEADER.
           PERFORM H220-WRITE-TXB-HEADER.
       H200-END. EXIT.
      *
       H210-WRITE-BAU-HEADER.
           MOVE "HDR"     TO BAU-HDR-TAG.
           MOVE "BAUFILE" TO BAU-HDR-FILE-ID.
           MOVE WS-BUSINESS-DATE TO BAU-HDR-CREATE-DATE.
           MOVE "PBVCAP"  TO BAU-HDR-PROGRAM.
           WRITE BAU-HDR-REC.
       H210-END. EXIT.
      *
       H220-WRITE-TXB-HEADER.
           MOVE "HDR"     TO TXB-HDR-TAG.
           MOVE "BAUTAX"  TO TXB-HDR-FILE-ID.
           MOVE WS-BUSINESS-DATE TO TXB-HDR-CREATE-DATE.
           MOVE "PBVCAP"  TO TXB-HDR-PROGRAM.
           WRITE TXB-HDR-REC.
       H220-END. EXIT.
      *
       H250-LOAD-TAX-RATE-TABLE.
           READ TXR-FILE.
           IF TXR-OK
                IF WS-TXR-COUNT >= 100
                     DISPLAY "TXR-FILE HAS TOO MANY ROWS FOR TABLE"
                     MOVE 99 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                IF TXR-DVZ IS NOT NUMERIC
                   OR TXR-RATE-PCT IS NOT NUMERIC
                   OR TXR-RATE-PCT > 100
                     DISPLAY "TXR-FILE ROW INVALID: " TXR-REC
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                ADD 1 TO WS-TXR-COUNT
                SET WS-TXR-IDX TO WS-TXR-COUNT
                MOVE TXR-DVZ      TO WS-TXR-DVZ (WS-TXR-IDX)
                MOVE TXR-RATE-PCT TO WS-TXR-RATE-PCT (WS-TXR-IDX)
           ELSE
                IF NOT TXR-EOF
                     DISPLAY "TXR-FILE READ ERROR"
                     MOVE ST-TXRFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
           END-IF.
       H250-END. EXIT.
      *
       H300-RELEASE-ACCRUALS.
           PERFORM H310-READ-ACR-FILE.
                        WS-GRP-ID " " WS-GRP-DVZ
                     ADD 1 TO CT-NOT-ON-MASTER
                ELSE
                     IF NOT IDX-ACTIVE AND NOT IDX-DORMANT
                          DISPLAY "ACCRUED ACCOUNT NOT ACTIVE: "
                             WS-GRP-ID " " WS-GRP-DVZ
                          ADD 1 TO CT-NOT-ACTIVE
                          ADD BAU-BONUS-AMOUNT TO CT-BAU-HASH
                          WRITE BAU-REC
                          ADD 1 TO CT-BAU-WRITTEN
                          IF WS-GRP-AMOUNT > ZERO
                               PERFORM H630-WITHHOLD-TAX
                          END-IF
                     END-IF
                END-IF
           END-IF.
                SET IDX-RECORD-FOUND TO TRUE
           END-READ.
       H620-END. EXIT.
      *
       H630-WITHHOLD-TAX.
           MOVE ZERO TO WS-TAX-AMOUNT.
           ADD WS-GRP-AMOUNT TO CT-GROSS-CREDITED.
           SET CUSTOMER-NOT-EXEMPT TO TRUE.
           MOVE WS-GRP-ID TO CUS-ID.
           READ CUS-FILE KEY CUS-ID
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CUS-IS-TAX-EXEMPT
                     SET CUSTOMER-EXEMPT TO TRUE
                END-IF
           END-READ.
           IF CUSTOMER-EXEMPT
                ADD 1 TO CT-TAX-EXEMPT
           ELSE
                PERFORM H635-FIND-TAX-RATE
                IF TAX-RATE-NOT-FOUND
                     DISPLAY "NO TAX RATE FOR CURRENCY: "
                        WS-GRP-DVZ " ACCOUNT " WS-GRP-ID
                     ADD 1 TO CT-NO-TAX-RATE
                ELSE
                     COMPUTE WS-TAX-AMOUNT ROUNDED = WS-GRP-AMOUNT
                          * WS-TXR-RATE-PCT (WS-TXR-IDX) / 100
                END-IF
           END-IF.
           IF WS-TAX-AMOUNT > ZERO
                MOVE WS-GRP-ID  TO TXB-ID
                MOVE WS-GRP-DVZ TO TXB-DVZ
                MOVE BAU-POST-BALANCE TO TXB-PRE-BALANCE
                COMPUTE TXB-BONUS-AMOUNT = ZERO - WS-TAX-AMOUNT
                COMPUTE TXB-POST-BALANCE =
                     BAU-POST-BALANCE - WS-TAX-AMOUNT
                ADD TXB-BONUS-AMOUNT TO CT-TXB-HASH
                WRITE TXB-REC
                ADD 1 TO CT-TXB-WRITTEN
                ADD WS-TAX-AMOUNT TO CT-TAX-WITHHELD
           END-IF.
       H630-END. EXIT.
      *
       H635-FIND-TAX-RATE.
           SET TAX-RATE-NOT-FOUND TO TRUE.
           SET WS-TXR-IDX TO 1.
           PERFORM H637-CHECK-ONE-TAX-RATE
              UNTIL WS-TXR-IDX > WS-TXR-COUNT OR TAX-RATE-FOUND.
       H635-END. EXIT.
      *
       H637-CHECK-ONE-TAX-RATE.
           IF WS-TXR-DVZ (WS-TXR-IDX) = WS-GRP-DVZ
                SET TAX-RATE-FOUND TO TRUE
           ELSE
                SET WS-TXR-IDX UP BY 1
           END-IF.
       H637-END. EXIT.
      *
       H640-RETURN-SORTED.
           RETURN SRT-FILE
           MOVE CT-BAU-HASH TO BAU-TRL-HASH-BALANCE.
           WRITE BAU-TRL-REC.
       H500-END. EXIT.
      *
       H510-WRITE-TXB-TRAILER.
           MOVE "TRL" TO TXB-TRL-TAG.
           MOVE CT-TXB-WRITTEN TO TXB-TRL-CT-RECORDS.
           MOVE CT-TXB-HASH TO TXB-TRL-HASH-BALANCE.
           WRITE TXB-TRL-REC.
       H510-END. EXIT.
      *
       H990-SHUT-DOWN.
           IF (CT-NOT-ON-MASTER > ZERO OR CT-NOT-ACTIVE > ZERO
              OR CT-NO-TAX-RATE > ZERO)
              AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "  NON-ACTIVE SKIPPED.......: " CT-NOT-ACTIVE.
           DISPLAY "  ZERO NET ACCRUALS........: " CT-ZERO-NET.
           DISPLAY "  POSTING AMOUNT HASH......: " CT-BAU-HASH.
           DISPLAY "  GROSS INTEREST CREDITED..: " CT-GROSS-CREDITED.
           DISPLAY "  TAX POSTINGS WRITTEN.....: " CT-TXB-WRITTEN.
           DISPLAY "  TAX WITHHELD.............: " CT-TAX-WITHHELD.
           DISPLAY "  TAX EXEMPT CUSTOMERS.....: " CT-TAX-EXEMPT.
           DISPLAY "  NO TAX RATE FOR CURRENCY.: " CT-NO-TAX-RATE.
           CLOSE ACR-FILE
           CLOSE IDX-FILE
           CLOSE BAU-FILE
           CLOSE TXB-FILE
           CLOSE CUS-FILE.
           STOP RUN.
       H990-END. EXIT.
