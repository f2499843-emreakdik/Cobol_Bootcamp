       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVODBR.
       AUTHOR. Yunus Emre Akdik.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY
                           STATUS ST-IDXFILE.
           SELECT ODL-FILE ASSIGN TO ODLFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY ODL-KEY
                           STATUS ST-ODLFILE.
           SELECT FX-FILE ASSIGN TO FXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY FX-KEY
                           STATUS ST-FXFILE.
           SELECT ODH-FILE ASSIGN TO ODHFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY ODH-KEY
                           STATUS ST-ODHFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPTFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
           SELECT SRT-FILE ASSIGN TO SRTWORK.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
       01 IDX-REC.
           03 IDX-KEY.
              05 IDX-ID            PIC S9(5) COMP-3.
              05 IDX-DVZ           PIC S9(3) COMP.
           03 IDX-NAME       PIC X(30).
           03 IDX-DATE       PIC S9(7) COMP-3.
           03 IDX-BALANCE    PIC S9(15) COMP-3.
           03 IDX-STATUS     PIC X(01).
              88 IDX-ACTIVE        VALUE "A" " ".
              88 IDX-FROZEN        VALUE "F".
              88 IDX-CLOSED        VALUE "C".
           03 IDX-STATUS-DATE PIC S9(7) COMP-3.
       FD ODL-FILE.
       01 ODL-REC.
           03 ODL-KEY.
              05 ODL-ID            PIC S9(5) COMP-3.
              05 ODL-DVZ           PIC S9(3) COMP.
           03 ODL-LIMIT          PIC S9(15) COMP-3.
           03 ODL-APPROVAL-DATE  PIC 9(08).
           03 ODL-EXPIRY-DATE    PIC 9(08).
           03 ODL-MAINT-DATE     PIC 9(08).
       FD FX-FILE.
       01 FX-REC.
           03 FX-KEY.
              05 FX-CURRENCY    PIC S9(3) COMP-3.
              05 FX-EFF-DATE    PIC S9(8) COMP-3.
           03 FX-RATE        PIC 9(3)V9(6).
       FD ODH-FILE.
       01 ODH-REC.
           03 ODH-KEY.
              05 ODH-ID            PIC S9(5) COMP-3.
              05 ODH-DVZ           PIC S9(3) COMP.
           03 ODH-TYPE           PIC X(04).
           03 ODH-FIRST-DATE     PIC 9(08).
           03 ODH-LAST-DATE      PIC 9(08).
           03 ODH-DAYS           PIC 9(5) COMP-3.
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-BUSINESS-DATE  PIC 9(08).
       SD SRT-FILE.
       01 SRT-REC.
           03 SRT-DAYS           PIC 9(05).
           03 SRT-BASE-EXCESS    PIC S9(15).
           03 SRT-ID             PIC 9(05).
           03 SRT-DVZ            PIC 9(03).
           03 SRT-TYPE           PIC X(04).
           03 SRT-NAME           PIC X(30).
           03 SRT-BALANCE        PIC S9(15).
           03 SRT-LIMIT          PIC S9(15).
           03 SRT-EXPIRY-DATE    PIC 9(08).
           03 SRT-EXCESS         PIC S9(15).
           03 SRT-FIRST-DATE     PIC 9(08).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-IDXFILE         PIC 9(2).
               88 IDX-EOF              VALUE 10.
               88 IDX-OK               VALUE 0 97.
               88 IDX-NF               VALUE 23 35.
           03 ST-ODLFILE         PIC 9(2).
               88 ODL-OK               VALUE 0 97.
               88 ODL-NF               VALUE 23 35.
           03 ST-FXFILE          PIC 9(2).
               88 FX-OK                VALUE 0 97.
               88 FX-NF                VALUE 23.
           03 ST-ODHFILE         PIC 9(2).
               88 ODH-OK               VALUE 0 97.
               88 ODH-NF               VALUE 23 35.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       01 BC-PARM.
           03 BC-REQUEST         PIC X(01).
           03 BC-DATE            PIC 9(08).
           03 BC-RESULT-DATE     PIC 9(08).
           03 BC-DAY-SW          PIC X(01).
              88 BC-BUSINESS-DAY      VALUE "B".
              88 BC-NON-BUSINESS-DAY  VALUE "N".
           03 BC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       01 WS-CURRENT-DATE.
           03 WS-CURRENT-YYYYMMDD PIC 9(8).
           03 FILLER              PIC X(13).
       77 WS-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
       77 WS-PREV-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       77 WS-RATE             PIC 9(3)V9(6).
       77 WS-TARGET-CURRENCY   PIC S9(3) COMP-3.
       77 WS-FX-SCAN-SW        PIC X(01).
           88 FX-SCAN-DONE            VALUE "Y".
           88 FX-SCAN-ACTIVE          VALUE "N".
       77 WS-RATE-SW           PIC X(01).
           88 RATE-FOUND              VALUE "Y".
           88 RATE-NOT-FOUND          VALUE "N".
       77 WS-ODL-FOUND-SW     PIC X(01).
           88 ODL-RECORD-FOUND        VALUE "Y".
           88 ODL-RECORD-NOT-FOUND    VALUE "N".
       77 WS-ODH-FOUND-SW     PIC X(01).
           88 ODH-RECORD-FOUND        VALUE "Y".
           88 ODH-RECORD-NOT-FOUND    VALUE "N".
       77 WS-BREACH-TYPE      PIC X(04).
           88 BREACH-NO-LIMIT         VALUE "NOLM".
           88 BREACH-OVER-LIMIT       VALUE "OVER".
           88 BREACH-EXPIRED          VALUE "EXPD".
           88 NO-BREACH               VALUE SPACES.
       77 WS-OVERDRAWN        PIC S9(15) COMP-3.
       77 WS-EXCESS           PIC S9(15) COMP-3.
       77 WS-BASE-EXCESS      PIC S9(15) COMP-3.
       77 WS-SRT-SW           PIC X(01) VALUE "N".
           88 SRT-DONE                VALUE "Y".
           88 SRT-NOT-DONE            VALUE "N".
       77 CT-IDX-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-NO-LIMIT         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-OVER-LIMIT       PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-EXPIRED          PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-BREACHES         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-CLEARED          PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-NO-RATE          PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-ODH-ERRORS       PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-BASE-NO-LIMIT    PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-BASE-OVER-LIMIT  PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-BASE-EXPIRED     PIC S9(17) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVODBR".
           03 RC-LOCK-MODE       PIC X(01) VALUE "C".
           03 RC-FILES           PIC X(40) VALUE
              "IDXFILE ODLFILE FXFILE ODHFILE RPTFILE".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
           03 RC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       77 WS-LINE-COUNT       PIC 9(3) COMP-3 VALUE 99.
       77 WS-PAGE-COUNT       PIC 9(5) COMP-3 VALUE ZERO.
       77 WS-LINES-PER-PAGE   PIC 9(3) COMP-3 VALUE 55.
       77 WS-PRINT-LINE       PIC X(132).
       01 WS-HEAD1.
           03 FILLER             PIC X(10) VALUE "PBVODBR".
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "OVERDRAFT LIMIT BREACH REPORT".
           03 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           03 WS-HEAD1-DATE      PIC 9(8).
           03 FILLER             PIC X(6)  VALUE "  PAGE".
           03 WS-HEAD1-PAGE      PIC ZZZZ9.
       01 WS-HEAD2.
           03 FILLER             PIC X(07) VALUE "ID".
           03 FILLER             PIC X(05) VALUE "DVZ".
           03 FILLER             PIC X(20) VALUE "NAME".
           03 FILLER             PIC X(06) VALUE "TYPE".
           03 FILLER             PIC X(17) VALUE "         BALANCE".
           03 FILLER             PIC X(17) VALUE "           LIMIT".
           03 FILLER             PIC X(10) VALUE "EXPIRES".
           03 FILLER             PIC X(17) VALUE "          EXCESS".
           03 FILLER             PIC X(17) VALUE " BASE EQUIVALENT".
           03 FILLER             PIC X(06) VALUE " DAYS".
           03 FILLER             PIC X(10) VALUE " SINCE".
       01 WS-DETAIL.
           03 WS-DET-ID          PIC 9(05).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-DVZ         PIC 9(03).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-NAME        PIC X(18).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-TYPE        PIC X(04).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-BALANCE     PIC Z(14)9-.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-LIMIT       PIC Z(14)9-.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-EXPIRY      PIC 9(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-EXCESS      PIC Z(14)9-.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-BASE-EXCESS PIC Z(14)9-.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-DAYS        PIC ZZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-SINCE       PIC 9(08).
       01 WS-TOTAL-LINE.
           03 WS-TOT-LABEL       PIC X(30).
           03 WS-TOT-VALUE       PIC Z(6)9.
       01 WS-AMOUNT-LINE.
           03 WS-AMT-LABEL       PIC X(30).
           03 WS-AMT-VALUE       PIC Z(16)9-.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-BUSINESS-DATE
           PERFORM H200-OPEN-FILES
           SORT SRT-FILE ON DESCENDING KEY SRT-DAYS SRT-BASE-EXCESS
                            ASCENDING KEY SRT-ID SRT-DVZ
                INPUT PROCEDURE H300-SCAN-ACCOUNTS THRU H399-END
                OUTPUT PROCEDURE H600-BREACH-REPORT THRU H649-END
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
           MOVE CT-IDX-READ TO RC-COUNT-1.
           MOVE CT-BREACHES TO RC-COUNT-2.
           MOVE CT-CLEARED  TO RC-COUNT-3.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           MOVE RC-RETURN-CODE TO RETURN-CODE.
       H105-END. EXIT.
      *
       H110-GET-BUSINESS-DATE.
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
           MOVE "P" TO BC-REQUEST.
           MOVE WS-BUSINESS-DATE TO BC-DATE.
           CALL 'BIZCAL' USING BC-PARM.
           IF BC-RETURN-CODE NOT = ZERO
                DISPLAY "PREVIOUS BUSINESS DATE NOT FOUND FOR "
                   WS-BUSINESS-DATE
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           MOVE BC-RESULT-DATE TO WS-PREV-BUSINESS-DATE.
           DISPLAY "PBVODBR BUSINESS DATE: " WS-BUSINESS-DATE
              " PREVIOUS: " WS-PREV-BUSINESS-DATE.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF IDX-NF OR NOT IDX-OK
                DISPLAY "IDX-FILE ERROR"
                MOVE ST-IDXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT ODL-FILE.
           IF ODL-NF OR NOT ODL-OK
                DISPLAY "ODL-FILE ERROR"
                MOVE ST-ODLFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT FX-FILE.
           IF FX-NF OR NOT FX-OK
                DISPLAY "FX-FILE ERROR"
                MOVE ST-FXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN I-O ODH-FILE.
           IF ODH-NF
                OPEN OUTPUT ODH-FILE
                CLOSE ODH-FILE
                OPEN I-O ODH-FILE
           END-IF.
           IF NOT ODH-OK
                DISPLAY "ODH-FILE ERROR"
                MOVE ST-ODHFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF RPT-NF OR NOT RPT-OK
                DISPLAY "RPT-FILE ERROR"
                MOVE ST-RPTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H200-END. EXIT.
      *
       H300-SCAN-ACCOUNTS.
           PERFORM H305-READ-IDX-FILE.
           PERFORM H310-PROCESS-ACCOUNT UNTIL IDX-EOF.
           GO TO H399-END.
      *
       H305-READ-IDX-FILE.
           READ IDX-FILE NEXT.
           IF (NOT IDX-OK) AND (NOT IDX-EOF)
                DISPLAY "IDX-FILE ERROR"
                MOVE ST-IDXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H305-END. EXIT.
      *
       H310-PROCESS-ACCOUNT.
           ADD 1 TO CT-IDX-READ.
           PERFORM H320-CLASSIFY-ACCOUNT.
           PERFORM H330-READ-HISTORY.
           IF NO-BREACH
                IF ODH-RECORD-FOUND
                     PERFORM H350-CLEAR-HISTORY
                END-IF
           ELSE
                PERFORM H340-UPDATE-HISTORY
                PERFORM H360-RELEASE-BREACH
           END-IF.
           PERFORM H305-READ-IDX-FILE.
       H310-END. EXIT.
      *
       H320-CLASSIFY-ACCOUNT.
           MOVE SPACES TO WS-BREACH-TYPE.
           MOVE ZERO TO WS-OVERDRAWN WS-EXCESS.
           IF IDX-BALANCE < ZERO
                COMPUTE WS-OVERDRAWN = ZERO - IDX-BALANCE
           END-IF.
           SET ODL-RECORD-NOT-FOUND TO TRUE.
           MOVE IDX-ID  TO ODL-ID.
           MOVE IDX-DVZ TO ODL-DVZ.
           READ ODL-FILE KEY ODL-KEY
             INVALID KEY
                MOVE ZERO TO ODL-LIMIT ODL-EXPIRY-DATE
             NOT INVALID KEY
                SET ODL-RECORD-FOUND TO TRUE
           END-READ.
           IF ODL-RECORD-FOUND AND ODL-EXPIRY-DATE < WS-BUSINESS-DATE
                SET BREACH-EXPIRED TO TRUE
                MOVE WS-OVERDRAWN TO WS-EXCESS
           ELSE
                IF WS-OVERDRAWN > ZERO
                     IF ODL-RECORD-NOT-FOUND
                        OR ODL-APPROVAL-DATE > WS-BUSINESS-DATE
                          SET BREACH-NO-LIMIT TO TRUE
                          MOVE WS-OVERDRAWN TO WS-EXCESS
                     ELSE
                          IF WS-OVERDRAWN > ODL-LIMIT
                               SET BREACH-OVER-LIMIT TO TRUE
                               COMPUTE WS-EXCESS =
                                    WS-OVERDRAWN - ODL-LIMIT
                          END-IF
                     END-IF
                END-IF
           END-IF.
       H320-END. EXIT.
      *
       H330-READ-HISTORY.
           SET ODH-RECORD-NOT-FOUND TO TRUE.
           MOVE IDX-ID  TO ODH-ID.
           MOVE IDX-DVZ TO ODH-DVZ.
           READ ODH-FILE KEY ODH-KEY
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET ODH-RECORD-FOUND TO TRUE
           END-READ.
       H330-END. EXIT.
      *
       H340-UPDATE-HISTORY.
           IF ODH-RECORD-NOT-FOUND
                MOVE WS-BREACH-TYPE   TO ODH-TYPE
                MOVE WS-BUSINESS-DATE TO ODH-FIRST-DATE
                MOVE WS-BUSINESS-DATE TO ODH-LAST-DATE
                MOVE 1 TO ODH-DAYS
                WRITE ODH-REC
                  INVALID KEY
                     DISPLAY "ODH-FILE WRITE ERROR: " IDX-ID " " IDX-DVZ
                     ADD 1 TO CT-ODH-ERRORS
                END-WRITE
           ELSE
                IF ODH-LAST-DATE NOT = WS-BUSINESS-DATE
                     IF ODH-LAST-DATE = WS-PREV-BUSINESS-DATE
                          ADD 1 TO ODH-DAYS
                     ELSE
                          MOVE WS-BUSINESS-DATE TO ODH-FIRST-DATE
                          MOVE 1 TO ODH-DAYS
                     END-IF
                END-IF
                MOVE WS-BREACH-TYPE   TO ODH-TYPE
                MOVE WS-BUSINESS-DATE TO ODH-LAST-DATE
                REWRITE ODH-REC
                  INVALID KEY
                     DISPLAY "ODH-FILE REWRITE ERROR: "
                        IDX-ID " " IDX-DVZ
                     ADD 1 TO CT-ODH-ERRORS
                END-REWRITE
           END-IF.
       H340-END. EXIT.
      *
       H350-CLEAR-HISTORY.
           DELETE ODH-FILE
             INVALID KEY
                DISPLAY "ODH-FILE DELETE ERROR: " IDX-ID " " IDX-DVZ
                ADD 1 TO CT-ODH-ERRORS
             NOT INVALID KEY
                ADD 1 TO CT-CLEARED
           END-DELETE.
       H350-END. EXIT.
      *
       H360-RELEASE-BREACH.
           ADD 1 TO CT-BREACHES.
           PERFORM H500-LOOKUP-RATE.
           COMPUTE WS-BASE-EXCESS ROUNDED = WS-EXCESS * WS-RATE.
           EVALUATE TRUE
             WHEN BREACH-NO-LIMIT
                ADD 1 TO CT-NO-LIMIT
                ADD WS-BASE-EXCESS TO CT-BASE-NO-LIMIT
             WHEN BREACH-OVER-LIMIT
                ADD 1 TO CT-OVER-LIMIT
                ADD WS-BASE-EXCESS TO CT-BASE-OVER-LIMIT
             WHEN OTHER
                ADD 1 TO CT-EXPIRED
                ADD WS-BASE-EXCESS TO CT-BASE-EXPIRED
           END-EVALUATE.
           MOVE ODH-DAYS        TO SRT-DAYS.
           MOVE WS-BASE-EXCESS  TO SRT-BASE-EXCESS.
           MOVE IDX-ID          TO SRT-ID.
           MOVE IDX-DVZ         TO SRT-DVZ.
           MOVE WS-BREACH-TYPE  TO SRT-TYPE.
           MOVE IDX-NAME        TO SRT-NAME.
           MOVE IDX-BALANCE     TO SRT-BALANCE.
           MOVE ODL-LIMIT       TO SRT-LIMIT.
           MOVE ODL-EXPIRY-DATE TO SRT-EXPIRY-DATE.
           MOVE WS-EXCESS       TO SRT-EXCESS.
           MOVE ODH-FIRST-DATE  TO SRT-FIRST-DATE.
           RELEASE SRT-REC.
       H360-END. EXIT.
      *
       H399-END. EXIT.
      *
       H500-LOOKUP-RATE.
           MOVE 1 TO WS-RATE.
           SET RATE-NOT-FOUND TO TRUE.
           MOVE IDX-DVZ TO WS-TARGET-CURRENCY.
           MOVE WS-TARGET-CURRENCY TO FX-CURRENCY.
           MOVE ZERO TO FX-EFF-DATE.
           START FX-FILE KEY NOT LESS THAN FX-KEY
             INVALID KEY
                SET FX-SCAN-DONE TO TRUE
             NOT INVALID KEY
                SET FX-SCAN-ACTIVE TO TRUE
           END-START.
           PERFORM H505-SCAN-ONE-RATE UNTIL FX-SCAN-DONE.
           IF RATE-NOT-FOUND
                DISPLAY "FX RATE NOT FOUND: " IDX-DVZ
                ADD 1 TO CT-NO-RATE
           END-IF.
       H500-END. EXIT.
      *
       H505-SCAN-ONE-RATE.
           READ FX-FILE NEXT
             AT END
                SET FX-SCAN-DONE TO TRUE
             NOT AT END
                IF FX-CURRENCY NOT = WS-TARGET-CURRENCY
                   OR FX-EFF-DATE > WS-BUSINESS-DATE
                     SET FX-SCAN-DONE TO TRUE
                ELSE
                     MOVE FX-RATE TO WS-RATE
                     SET RATE-FOUND TO TRUE
                END-IF
           END-READ.
       H505-END. EXIT.
      *
       H600-BREACH-REPORT.
           PERFORM H670-PRINT-HEADINGS.
           PERFORM H640-RETURN-SORTED.
           PERFORM H610-PRINT-ONE-BREACH UNTIL SRT-DONE.
           GO TO H649-END.
      *
       H610-PRINT-ONE-BREACH.
           MOVE SRT-ID          TO WS-DET-ID.
           MOVE SRT-DVZ         TO WS-DET-DVZ.
           MOVE SRT-NAME        TO WS-DET-NAME.
           MOVE SRT-TYPE        TO WS-DET-TYPE.
           MOVE SRT-BALANCE     TO WS-DET-BALANCE.
           MOVE SRT-LIMIT       TO WS-DET-LIMIT.
           MOVE SRT-EXPIRY-DATE TO WS-DET-EXPIRY.
           MOVE SRT-EXCESS      TO WS-DET-EXCESS.
           MOVE SRT-BASE-EXCESS TO WS-DET-BASE-EXCESS.
           MOVE SRT-DAYS        TO WS-DET-DAYS.
           MOVE SRT-FIRST-DATE  TO WS-DET-SINCE.
           MOVE WS-DETAIL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           PERFORM H640-RETURN-SORTED.
       H610-END. EXIT.
      *
       H640-RETURN-SORTED.
           RETURN SRT-FILE
             AT END
                SET SRT-DONE TO TRUE
           END-RETURN.
       H640-END. EXIT.
      *
       H649-END. EXIT.
      *
       H680-WRITE-RPT-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                PERFORM H670-PRINT-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WS-LINE-COUNT.
       H680-END. EXIT.
      *
       H670-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-BUSINESS-DATE TO WS-HEAD1-DATE.
           MOVE WS-PAGE-COUNT TO WS-HEAD1-PAGE.
           MOVE WS-HEAD1 TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-HEAD2 TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 5 TO WS-LINE-COUNT.
       H670-END. EXIT.
      *
       H800-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "IDX-FILE RECORDS READ.......:" TO WS-TOT-LABEL.
           MOVE CT-IDX-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "OVERDRAWN WITHOUT LIMIT.....:" TO WS-TOT-LABEL.
           MOVE CT-NO-LIMIT TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "OVER LIMIT..................:" TO WS-TOT-LABEL.
           MOVE CT-OVER-LIMIT TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "LIMIT EXPIRED...............:" TO WS-TOT-LABEL.
           MOVE CT-EXPIRED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "BREACHES CLEARED............:" TO WS-TOT-LABEL.
           MOVE CT-CLEARED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "FX RATES NOT FOUND..........:" TO WS-TOT-LABEL.
           MOVE CT-NO-RATE TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "BASE EXCESS - NO LIMIT......:" TO WS-AMT-LABEL.
           MOVE CT-BASE-NO-LIMIT TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "BASE EXCESS - OVER LIMIT....:" TO WS-AMT-LABEL.
           MOVE CT-BASE-OVER-LIMIT TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "BASE EXCESS - LIMIT EXPIRED.:" TO WS-AMT-LABEL.
           MOVE CT-BASE-EXPIRED TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H990-SHUT-DOWN.
           IF CT-ODH-ERRORS > ZERO AND RETURN-CODE = ZERO
                MOVE 8 TO RETURN-CODE
           END-IF.
           IF CT-NO-RATE > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVODBR CONTROL TOTALS".
           DISPLAY "  IDX-FILE RECORDS READ....: " CT-IDX-READ.
           DISPLAY "  OVERDRAWN WITHOUT LIMIT..: " CT-NO-LIMIT.
           DISPLAY "  OVER LIMIT...............: " CT-OVER-LIMIT.
           DISPLAY "  LIMIT EXPIRED............: " CT-EXPIRED.
           DISPLAY "  BREACHES CLEARED.........: " CT-CLEARED.
           DISPLAY "  FX RATES NOT FOUND.......: " CT-NO-RATE.
           DISPLAY "  ODH-FILE ERRORS..........: " CT-ODH-ERRORS.
           CLOSE IDX-FILE
           CLOSE ODL-FILE
           CLOSE FX-FILE
           CLOSE ODH-FILE
           CLOSE RPT-FILE.
           STOP RUN.
       H990-END. EXIT.
