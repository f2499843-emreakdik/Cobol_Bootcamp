       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVDELTA.
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
           SELECT BKP-FILE ASSIGN TO BKPFILE
                           STATUS ST-BKPFILE.
           SELECT DLT-FILE ASSIGN TO DLTFILE
                           STATUS ST-DLTFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPTFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
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
       FD BKP-FILE RECORDING MODE F.
       01 BKP-REC.
           03 BKP-ID         PIC 9(05).
           03 BKP-DVZ        PIC 9(03).
           03 BKP-NAME       PIC X(30).
           03 BKP-DATE       PIC S9(07).
           03 BKP-BALANCE    PIC S9(15).
           03 BKP-STATUS     PIC X(01).
           03 BKP-STATUS-DATE PIC S9(07).
       FD DLT-FILE RECORDING MODE F.
       01 DLT-REC            PIC X(120).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-BUSINESS-DATE   PIC 9(08).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-IDXFILE         PIC 9(2).
               88 IDX-EOF              VALUE 10.
               88 IDX-OK               VALUE 0 97.
               88 IDX-NF               VALUE 23 35.
           03 ST-BKPFILE         PIC 9(2).
               88 BKP-EOF              VALUE 10.
               88 BKP-OK               VALUE 0 97.
               88 BKP-NF               VALUE 23 35.
           03 ST-DLTFILE         PIC 9(2).
               88 DLT-OK               VALUE 0 97.
               88 DLT-NF               VALUE 23 35.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       77 WS-NEW-KEY          PIC 9(9) VALUE ZERO.
       77 WS-OLD-KEY          PIC 9(9) VALUE ZERO.
       77 WS-PREV-OLD-KEY     PIC 9(9) VALUE ZERO.
       77 WS-END-KEY          PIC 9(9) VALUE 999999999.
       77 WS-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
       77 WS-TARGET-DVZ       PIC 9(3).
       01 WS-CURRENT-DATE.
           03 WS-RUN-DATE        PIC 9(8).
           03 FILLER             PIC X(13).
       01 WS-DVZ-TABLE.
           03 WS-DVZ-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-DVZ-ENTRY OCCURS 100 TIMES INDEXED BY WS-DVZ-IDX.
              05 WS-DVZ-CODE       PIC 9(03).
              05 WS-DVZ-INSERTS    PIC 9(7)   COMP-3.
              05 WS-DVZ-UPDATES    PIC 9(7)   COMP-3.
              05 WS-DVZ-DELETES    PIC 9(7)   COMP-3.
              05 WS-DVZ-UNCHANGED  PIC 9(7)   COMP-3.
       77 WS-DVZ-SW           PIC X(01).
           88 DVZ-ENTRY-FOUND         VALUE "Y".
           88 DVZ-ENTRY-NOT-FOUND     VALUE "N".
       77 WS-CHANGE-TYPE      PIC X(01).
           88 CHANGE-INSERT           VALUE "I".
           88 CHANGE-UPDATE           VALUE "U".
           88 CHANGE-DELETE           VALUE "D".
       01 WS-OUT-IMAGE.
           03 WS-OUT-ID          PIC 9(05).
           03 WS-OUT-DVZ         PIC 9(03).
           03 WS-OUT-NAME        PIC X(30).
           03 WS-OUT-DATE        PIC S9(07).
           03 WS-OUT-BALANCE     PIC S9(15).
           03 WS-OUT-STATUS      PIC X(01).
           03 WS-OUT-STATUS-DATE PIC S9(07).
       01 WS-NEW-IMAGE.
           03 WS-NEW-ID          PIC 9(05).
           03 WS-NEW-DVZ         PIC 9(03).
           03 WS-NEW-NAME        PIC X(30).
           03 WS-NEW-DATE        PIC S9(07).
           03 WS-NEW-BALANCE     PIC S9(15).
           03 WS-NEW-STATUS      PIC X(01).
           03 WS-NEW-STATUS-DATE PIC S9(07).
       77 WS-JULIAN-DATE      PIC S9(7).
       01 WS-JULIAN-CHECK.
           03 WS-JUL-YYYY        PIC 9(4).
           03 WS-JUL-DDD         PIC 9(3).
       77 INT-DATE            PIC 9(7).
       01 WS-GREG-AREA.
           03 GREG-DATE          PIC 9(8).
       01 WS-GREG-PARTS REDEFINES WS-GREG-AREA.
           03 WS-GREG-YYYY       PIC 9(4).
           03 WS-GREG-MM         PIC 9(2).
           03 WS-GREG-DD         PIC 9(2).
       01 WS-ISO-DATE.
           03 WS-ISO-YYYY        PIC 9(4).
           03 FILLER             PIC X(1) VALUE "-".
           03 WS-ISO-MM          PIC 9(2).
           03 FILLER             PIC X(1) VALUE "-".
           03 WS-ISO-DD          PIC 9(2).
       77 WS-TXT-DATE         PIC X(10).
       77 WS-TXT-STATUS-DATE  PIC X(10).
       77 WS-TXT-NAME         PIC X(30).
       77 WS-NAME-TRAIL       PIC 9(2) COMP.
       77 WS-NAME-LEN         PIC 9(2) COMP.
       77 WS-TXT-BALANCE      PIC +9(15).
       77 WS-TXT-HASH         PIC +9(17).
       77 WS-TXT-COUNT        PIC 9(9).
       77 WS-TXT-INSERTS      PIC 9(9).
       77 WS-TXT-UPDATES      PIC 9(9).
       77 WS-TXT-DELETES      PIC 9(9).
       77 WS-DLT-LINE         PIC X(120).
       77 WS-DELIM            PIC X(01) VALUE "|".
       77 CT-IDX-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-BKP-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-INSERTS          PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-UPDATES          PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-DELETES          PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-UNCHANGED        PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-DLT-WRITTEN      PIC 9(9)   COMP-3 VALUE ZERO.
       77 CT-HASH-BALANCE     PIC S9(17) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVDELTA".
           03 RC-LOCK-MODE       PIC X(01) VALUE "C".
           03 RC-FILES           PIC X(40) VALUE
              "IDXFILE BKPFILE DLTFILE RPTFILE".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
           03 RC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       77 WS-LINE-COUNT       PIC 9(3) COMP-3 VALUE 99.
       77 WS-PAGE-COUNT       PIC 9(5) COMP-3 VALUE ZERO.
       77 WS-LINES-PER-PAGE   PIC 9(3) COMP-3 VALUE 55.
       77 WS-PRINT-LINE       PIC X(132).
       01 WS-HEAD1.
           03 FILLER             PIC X(10) VALUE "PBVDELTA".
           03 FILLER             PIC X(20) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "IDX-FILE DELTA EXTRACT SUMMARY".
           03 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           03 WS-HEAD1-DATE      PIC 9(8).
           03 FILLER             PIC X(6)  VALUE "  PAGE".
           03 WS-HEAD1-PAGE      PIC ZZZZ9.
       01 WS-HEAD2.
           03 FILLER             PIC X(10) VALUE "CURRENCY".
           03 FILLER             PIC X(12) VALUE "     INSERTS".
           03 FILLER             PIC X(12) VALUE "     UPDATES".
           03 FILLER             PIC X(12) VALUE "     DELETES".
           03 FILLER             PIC X(12) VALUE "   UNCHANGED".
       01 WS-DETAIL.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-DVZ         PIC 9(03).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 WS-DET-INSERTS     PIC Z(11)9.
           03 WS-DET-UPDATES     PIC Z(11)9.
           03 WS-DET-DELETES     PIC Z(11)9.
           03 WS-DET-UNCHANGED   PIC Z(11)9.
       01 WS-DETAIL-TOTAL.
           03 FILLER             PIC X(10) VALUE "TOTAL".
           03 WS-DTT-INSERTS     PIC Z(11)9.
           03 WS-DTT-UPDATES     PIC Z(11)9.
           03 WS-DTT-DELETES     PIC Z(11)9.
           03 WS-DTT-UNCHANGED   PIC Z(11)9.
       01 WS-TOTAL-LINE.
           03 WS-TOT-LABEL       PIC X(30).
           03 WS-TOT-VALUE       PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-PARAMETERS
           PERFORM H200-OPEN-FILES
           PERFORM H210-WRITE-HEADER
           PERFORM H300-READ-IDX
           PERFORM H310-READ-BKP
           PERFORM H400-COMPARE-RECORDS
              UNTIL WS-NEW-KEY = WS-END-KEY
                AND WS-OLD-KEY = WS-END-KEY
           PERFORM H510-WRITE-TRAILER
           PERFORM H700-PRINT-SUMMARY
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
           MOVE CT-INSERTS TO RC-COUNT-1.
           MOVE CT-UPDATES TO RC-COUNT-2.
           MOVE CT-DELETES TO RC-COUNT-3.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           MOVE RC-RETURN-CODE TO RETURN-CODE.
       H105-END. EXIT.
      *
       H110-GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT PRM-FILE.
           IF PRM-OK
                READ PRM-FILE
                IF PRM-OK AND PRM-BUSINESS-DATE NUMERIC
                   AND PRM-BUSINESS-DATE > ZERO
                     MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE
                END-IF
                CLOSE PRM-FILE
           END-IF.
           DISPLAY "PBVDELTA BUSINESS DATE: " WS-BUSINESS-DATE.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF IDX-NF OR NOT IDX-OK
                DISPLAY "IDX-FILE ERROR"
                MOVE ST-IDXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT BKP-FILE.
           IF BKP-NF OR NOT BKP-OK
                DISPLAY "BKP-FILE ERROR"
                MOVE ST-BKPFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT DLT-FILE.
           IF DLT-NF OR NOT DLT-OK
                DISPLAY "DLT-FILE ERROR"
                MOVE ST-DLTFILE TO RETURN-CODE
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
       H210-WRITE-HEADER.
           MOVE SPACES TO WS-DLT-LINE.
           STRING "HDR"            DELIMITED BY SIZE
                  WS-DELIM         DELIMITED BY SIZE
                  "IDXDELTA"       DELIMITED BY SIZE
                  WS-DELIM         DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  WS-DELIM         DELIMITED BY SIZE
                  "PBVDELTA"       DELIMITED BY SIZE
             INTO WS-DLT-LINE
           END-STRING.
           PERFORM H520-WRITE-DLT-LINE.
       H210-END. EXIT.
      *
       H300-READ-IDX.
           READ IDX-FILE NEXT.
           IF IDX-OK
                ADD 1 TO CT-IDX-READ
                COMPUTE WS-NEW-KEY = IDX-ID * 1000 + IDX-DVZ
           ELSE
                IF IDX-EOF
                     MOVE WS-END-KEY TO WS-NEW-KEY
                ELSE
                     DISPLAY "IDX-FILE ERROR"
                     MOVE ST-IDXFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
           END-IF.
       H300-END. EXIT.
      *
       H310-READ-BKP.
           READ BKP-FILE.
           IF BKP-OK
                ADD 1 TO CT-BKP-READ
                COMPUTE WS-OLD-KEY = BKP-ID * 1000 + BKP-DVZ
                IF WS-OLD-KEY NOT > WS-PREV-OLD-KEY
                   AND CT-BKP-READ > 1
                     DISPLAY "BKP-FILE OUT OF SEQUENCE AT "
                        BKP-ID " " BKP-DVZ
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                MOVE WS-OLD-KEY TO WS-PREV-OLD-KEY
           ELSE
                IF BKP-EOF
                     MOVE WS-END-KEY TO WS-OLD-KEY
                ELSE
                     DISPLAY "BKP-FILE ERROR"
                     MOVE ST-BKPFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
           END-IF.
       H310-END. EXIT.
      *
       H400-COMPARE-RECORDS.
           IF WS-NEW-KEY < WS-OLD-KEY
                PERFORM H320-BUILD-NEW-IMAGE
                MOVE WS-NEW-IMAGE TO WS-OUT-IMAGE
                SET CHANGE-INSERT TO TRUE
                PERFORM H500-WRITE-CHANGE
                PERFORM H300-READ-IDX
           ELSE
                IF WS-NEW-KEY > WS-OLD-KEY
                     MOVE BKP-REC TO WS-OUT-IMAGE
                     SET CHANGE-DELETE TO TRUE
                     PERFORM H500-WRITE-CHANGE
                     PERFORM H310-READ-BKP
                ELSE
                     PERFORM H320-BUILD-NEW-IMAGE
                     IF WS-NEW-IMAGE = BKP-REC
                          PERFORM H420-COUNT-UNCHANGED
                     ELSE
                          MOVE WS-NEW-IMAGE TO WS-OUT-IMAGE
                          SET CHANGE-UPDATE TO TRUE
                          PERFORM H500-WRITE-CHANGE
                     END-IF
                     PERFORM H300-READ-IDX
                     PERFORM H310-READ-BKP
                END-IF
           END-IF.
       H400-END. EXIT.
      *
       H320-BUILD-NEW-IMAGE.
           MOVE IDX-ID      TO WS-NEW-ID.
           MOVE IDX-DVZ     TO WS-NEW-DVZ.
           MOVE IDX-NAME    TO WS-NEW-NAME.
           MOVE IDX-DATE    TO WS-NEW-DATE.
           MOVE IDX-BALANCE TO WS-NEW-BALANCE.
           MOVE IDX-STATUS  TO WS-NEW-STATUS.
           MOVE IDX-STATUS-DATE TO WS-NEW-STATUS-DATE.
       H320-END. EXIT.
      *
       H420-COUNT-UNCHANGED.
           ADD 1 TO CT-UNCHANGED.
           MOVE WS-NEW-DVZ TO WS-TARGET-DVZ.
           PERFORM H600-FIND-DVZ-ENTRY.
           IF DVZ-ENTRY-NOT-FOUND
                PERFORM H610-ADD-DVZ-ENTRY
           END-IF.
           ADD 1 TO WS-DVZ-UNCHANGED (WS-DVZ-IDX).
       H420-END. EXIT.
      *
       H500-WRITE-CHANGE.
           MOVE WS-OUT-DVZ TO WS-TARGET-DVZ.
           PERFORM H600-FIND-DVZ-ENTRY.
           IF DVZ-ENTRY-NOT-FOUND
                PERFORM H610-ADD-DVZ-ENTRY
           END-IF.
           EVALUATE TRUE
             WHEN CHANGE-INSERT
                ADD 1 TO CT-INSERTS
                ADD 1 TO WS-DVZ-INSERTS (WS-DVZ-IDX)
             WHEN CHANGE-UPDATE
                ADD 1 TO CT-UPDATES
                ADD 1 TO WS-DVZ-UPDATES (WS-DVZ-IDX)
             WHEN OTHER
                ADD 1 TO CT-DELETES
                ADD 1 TO WS-DVZ-DELETES (WS-DVZ-IDX)
           END-EVALUATE.
           MOVE WS-OUT-DATE TO WS-JULIAN-DATE.
           PERFORM H910-FORMAT-JULIAN-DATE.
           MOVE WS-ISO-DATE TO WS-TXT-DATE.
           IF GREG-DATE = ZERO
                MOVE SPACES TO WS-TXT-DATE
           END-IF.
           MOVE WS-OUT-STATUS-DATE TO WS-JULIAN-DATE.
           PERFORM H910-FORMAT-JULIAN-DATE.
           MOVE WS-ISO-DATE TO WS-TXT-STATUS-DATE.
           IF GREG-DATE = ZERO
                MOVE SPACES TO WS-TXT-STATUS-DATE
           END-IF.
           MOVE WS-OUT-NAME TO WS-TXT-NAME.
           INSPECT WS-TXT-NAME REPLACING ALL WS-DELIM BY "/".
           IF WS-TXT-NAME = SPACES
                MOVE "-" TO WS-TXT-NAME
           END-IF.
           MOVE ZERO TO WS-NAME-TRAIL.
           INSPECT FUNCTION REVERSE (WS-TXT-NAME)
              TALLYING WS-NAME-TRAIL FOR LEADING SPACE.
           COMPUTE WS-NAME-LEN = 30 - WS-NAME-TRAIL.
           IF WS-OUT-STATUS = SPACE
                MOVE "A" TO WS-OUT-STATUS
           END-IF.
           MOVE WS-OUT-BALANCE TO WS-TXT-BALANCE.
           MOVE SPACES TO WS-DLT-LINE.
           STRING WS-CHANGE-TYPE     DELIMITED BY SIZE
                  WS-DELIM           DELIMITED BY SIZE
                  WS-OUT-ID          DELIMITED BY SIZE
                  WS-DELIM           DELIMITED BY SIZE
                  WS-OUT-DVZ         DELIMITED BY SIZE
                  WS-DELIM           DELIMITED BY SIZE
                  WS-TXT-NAME (1:WS-NAME-LEN)
                                     DELIMITED BY SIZE
                  WS-DELIM           DELIMITED BY SIZE
                  WS-TXT-DATE        DELIMITED BY SPACE
                  WS-DELIM           DELIMITED BY SIZE
                  WS-TXT-BALANCE     DELIMITED BY SIZE
                  WS-DELIM           DELIMITED BY SIZE
                  WS-OUT-STATUS      DELIMITED BY SIZE
                  WS-DELIM           DELIMITED BY SIZE
                  WS-TXT-STATUS-DATE DELIMITED BY SPACE
             INTO WS-DLT-LINE
           END-STRING.
           PERFORM H520-WRITE-DLT-LINE.
           ADD 1 TO CT-DLT-WRITTEN.
           ADD WS-OUT-BALANCE TO CT-HASH-BALANCE.
       H500-END. EXIT.
      *
       H510-WRITE-TRAILER.
           MOVE CT-DLT-WRITTEN  TO WS-TXT-COUNT.
           MOVE CT-INSERTS      TO WS-TXT-INSERTS.
           MOVE CT-UPDATES      TO WS-TXT-UPDATES.
           MOVE CT-DELETES      TO WS-TXT-DELETES.
           MOVE CT-HASH-BALANCE TO WS-TXT-HASH.
           MOVE SPACES TO WS-DLT-LINE.
           STRING "TRL"            DELIMITED BY SIZE
                  WS-DELIM         DELIMITED BY SIZE
                  WS-TXT-COUNT     DELIMITED BY SIZE
                  WS-DELIM         DELIMITED BY SIZE
                  WS-TXT-INSERTS   DELIMITED BY SIZE
                  WS-DELIM         DELIMITED BY SIZE
                  WS-TXT-UPDATES   DELIMITED BY SIZE
                  WS-DELIM         DELIMITED BY SIZE
                  WS-TXT-DELETES   DELIMITED BY SIZE
                  WS-DELIM         DELIMITED BY SIZE
                  WS-TXT-HASH      DELIMITED BY SIZE
             INTO WS-DLT-LINE
           END-STRING.
           PERFORM H520-WRITE-DLT-LINE.
       H510-END. EXIT.
      *
       H520-WRITE-DLT-LINE.
           MOVE WS-DLT-LINE TO DLT-REC.
           WRITE DLT-REC.
           IF NOT DLT-OK
                DISPLAY "DLT-FILE WRITE ERROR"
                MOVE ST-DLTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H520-END. EXIT.
      *
       H600-FIND-DVZ-ENTRY.
           SET DVZ-ENTRY-NOT-FOUND TO TRUE.
           SET WS-DVZ-IDX TO 1.
           PERFORM H605-CHECK-ONE-DVZ
              UNTIL WS-DVZ-IDX > WS-DVZ-COUNT OR DVZ-ENTRY-FOUND.
       H600-END. EXIT.
      *
       H605-CHECK-ONE-DVZ.
           IF WS-DVZ-CODE (WS-DVZ-IDX) = WS-TARGET-DVZ
                SET DVZ-ENTRY-FOUND TO TRUE
           ELSE
                SET WS-DVZ-IDX UP BY 1
           END-IF.
       H605-END. EXIT.
      *
       H610-ADD-DVZ-ENTRY.
           IF WS-DVZ-COUNT >= 100
                DISPLAY "TOO MANY CURRENCIES FOR SUMMARY TABLE"
                MOVE 99 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           ADD 1 TO WS-DVZ-COUNT.
           SET WS-DVZ-IDX TO WS-DVZ-COUNT.
           MOVE WS-TARGET-DVZ TO WS-DVZ-CODE (WS-DVZ-IDX).
           MOVE ZERO TO WS-DVZ-INSERTS (WS-DVZ-IDX)
                        WS-DVZ-UPDATES (WS-DVZ-IDX)
                        WS-DVZ-DELETES (WS-DVZ-IDX)
                        WS-DVZ-UNCHANGED (WS-DVZ-IDX).
       H610-END. EXIT.
      *
       H700-PRINT-SUMMARY.
           PERFORM H670-PRINT-HEADINGS.
           SET WS-DVZ-IDX TO 1.
           PERFORM H710-PRINT-ONE-CURRENCY
              UNTIL WS-DVZ-IDX > WS-DVZ-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE CT-INSERTS   TO WS-DTT-INSERTS.
           MOVE CT-UPDATES   TO WS-DTT-UPDATES.
           MOVE CT-DELETES   TO WS-DTT-DELETES.
           MOVE CT-UNCHANGED TO WS-DTT-UNCHANGED.
           MOVE WS-DETAIL-TOTAL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H700-END. EXIT.
      *
       H710-PRINT-ONE-CURRENCY.
           MOVE WS-DVZ-CODE (WS-DVZ-IDX)      TO WS-DET-DVZ.
           MOVE WS-DVZ-INSERTS (WS-DVZ-IDX)   TO WS-DET-INSERTS.
           MOVE WS-DVZ-UPDATES (WS-DVZ-IDX)   TO WS-DET-UPDATES.
           MOVE WS-DVZ-DELETES (WS-DVZ-IDX)   TO WS-DET-DELETES.
           MOVE WS-DVZ-UNCHANGED (WS-DVZ-IDX) TO WS-DET-UNCHANGED.
           MOVE WS-DETAIL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           SET WS-DVZ-IDX UP BY 1.
       H710-END. EXIT.
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
           MOVE "BKP-FILE RECORDS READ.......:" TO WS-TOT-LABEL.
           MOVE CT-BKP-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "DELTA RECORDS WRITTEN.......:" TO WS-TOT-LABEL.
           MOVE CT-DLT-WRITTEN TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H910-FORMAT-JULIAN-DATE.
           MOVE ZERO TO GREG-DATE.
           IF WS-JULIAN-DATE IS NUMERIC AND WS-JULIAN-DATE > ZERO
                MOVE WS-JULIAN-DATE TO WS-JULIAN-CHECK
                IF WS-JUL-YYYY NOT < 1601
                   AND WS-JUL-DDD > ZERO
                   AND WS-JUL-DDD NOT > 366
                     COMPUTE INT-DATE =
                          FUNCTION INTEGER-OF-DAY(WS-JULIAN-DATE)
                     COMPUTE GREG-DATE =
                          FUNCTION DATE-OF-INTEGER(INT-DATE)
                END-IF
           END-IF.
           MOVE WS-GREG-YYYY TO WS-ISO-YYYY.
           MOVE WS-GREG-MM   TO WS-ISO-MM.
           MOVE WS-GREG-DD   TO WS-ISO-DD.
       H910-END. EXIT.
      *
       H990-SHUT-DOWN.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVDELTA CONTROL TOTALS".
           DISPLAY "  IDX-FILE RECORDS READ....: " CT-IDX-READ.
           DISPLAY "  BKP-FILE RECORDS READ....: " CT-BKP-READ.
           DISPLAY "  INSERTS WRITTEN..........: " CT-INSERTS.
           DISPLAY "  UPDATES WRITTEN..........: " CT-UPDATES.
           DISPLAY "  DELETES WRITTEN..........: " CT-DELETES.
           DISPLAY "  UNCHANGED................: " CT-UNCHANGED.
           DISPLAY "  BALANCE HASH TOTAL.......: " CT-HASH-BALANCE.
           CLOSE IDX-FILE
           CLOSE BKP-FILE
           CLOSE DLT-FILE
           CLOSE RPT-FILE.
           STOP RUN.
       H990-END. EXIT.
