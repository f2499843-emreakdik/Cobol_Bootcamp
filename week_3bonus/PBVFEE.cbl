       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVFEE.
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
           SELECT FSC-FILE ASSIGN TO FSCFILE
                           STATUS ST-FSCFILE.
           SELECT BAU-FILE ASSIGN TO BAUFILE
                           STATUS ST-BAUFILE.
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
              88 IDX-DORMANT       VALUE "D".
           03 IDX-STATUS-DATE PIC S9(7) COMP-3.
       FD FSC-FILE RECORDING MODE F.
       01 FSC-REC.
           03 FSC-DVZ            PIC 9(03).
           03 FSC-STATUS         PIC X(01).
           03 FSC-FEE-TYPE       PIC X(01).
              88 FSC-TYPE-VALID       VALUE "M" "O" "C".
           03 FSC-METHOD         PIC X(01).
              88 FSC-METHOD-VALID     VALUE "F" "P".
           03 FSC-FLAT-AMOUNT    PIC 9(15).
           03 FSC-PERCENT        PIC 9(3)V9(4).
           03 FSC-MIN-AMOUNT     PIC 9(15).
           03 FSC-MAX-AMOUNT     PIC 9(15).
       FD BAU-FILE RECORDING MODE F.
       01 BAU-REC.
           03 BAU-ID             PIC 9(5).
           03 BAU-DVZ            PIC 9(3).
           03 BAU-PRE-BALANCE    PIC S9(15).
           03 BAU-BONUS-AMOUNT   PIC S9(15).
           03 BAU-POST-BALANCE   PIC S9(15).
       01 BAU-HDR-REC.
           03 BAU-HDR-TAG          PIC X(03).
           03 BAU-HDR-FILE-ID      PIC X(08).
           03 BAU-HDR-CREATE-DATE  PIC 9(08).
           03 BAU-HDR-PROGRAM      PIC X(08).
       01 BAU-TRL-REC.
           03 BAU-TRL-TAG          PIC X(03).
           03 BAU-TRL-CT-RECORDS   PIC 9(09).
           03 BAU-TRL-HASH-BALANCE PIC S9(17).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-BUSINESS-DATE  PIC 9(08).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-IDXFILE         PIC 9(2).
               88 IDX-EOF              VALUE 10.
               88 IDX-OK               VALUE 0 97.
               88 IDX-NF               VALUE 23 35.
           03 ST-FSCFILE         PIC 9(2).
               88 FSC-EOF              VALUE 10.
               88 FSC-OK               VALUE 0 97.
               88 FSC-NF               VALUE 23 35.
           03 ST-BAUFILE         PIC 9(2).
               88 BAU-OK               VALUE 0 97.
               88 BAU-NF               VALUE 23 35.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       01 WS-FEE-TABLE.
           03 WS-FEE-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-FEE-ENTRY OCCURS 300 TIMES INDEXED BY WS-FEE-IDX.
              05 WS-FEE-DVZ        PIC 9(03).
              05 WS-FEE-STATUS     PIC X(01).
              05 WS-FEE-TYPE       PIC X(01).
              05 WS-FEE-METHOD     PIC X(01).
                 88 FEE-IS-FLAT         VALUE "F".
                 88 FEE-IS-PERCENT      VALUE "P".
              05 WS-FEE-FLAT       PIC 9(15).
              05 WS-FEE-PERCENT    PIC 9(3)V9(4).
              05 WS-FEE-MIN        PIC 9(15).
              05 WS-FEE-MAX        PIC 9(15).
       77 WS-FEE-SW           PIC X(01).
           88 FEE-FOUND               VALUE "Y".
           88 FEE-NOT-FOUND           VALUE "N".
       01 WS-CUR-TABLE.
           03 WS-CUR-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-CUR-ENTRY OCCURS 100 TIMES INDEXED BY WS-CUR-IDX.
              05 WS-CUR-DVZ        PIC 9(03).
              05 WS-CUR-ACCOUNTS   PIC 9(7)   COMP-3.
              05 WS-CUR-MAINT      PIC S9(17) COMP-3.
              05 WS-CUR-OVERDRAWN  PIC S9(17) COMP-3.
              05 WS-CUR-CLOSURE    PIC S9(17) COMP-3.
              05 WS-CUR-TOTAL      PIC S9(17) COMP-3.
       77 WS-CUR-SW           PIC X(01).
           88 CUR-FOUND               VALUE "Y".
           88 CUR-NOT-FOUND           VALUE "N".
       01 BC-PARM.
           03 BC-REQUEST         PIC X(01).
           03 BC-DATE            PIC 9(08).
           03 BC-RESULT-DATE     PIC 9(08).
           03 BC-DAY-SW          PIC X(01).
              88 BC-BUSINESS-DAY      VALUE "B".
              88 BC-NON-BUSINESS-DAY  VALUE "N".
           03 BC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       01 WS-BUSINESS-AREA.
           03 WS-BUSINESS-DATE   PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-FIELDS REDEFINES WS-BUSINESS-AREA.
           03 WS-BUSINESS-YYYY   PIC 9(04).
           03 WS-BUSINESS-MM     PIC 9(02).
           03 WS-BUSINESS-DD     PIC 9(02).
       01 WS-NEXT-AREA.
           03 WS-NEXT-BUSINESS-DATE PIC 9(08) VALUE ZERO.
       01 WS-NEXT-FIELDS REDEFINES WS-NEXT-AREA.
           03 WS-NEXT-YYYY       PIC 9(04).
           03 WS-NEXT-MM         PIC 9(02).
           03 WS-NEXT-DD         PIC 9(02).
       77 WS-PREV-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       77 WS-BUSINESS-JULIAN  PIC 9(7) VALUE ZERO.
       77 WS-PREV-JULIAN      PIC 9(7) VALUE ZERO.
       77 WS-MONTH-END-SW     PIC X(01) VALUE "N".
           88 MONTH-END-RUN           VALUE "Y".
           88 NOT-MONTH-END-RUN       VALUE "N".
       77 WS-LOOKUP-STATUS    PIC X(01).
       77 WS-LOOKUP-TYPE      PIC X(01).
       77 WS-FEE-BASIS        PIC S9(15) COMP-3.
       77 WS-FEE-AMOUNT       PIC S9(15) COMP-3.
       77 WS-ACCT-MAINT       PIC S9(15) COMP-3.
       77 WS-ACCT-OVERDRAWN   PIC S9(15) COMP-3.
       77 WS-ACCT-CLOSURE     PIC S9(15) COMP-3.
       77 WS-ACCT-TOTAL       PIC S9(15) COMP-3.
       77 CT-IDX-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-FROZEN           PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-NO-FEE           PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-BAU-WRITTEN      PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-BAU-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-FEE-TOTAL        PIC S9(17) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVFEE".
           03 RC-LOCK-MODE       PIC X(01) VALUE "C".
           03 RC-FILES           PIC X(40) VALUE
              "IDXFILE FSCFILE BAUFILE RPTFILE".
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
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE.
           03 WS-CURRENT-YYYYMMDD PIC 9(8).
           03 FILLER              PIC X(13).
       01 WS-HEAD1.
           03 FILLER             PIC X(10) VALUE "PBVFEE".
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "ACCOUNT FEE REGISTER".
           03 FILLER             PIC X(10) VALUE "RUN DATE: ".
           03 WS-HEAD1-YYYY      PIC 9(4).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-MM        PIC 9(2).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-DD        PIC 9(2).
           03 FILLER             PIC X(6)  VALUE "  PAGE".
           03 WS-HEAD1-PAGE      PIC ZZZZ9.
       01 WS-HEAD2.
           03 FILLER             PIC X(9)  VALUE "ID    DVZ".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(2)  VALUE "ST".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(17) VALUE
              "      PRE-BALANCE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(17) VALUE
              "      MAINTENANCE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(17) VALUE
              "        OVERDRAWN".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(17) VALUE
              "          CLOSURE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(17) VALUE
              "     TOTAL CHARGE".
       01 WS-HEAD3.
           03 FILLER             PIC X(16) VALUE "BUSINESS DATE: ".
           03 WS-HEAD3-DATE      PIC 9(8).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-HEAD3-MONTH-END PIC X(30).
       01 WS-DETAIL.
           03 WS-DET-ID          PIC 9(05).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-DET-DVZ         PIC 9(03).
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 WS-DET-STATUS      PIC X(01).
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 WS-DET-BALANCE     PIC Z(15)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-MAINT       PIC Z(15)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-OVERDRAWN   PIC Z(15)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-CLOSURE     PIC Z(15)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-TOTAL       PIC Z(15)9-.
       01 WS-CUR-HEAD.
           03 FILLER             PIC X(9)  VALUE "DVZ  ACCT".
           03 FILLER             PIC X(31) VALUE SPACES.
           03 FILLER             PIC X(17) VALUE
              "      MAINTENANCE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(17) VALUE
              "        OVERDRAWN".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(17) VALUE
              "          CLOSURE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(17) VALUE
              "     TOTAL CHARGE".
       01 WS-CUR-LINE.
           03 WS-CTL-DVZ         PIC 9(03).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-CTL-ACCOUNTS    PIC ZZZZZZ9.
           03 FILLER             PIC X(29) VALUE SPACES.
           03 WS-CTL-MAINT       PIC Z(15)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-CTL-OVERDRAWN   PIC Z(15)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-CTL-CLOSURE     PIC Z(15)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-CTL-TOTAL       PIC Z(15)9-.
       01 WS-TOTAL-LINE.
           03 WS-TOT-LABEL       PIC X(30).
           03 WS-TOT-VALUE       PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-BUSINESS-DATE
           PERFORM H200-OPEN-FILES
           PERFORM H300-ASSESS-RECORD UNTIL IDX-EOF
           PERFORM H500-WRITE-BAU-TRAILER
           PERFORM H700-PRINT-CURRENCY-TOTALS
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
           MOVE CT-IDX-READ    TO RC-COUNT-1.
           MOVE CT-BAU-WRITTEN TO RC-COUNT-2.
           MOVE CT-FROZEN      TO RC-COUNT-3.
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
           MOVE "N" TO BC-REQUEST.
           MOVE WS-BUSINESS-DATE TO BC-DATE.
           CALL 'BIZCAL' USING BC-PARM.
           IF BC-RETURN-CODE NOT = ZERO
                DISPLAY "NEXT BUSINESS DATE NOT FOUND FOR "
                   WS-BUSINESS-DATE
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           MOVE BC-RESULT-DATE TO WS-NEXT-BUSINESS-DATE.
           IF WS-NEXT-MM NOT = WS-BUSINESS-MM
                SET MONTH-END-RUN TO TRUE
           END-IF.
           COMPUTE WS-BUSINESS-JULIAN = FUNCTION DAY-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)).
           COMPUTE WS-PREV-JULIAN = FUNCTION DAY-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-PREV-BUSINESS-DATE)).
           DISPLAY "PBVFEE BUSINESS DATE: " WS-BUSINESS-DATE
              " MONTH END: " WS-MONTH-END-SW.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT FSC-FILE.
           IF FSC-NF OR NOT FSC-OK
                DISPLAY "FSC-FILE ERROR"
                MOVE ST-FSCFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H250-LOAD-FEE-TABLE UNTIL FSC-EOF.
           CLOSE FSC-FILE.
           IF WS-FEE-COUNT = ZERO
                DISPLAY "FSC-FILE HAS NO FEE ROWS - RUN REFUSED"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF IDX-NF OR NOT IDX-OK
                DISPLAY "IDX-FILE ERROR"
                MOVE ST-IDXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT BAU-FILE.
           IF BAU-NF OR NOT BAU-OK
                DISPLAY "BAU-FILE ERROR"
                MOVE ST-BAUFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF RPT-NF OR NOT RPT-OK
                DISPLAY "RPT-FILE ERROR"
                MOVE ST-RPTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H260-WRITE-BAU-HEADER.
           MOVE WS-BUSINESS-DATE TO WS-HEAD3-DATE.
           IF MONTH-END-RUN
                MOVE "MONTH-END - MAINTENANCE FEES"
                  TO WS-HEAD3-MONTH-END
           ELSE
                MOVE SPACES TO WS-HEAD3-MONTH-END
           END-IF.
           MOVE WS-HEAD3 TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           READ IDX-FILE NEXT.
           IF (NOT IDX-OK) AND (NOT IDX-EOF)
                DISPLAY "IDX-FILE ERROR"
                MOVE ST-IDXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H200-END. EXIT.
      *
       H250-LOAD-FEE-TABLE.
           READ FSC-FILE.
           IF FSC-OK
                IF WS-FEE-COUNT >= 300
                     DISPLAY "FSC-FILE HAS TOO MANY ROWS FOR TABLE"
                     MOVE 99 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                IF NOT FSC-TYPE-VALID OR NOT FSC-METHOD-VALID
                     DISPLAY "FSC-FILE ROW INVALID: " FSC-DVZ " "
                        FSC-STATUS " " FSC-FEE-TYPE " " FSC-METHOD
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                ADD 1 TO WS-FEE-COUNT
                SET WS-FEE-IDX TO WS-FEE-COUNT
                MOVE FSC-DVZ         TO WS-FEE-DVZ (WS-FEE-IDX)
                MOVE FSC-STATUS      TO WS-FEE-STATUS (WS-FEE-IDX)
                MOVE FSC-FEE-TYPE    TO WS-FEE-TYPE (WS-FEE-IDX)
                MOVE FSC-METHOD      TO WS-FEE-METHOD (WS-FEE-IDX)
                MOVE FSC-FLAT-AMOUNT TO WS-FEE-FLAT (WS-FEE-IDX)
                MOVE FSC-PERCENT     TO WS-FEE-PERCENT (WS-FEE-IDX)
                MOVE FSC-MIN-AMOUNT  TO WS-FEE-MIN (WS-FEE-IDX)
                MOVE FSC-MAX-AMOUNT  TO WS-FEE-MAX (WS-FEE-IDX)
           ELSE
                IF NOT FSC-EOF
                     DISPLAY "FSC-FILE READ ERROR"
                     MOVE ST-FSCFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
           END-IF.
       H250-END. EXIT.
      *
       H260-WRITE-BAU-HEADER.
           MOVE "HDR"     TO BAU-HDR-TAG.
           MOVE "BAUFILE" TO BAU-HDR-FILE-ID.
           MOVE WS-BUSINESS-DATE TO BAU-HDR-CREATE-DATE.
           MOVE "PBVFEE"  TO BAU-HDR-PROGRAM.
           WRITE BAU-HDR-REC.
       H260-END. EXIT.
      *
       H300-ASSESS-RECORD.
           ADD 1 TO CT-IDX-READ.
           IF IDX-FROZEN
                ADD 1 TO CT-FROZEN
           ELSE
                PERFORM H310-ASSESS-ACCOUNT
           END-IF.
           READ IDX-FILE NEXT.
           IF (NOT IDX-OK) AND (NOT IDX-EOF)
                DISPLAY "IDX-FILE ERROR"
                MOVE ST-IDXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H300-END. EXIT.
      *
       H310-ASSESS-ACCOUNT.
           MOVE ZERO TO WS-ACCT-MAINT WS-ACCT-OVERDRAWN
                        WS-ACCT-CLOSURE.
           IF IDX-ACTIVE
                MOVE "A" TO WS-LOOKUP-STATUS
           ELSE
                MOVE IDX-STATUS TO WS-LOOKUP-STATUS
           END-IF.
           IF IDX-BALANCE IS NEGATIVE
                COMPUTE WS-FEE-BASIS = ZERO - IDX-BALANCE
           ELSE
                MOVE IDX-BALANCE TO WS-FEE-BASIS
           END-IF.
           IF MONTH-END-RUN AND NOT IDX-CLOSED
                MOVE "M" TO WS-LOOKUP-TYPE
                PERFORM H320-COMPUTE-FEE
                MOVE WS-FEE-AMOUNT TO WS-ACCT-MAINT
           END-IF.
           IF IDX-BALANCE IS NEGATIVE
                MOVE "O" TO WS-LOOKUP-TYPE
                PERFORM H320-COMPUTE-FEE
                MOVE WS-FEE-AMOUNT TO WS-ACCT-OVERDRAWN
           END-IF.
           IF IDX-CLOSED
              AND IDX-STATUS-DATE > WS-PREV-JULIAN
              AND IDX-STATUS-DATE NOT > WS-BUSINESS-JULIAN
                MOVE "C" TO WS-LOOKUP-TYPE
                PERFORM H320-COMPUTE-FEE
                MOVE WS-FEE-AMOUNT TO WS-ACCT-CLOSURE
           END-IF.
           COMPUTE WS-ACCT-TOTAL =
                WS-ACCT-MAINT + WS-ACCT-OVERDRAWN + WS-ACCT-CLOSURE.
           IF WS-ACCT-TOTAL = ZERO
                ADD 1 TO CT-NO-FEE
           ELSE
                PERFORM H400-WRITE-CHARGE
           END-IF.
       H310-END. EXIT.
      *
       H320-COMPUTE-FEE.
           MOVE ZERO TO WS-FEE-AMOUNT.
           PERFORM H325-FIND-FEE-ENTRY.
           IF FEE-FOUND
                IF FEE-IS-FLAT (WS-FEE-IDX)
                     MOVE WS-FEE-FLAT (WS-FEE-IDX) TO WS-FEE-AMOUNT
                ELSE
                     COMPUTE WS-FEE-AMOUNT ROUNDED =
                          WS-FEE-BASIS * WS-FEE-PERCENT (WS-FEE-IDX)
                          / 100
                END-IF
                IF WS-FEE-AMOUNT < WS-FEE-MIN (WS-FEE-IDX)
                     MOVE WS-FEE-MIN (WS-FEE-IDX) TO WS-FEE-AMOUNT
                END-IF
                IF WS-FEE-MAX (WS-FEE-IDX) > ZERO
                   AND WS-FEE-AMOUNT > WS-FEE-MAX (WS-FEE-IDX)
                     MOVE WS-FEE-MAX (WS-FEE-IDX) TO WS-FEE-AMOUNT
                END-IF
           END-IF.
       H320-END. EXIT.
      *
       H325-FIND-FEE-ENTRY.
           SET FEE-NOT-FOUND TO TRUE.
           SET WS-FEE-IDX TO 1.
           PERFORM H326-CHECK-ONE-FEE
              UNTIL WS-FEE-IDX > WS-FEE-COUNT OR FEE-FOUND.
       H325-END. EXIT.
      *
       H326-CHECK-ONE-FEE.
           IF IDX-DVZ = WS-FEE-DVZ (WS-FEE-IDX)
              AND WS-LOOKUP-STATUS = WS-FEE-STATUS (WS-FEE-IDX)
              AND WS-LOOKUP-TYPE = WS-FEE-TYPE (WS-FEE-IDX)
                SET FEE-FOUND TO TRUE
           ELSE
                SET WS-FEE-IDX UP BY 1
           END-IF.
       H326-END. EXIT.
      *
       H400-WRITE-CHARGE.
           MOVE IDX-ID      TO BAU-ID.
           MOVE IDX-DVZ     TO BAU-DVZ.
           MOVE IDX-BALANCE TO BAU-PRE-BALANCE.
           COMPUTE BAU-BONUS-AMOUNT = ZERO - WS-ACCT-TOTAL.
           COMPUTE BAU-POST-BALANCE = IDX-BALANCE - WS-ACCT-TOTAL.
           WRITE BAU-REC.
           IF NOT BAU-OK
                DISPLAY "BAU-FILE ERROR"
                MOVE ST-BAUFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           ADD 1 TO CT-BAU-WRITTEN.
           ADD BAU-BONUS-AMOUNT TO CT-BAU-HASH.
           ADD WS-ACCT-TOTAL TO CT-FEE-TOTAL.
           PERFORM H410-ADD-CURRENCY-TOTALS.
           MOVE IDX-ID            TO WS-DET-ID.
           MOVE IDX-DVZ           TO WS-DET-DVZ.
           MOVE WS-LOOKUP-STATUS  TO WS-DET-STATUS.
           MOVE IDX-BALANCE       TO WS-DET-BALANCE.
           MOVE WS-ACCT-MAINT     TO WS-DET-MAINT.
           MOVE WS-ACCT-OVERDRAWN TO WS-DET-OVERDRAWN.
           MOVE WS-ACCT-CLOSURE   TO WS-DET-CLOSURE.
           MOVE WS-ACCT-TOTAL     TO WS-DET-TOTAL.
           MOVE WS-DETAIL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H400-END. EXIT.
      *
       H410-ADD-CURRENCY-TOTALS.
           SET CUR-NOT-FOUND TO TRUE.
           SET WS-CUR-IDX TO 1.
           PERFORM H415-CHECK-ONE-CURRENCY
              UNTIL WS-CUR-IDX > WS-CUR-COUNT OR CUR-FOUND.
           IF CUR-NOT-FOUND
                IF WS-CUR-COUNT >= 100
                     DISPLAY "TOO MANY CURRENCIES FOR TOTALS TABLE"
                     MOVE 99 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                ADD 1 TO WS-CUR-COUNT
                SET WS-CUR-IDX TO WS-CUR-COUNT
                MOVE IDX-DVZ TO WS-CUR-DVZ (WS-CUR-IDX)
                MOVE ZERO TO WS-CUR-ACCOUNTS (WS-CUR-IDX)
                             WS-CUR-MAINT (WS-CUR-IDX)
                             WS-CUR-OVERDRAWN (WS-CUR-IDX)
                             WS-CUR-CLOSURE (WS-CUR-IDX)
                             WS-CUR-TOTAL (WS-CUR-IDX)
           END-IF.
           ADD 1                 TO WS-CUR-ACCOUNTS (WS-CUR-IDX).
           ADD WS-ACCT-MAINT     TO WS-CUR-MAINT (WS-CUR-IDX).
           ADD WS-ACCT-OVERDRAWN TO WS-CUR-OVERDRAWN (WS-CUR-IDX).
           ADD WS-ACCT-CLOSURE   TO WS-CUR-CLOSURE (WS-CUR-IDX).
           ADD WS-ACCT-TOTAL     TO WS-CUR-TOTAL (WS-CUR-IDX).
       H410-END. EXIT.
      *
       H415-CHECK-ONE-CURRENCY.
           IF IDX-DVZ = WS-CUR-DVZ (WS-CUR-IDX)
                SET CUR-FOUND TO TRUE
           ELSE
                SET WS-CUR-IDX UP BY 1
           END-IF.
       H415-END. EXIT.
      *
       H500-WRITE-BAU-TRAILER.
           MOVE "TRL" TO BAU-TRL-TAG.
           MOVE CT-BAU-WRITTEN TO BAU-TRL-CT-RECORDS.
           MOVE CT-BAU-HASH TO BAU-TRL-HASH-BALANCE.
           WRITE BAU-TRL-REC.
       H500-END. EXIT.
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
           MOVE WS-RUN-YYYY   TO WS-HEAD1-YYYY.
           MOVE WS-RUN-MM     TO WS-HEAD1-MM.
           MOVE WS-RUN-DD     TO WS-HEAD1-DD.
           MOVE WS-PAGE-COUNT TO WS-HEAD1-PAGE.
           MOVE WS-HEAD1 TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING PAGE.
           MOVE WS-HEAD2 TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 4 TO WS-LINE-COUNT.
       H670-END. EXIT.
      *
       H700-PRINT-CURRENCY-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE WS-CUR-HEAD TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           SET WS-CUR-IDX TO 1.
           PERFORM H710-PRINT-ONE-CURRENCY
              UNTIL WS-CUR-IDX > WS-CUR-COUNT.
       H700-END. EXIT.
      *
       H710-PRINT-ONE-CURRENCY.
           MOVE WS-CUR-DVZ (WS-CUR-IDX)       TO WS-CTL-DVZ.
           MOVE WS-CUR-ACCOUNTS (WS-CUR-IDX)  TO WS-CTL-ACCOUNTS.
           MOVE WS-CUR-MAINT (WS-CUR-IDX)     TO WS-CTL-MAINT.
           MOVE WS-CUR-OVERDRAWN (WS-CUR-IDX) TO WS-CTL-OVERDRAWN.
           MOVE WS-CUR-CLOSURE (WS-CUR-IDX)   TO WS-CTL-CLOSURE.
           MOVE WS-CUR-TOTAL (WS-CUR-IDX)     TO WS-CTL-TOTAL.
           MOVE WS-CUR-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           SET WS-CUR-IDX UP BY 1.
       H710-END. EXIT.
      *
       H800-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "IDX-FILE RECORDS READ.......:" TO WS-TOT-LABEL.
           MOVE CT-IDX-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "FROZEN ACCOUNTS SKIPPED.....:" TO WS-TOT-LABEL.
           MOVE CT-FROZEN TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "ACCOUNTS WITH NO FEE DUE....:" TO WS-TOT-LABEL.
           MOVE CT-NO-FEE TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "FEE POSTINGS WRITTEN........:" TO WS-TOT-LABEL.
           MOVE CT-BAU-WRITTEN TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H990-SHUT-DOWN.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVFEE CONTROL TOTALS".
           DISPLAY "  IDX-FILE RECORDS READ....: " CT-IDX-READ.
           DISPLAY "  FROZEN SKIPPED...........: " CT-FROZEN.
           DISPLAY "  NO FEE DUE...............: " CT-NO-FEE.
           DISPLAY "  FEE POSTINGS WRITTEN.....: " CT-BAU-WRITTEN.
           DISPLAY "  TOTAL FEES CHARGED.......: " CT-FEE-TOTAL.
           DISPLAY "  POSTING AMOUNT HASH......: " CT-BAU-HASH.
           CLOSE IDX-FILE
           CLOSE BAU-FILE
           CLOSE RPT-FILE.
           STOP RUN.
       H990-END. EXIT.
