       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVDRIVE.
       AUTHOR. Yunus Emre Akdik.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JSD-FILE ASSIGN TO JSDFILE
                           STATUS ST-JSDFILE.
           SELECT JSS-FILE ASSIGN TO JSSFILE
                           STATUS ST-JSSFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPTFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD JSD-FILE RECORDING MODE F.
       01 JSD-REC.
           03 JSD-STEP-NAME      PIC X(08).
           03 JSD-PROGRAM        PIC X(08).
           03 JSD-MAX-RC         PIC 9(02).
           03 JSD-PRED-AREA.
              05 JSD-PRED        PIC X(08) OCCURS 5 TIMES.
           03 JSD-COMMAND        PIC X(80).
       FD JSS-FILE RECORDING MODE F.
       01 JSS-REC.
           03 JSS-STREAM-DATE    PIC 9(08).
           03 JSS-STEP-NAME      PIC X(08).
           03 JSS-STATUS         PIC X(01).
              88 JSS-COMPLETE         VALUE "C" "P".
           03 JSS-RC             PIC 9(03).
           03 JSS-START-DATE     PIC 9(08).
           03 JSS-START-TIME     PIC 9(06).
           03 JSS-END-DATE       PIC 9(08).
           03 JSS-END-TIME       PIC 9(06).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-BUSINESS-DATE   PIC 9(08).
           03 PRM-RESTART-SW      PIC X(01).
              88 PRM-NEW-STREAM       VALUE "N".
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-JSDFILE         PIC 9(2).
               88 JSD-EOF              VALUE 10.
               88 JSD-OK               VALUE 0 97.
               88 JSD-NF               VALUE 23 35.
           03 ST-JSSFILE         PIC 9(2).
               88 JSS-EOF              VALUE 10.
               88 JSS-OK               VALUE 0 97.
               88 JSS-NF               VALUE 23 35.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       01 WS-STEP-TABLE.
           03 WS-STEP-COUNT        PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-STEP-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-STP-IDX WS-FND-IDX.
              05 WS-STP-NAME       PIC X(08).
              05 WS-STP-PROGRAM    PIC X(08).
              05 WS-STP-MAX-RC     PIC 9(02).
              05 WS-STP-PRED       PIC X(08) OCCURS 5 TIMES.
              05 WS-STP-COMMAND    PIC X(80).
              05 WS-STP-STATUS     PIC X(01).
                 88 STEP-PENDING        VALUE " ".
                 88 STEP-COMPLETE       VALUE "C".
                 88 STEP-PRIOR-COMPLETE VALUE "P".
                 88 STEP-FAILED         VALUE "F".
                 88 STEP-HELD           VALUE "H".
                 88 STEP-NOT-RUN        VALUE "N".
                 88 STEP-FINISHED-CLEAN VALUE "C" "P".
              05 WS-STP-RC         PIC 9(03).
              05 WS-STP-START-DATE PIC 9(08).
              05 WS-STP-START-TIME PIC 9(06).
              05 WS-STP-END-DATE   PIC 9(08).
              05 WS-STP-END-TIME   PIC 9(06).
       77 WS-PRD-SUB          PIC 9(2) COMP.
       77 WS-TARGET-STEP      PIC X(08).
       77 WS-BAD-PRED         PIC X(08).
       77 WS-FND-SW           PIC X(01).
           88 STEP-NAME-FOUND         VALUE "Y".
           88 STEP-NAME-NOT-FOUND     VALUE "N".
       77 WS-PRED-SW          PIC X(01).
           88 PREDECESSORS-CLEAN      VALUE "Y".
           88 PREDECESSORS-NOT-CLEAN  VALUE "N".
       77 WS-STREAM-SW        PIC X(01) VALUE "N".
           88 STREAM-STOPPED          VALUE "Y".
           88 STREAM-RUNNING          VALUE "N".
       77 WS-STEP-RC          PIC S9(9) COMP VALUE ZERO.
       77 WS-STREAM-RC        PIC 9(2) VALUE ZERO.
       77 WS-LOGGED-RC        PIC 9(2) VALUE ZERO.
       77 WS-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
       77 WS-DATE-SW          PIC X(01) VALUE "N".
           88 DATE-FROM-PRM           VALUE "P".
           88 DATE-FROM-CHECKPOINT    VALUE "C".
           88 DATE-NOT-GIVEN          VALUE "N".
       77 WS-STREAM-START-DATE PIC 9(8) VALUE ZERO.
       77 WS-STREAM-START-TIME PIC 9(6) VALUE ZERO.
       01 WS-TIMESTAMP.
           03 WS-TS-DATE         PIC 9(8).
           03 WS-TS-TIME         PIC 9(6).
           03 FILLER             PIC X(7).
       01 WS-TIME-WORK.
           03 WS-TIME-HH         PIC 9(2).
           03 WS-TIME-MM         PIC 9(2).
           03 WS-TIME-SS         PIC 9(2).
       01 WS-TIME-EDIT.
           03 WS-TE-HH           PIC 9(2).
           03 FILLER             PIC X(1) VALUE ":".
           03 WS-TE-MM           PIC 9(2).
           03 FILLER             PIC X(1) VALUE ":".
           03 WS-TE-SS           PIC 9(2).
       77 CT-STEPS-DEFINED    PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-STEPS-RUN        PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-STEPS-COMPLETE   PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-STEPS-PRIOR      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-STEPS-FAILED     PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-STEPS-HELD       PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-STEPS-NOT-RUN    PIC 9(7) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVDRIVE".
           03 RC-LOCK-MODE       PIC X(01) VALUE "N".
           03 RC-FILES           PIC X(40) VALUE
              "JSDFILE JSSFILE RPTFILE".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
           03 RC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       01 WS-STEP-FILES.
           03 FILLER             PIC X(05) VALUE "STEP ".
           03 WS-SF-STEP         PIC X(08).
           03 FILLER             PIC X(09) VALUE " STATUS: ".
           03 WS-SF-STATUS       PIC X(01).
           03 FILLER             PIC X(17) VALUE " BY PBVDRIVE".
       77 WS-LINE-COUNT       PIC 9(3) COMP-3 VALUE 99.
       77 WS-PAGE-COUNT       PIC 9(5) COMP-3 VALUE ZERO.
       77 WS-LINES-PER-PAGE   PIC 9(3) COMP-3 VALUE 55.
       77 WS-PRINT-LINE       PIC X(132).
       01 WS-HEAD1.
           03 FILLER             PIC X(10) VALUE "PBVDRIVE".
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(31) VALUE
              "NIGHTLY STREAM STATUS SUMMARY".
           03 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           03 WS-HEAD1-DATE      PIC 9(8).
           03 FILLER             PIC X(6)  VALUE "  PAGE".
           03 WS-HEAD1-PAGE      PIC ZZZZ9.
       01 WS-HEAD2.
           03 FILLER             PIC X(05) VALUE "SEQ".
           03 FILLER             PIC X(10) VALUE "STEP".
           03 FILLER             PIC X(10) VALUE "PROGRAM".
           03 FILLER             PIC X(08) VALUE "MAX RC".
           03 FILLER             PIC X(06) VALUE "RC".
           03 FILLER             PIC X(26) VALUE "STATUS".
           03 FILLER             PIC X(22) VALUE "STARTED".
           03 FILLER             PIC X(20) VALUE "ENDED".
       01 WS-DETAIL.
           03 WS-DET-SEQ         PIC ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-STEP        PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-PROGRAM     PIC X(08).
           03 FILLER             PIC X(04) VALUE SPACES.
           03 WS-DET-MAX-RC      PIC Z9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 WS-DET-RC          PIC ZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-STATUS      PIC X(24).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-SDATE       PIC 9(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-STIME       PIC X(08).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 WS-DET-EDATE       PIC 9(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-ETIME       PIC X(08).
       01 WS-STREAM-LINE.
           03 FILLER             PIC X(16) VALUE "STREAM STARTED: ".
           03 WS-STR-SDATE       PIC 9(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-STR-STIME       PIC X(08).
           03 FILLER             PIC X(10) VALUE "   ENDED: ".
           03 WS-STR-EDATE       PIC 9(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-STR-ETIME       PIC X(08).
           03 FILLER             PIC X(11) VALUE "   RESULT: ".
           03 WS-STR-RESULT      PIC X(30).
       01 WS-TOTAL-LINE.
           03 WS-TOT-LABEL       PIC X(30).
           03 WS-TOT-VALUE       PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-PARAMETERS
           PERFORM H200-OPEN-FILES
           PERFORM H260-LOAD-CHECKPOINT
           SET WS-STP-IDX TO 1
           PERFORM H300-RUN-ONE-STEP
              UNTIL WS-STP-IDX > WS-STEP-COUNT
           PERFORM H600-PRINT-SUMMARY
           PERFORM H800-PRINT-TOTALS
           PERFORM H990-SHUT-DOWN.
       0000-END. EXIT.
      *
       H100-RUN-CONTROL-START.
           MOVE "S" TO RC-REQUEST.
           MOVE ZERO TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           IF RC-RETURN-CODE NOT = ZERO
                DISPLAY "PBVDRIVE RUN CONTROL REFUSED - RUN REFUSED"
                MOVE RC-RETURN-CODE TO RETURN-CODE
                STOP RUN
           END-IF.
       H100-END. EXIT.
      *
       H105-RUN-CONTROL-END.
           MOVE "E" TO RC-REQUEST.
           MOVE "PBVDRIVE" TO RC-PROGRAM.
           MOVE "N" TO RC-LOCK-MODE.
           MOVE "JSDFILE JSSFILE RPTFILE" TO RC-FILES.
           MOVE CT-STEPS-RUN      TO RC-COUNT-1.
           MOVE CT-STEPS-COMPLETE TO RC-COUNT-2.
           COMPUTE RC-COUNT-3 = CT-STEPS-FAILED + CT-STEPS-HELD.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           MOVE RC-RETURN-CODE TO RETURN-CODE.
       H105-END. EXIT.
      *
       H110-GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TS-DATE TO WS-STREAM-START-DATE.
           MOVE WS-TS-TIME TO WS-STREAM-START-TIME.
           MOVE SPACE TO PRM-RESTART-SW.
           OPEN INPUT PRM-FILE.
           IF PRM-OK
                READ PRM-FILE
                IF PRM-OK AND PRM-BUSINESS-DATE NUMERIC
                   AND PRM-BUSINESS-DATE > ZERO
                     MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE
                     SET DATE-FROM-PRM TO TRUE
                END-IF
                CLOSE PRM-FILE
           END-IF.
           IF DATE-FROM-PRM
                DISPLAY "PBVDRIVE BUSINESS DATE: " WS-BUSINESS-DATE
                   " RESTART SWITCH: " PRM-RESTART-SW
           ELSE
                DISPLAY "PBVDRIVE NO PRM BUSINESS DATE"
                   " - RESTART SWITCH: " PRM-RESTART-SW
           END-IF.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT JSD-FILE.
           IF JSD-NF OR NOT JSD-OK
                DISPLAY "JSD-FILE ERROR"
                MOVE ST-JSDFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H250-LOAD-STEP-TABLE UNTIL JSD-EOF.
           CLOSE JSD-FILE.
           IF WS-STEP-COUNT = ZERO
                DISPLAY "JSD-FILE HAS NO STEPS - RUN REFUSED"
                MOVE 16 TO RETURN-CODE
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
       H250-LOAD-STEP-TABLE.
           READ JSD-FILE.
           IF JSD-OK
                IF WS-STEP-COUNT >= 50
                     DISPLAY "JSD-FILE HAS TOO MANY STEPS FOR TABLE"
                     MOVE 99 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                IF JSD-STEP-NAME = SPACES OR JSD-PROGRAM = SPACES
                   OR JSD-COMMAND = SPACES
                   OR JSD-MAX-RC IS NOT NUMERIC
                     DISPLAY "JSD-FILE STEP INVALID: " JSD-STEP-NAME
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                MOVE JSD-STEP-NAME TO WS-TARGET-STEP
                PERFORM H270-FIND-STEP
                IF STEP-NAME-FOUND
                     DISPLAY "JSD-FILE STEP DEFINED TWICE: "
                        JSD-STEP-NAME
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                MOVE 1 TO WS-PRD-SUB
                PERFORM H255-CHECK-ONE-DEFINED-PRED
                   UNTIL WS-PRD-SUB > 5
                ADD 1 TO WS-STEP-COUNT
                ADD 1 TO CT-STEPS-DEFINED
                SET WS-STP-IDX TO WS-STEP-COUNT
                MOVE JSD-STEP-NAME TO WS-STP-NAME (WS-STP-IDX)
                MOVE JSD-PROGRAM   TO WS-STP-PROGRAM (WS-STP-IDX)
                MOVE JSD-MAX-RC    TO WS-STP-MAX-RC (WS-STP-IDX)
                MOVE JSD-COMMAND   TO WS-STP-COMMAND (WS-STP-IDX)
                MOVE 1 TO WS-PRD-SUB
                PERFORM H257-COPY-ONE-PRED
                   UNTIL WS-PRD-SUB > 5
                MOVE SPACE TO WS-STP-STATUS (WS-STP-IDX)
                MOVE ZERO  TO WS-STP-RC (WS-STP-IDX)
                              WS-STP-START-DATE (WS-STP-IDX)
                              WS-STP-START-TIME (WS-STP-IDX)
                              WS-STP-END-DATE (WS-STP-IDX)
                              WS-STP-END-TIME (WS-STP-IDX)
           ELSE
                IF NOT JSD-EOF
                     DISPLAY "JSD-FILE READ ERROR"
                     MOVE ST-JSDFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
           END-IF.
       H250-END. EXIT.
      *
       H255-CHECK-ONE-DEFINED-PRED.
           IF JSD-PRED (WS-PRD-SUB) NOT = SPACES
                MOVE JSD-PRED (WS-PRD-SUB) TO WS-TARGET-STEP
                PERFORM H270-FIND-STEP
                IF STEP-NAME-NOT-FOUND
                     DISPLAY "JSD-FILE PREDECESSOR " WS-TARGET-STEP
                        " NOT DEFINED BEFORE STEP " JSD-STEP-NAME
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
           END-IF.
           ADD 1 TO WS-PRD-SUB.
       H255-END. EXIT.
      *
       H257-COPY-ONE-PRED.
           MOVE JSD-PRED (WS-PRD-SUB)
             TO WS-STP-PRED (WS-STP-IDX WS-PRD-SUB).
           ADD 1 TO WS-PRD-SUB.
       H257-END. EXIT.
      *
       H260-LOAD-CHECKPOINT.
           IF PRM-NEW-STREAM
                DISPLAY "NEW STREAM REQUESTED - CHECKPOINT IGNORED"
           ELSE
                OPEN INPUT JSS-FILE
                IF JSS-OK
                     READ JSS-FILE
                     IF JSS-OK AND DATE-NOT-GIVEN
                          MOVE JSS-STREAM-DATE TO WS-BUSINESS-DATE
                          SET DATE-FROM-CHECKPOINT TO TRUE
                     END-IF
                     PERFORM H265-APPLY-ONE-CHECKPOINT
                        UNTIL NOT JSS-OK
                     IF NOT JSS-EOF
                          DISPLAY "JSS-FILE READ ERROR"
                          MOVE ST-JSSFILE TO RETURN-CODE
                          PERFORM H990-SHUT-DOWN
                     END-IF
                     CLOSE JSS-FILE
                END-IF
           END-IF.
           IF DATE-FROM-CHECKPOINT
              AND CT-STEPS-PRIOR >= WS-STEP-COUNT
                SET DATE-NOT-GIVEN TO TRUE
           END-IF.
           IF DATE-NOT-GIVEN
                DISPLAY "NO PRM BUSINESS DATE AND NO UNFINISHED STREAM"
                   " ON JSS-FILE - RUN REFUSED"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF DATE-FROM-CHECKPOINT
                DISPLAY "STREAM DATE TAKEN FROM JSS-FILE CHECKPOINT: "
                   WS-BUSINESS-DATE
           END-IF.
           IF CT-STEPS-PRIOR > ZERO
                DISPLAY "RESTARTING STREAM FOR " WS-BUSINESS-DATE
                   " - STEPS ALREADY COMPLETE: " CT-STEPS-PRIOR
           END-IF.
       H260-END. EXIT.
      *
       H265-APPLY-ONE-CHECKPOINT.
           IF JSS-STREAM-DATE = WS-BUSINESS-DATE AND JSS-COMPLETE
                MOVE JSS-STEP-NAME TO WS-TARGET-STEP
                PERFORM H270-FIND-STEP
                IF STEP-NAME-FOUND
                     SET WS-STP-IDX TO WS-FND-IDX
                     SET STEP-PRIOR-COMPLETE (WS-STP-IDX) TO TRUE
                     MOVE JSS-RC         TO WS-STP-RC (WS-STP-IDX)
                     MOVE JSS-START-DATE TO
                          WS-STP-START-DATE (WS-STP-IDX)
                     MOVE JSS-START-TIME TO
                          WS-STP-START-TIME (WS-STP-IDX)
                     MOVE JSS-END-DATE   TO WS-STP-END-DATE (WS-STP-IDX)
                     MOVE JSS-END-TIME   TO WS-STP-END-TIME (WS-STP-IDX)
                     ADD 1 TO CT-STEPS-PRIOR
                END-IF
           END-IF.
           READ JSS-FILE.
       H265-END. EXIT.
      *
       H270-FIND-STEP.
           SET STEP-NAME-NOT-FOUND TO TRUE.
           SET WS-FND-IDX TO 1.
           PERFORM H275-CHECK-ONE-STEP
              UNTIL WS-FND-IDX > WS-STEP-COUNT OR STEP-NAME-FOUND.
       H270-END. EXIT.
      *
       H275-CHECK-ONE-STEP.
           IF WS-STP-NAME (WS-FND-IDX) = WS-TARGET-STEP
                SET STEP-NAME-FOUND TO TRUE
           ELSE
                SET WS-FND-IDX UP BY 1
           END-IF.
       H275-END. EXIT.
      *
       H300-RUN-ONE-STEP.
           IF STEP-PRIOR-COMPLETE (WS-STP-IDX)
                DISPLAY "STEP " WS-STP-NAME (WS-STP-IDX)
                   " ALREADY COMPLETE - NOT RERUN"
           ELSE
                IF STREAM-STOPPED
                     SET STEP-NOT-RUN (WS-STP-IDX) TO TRUE
                     ADD 1 TO CT-STEPS-NOT-RUN
                ELSE
                     PERFORM H310-CHECK-PREDECESSORS
                     IF PREDECESSORS-CLEAN
                          PERFORM H330-EXECUTE-STEP
                     ELSE
                          DISPLAY "STEP " WS-STP-NAME (WS-STP-IDX)
                             " HELD - PREDECESSOR " WS-BAD-PRED
                             " DID NOT FINISH CLEANLY"
                          SET STEP-HELD (WS-STP-IDX) TO TRUE
                          ADD 1 TO CT-STEPS-HELD
                          SET STREAM-STOPPED TO TRUE
                          PERFORM H340-RECORD-STEP-RESULT
                     END-IF
                END-IF
           END-IF.
           SET WS-STP-IDX UP BY 1.
       H300-END. EXIT.
      *
       H310-CHECK-PREDECESSORS.
           SET PREDECESSORS-CLEAN TO TRUE.
           MOVE SPACES TO WS-BAD-PRED.
           MOVE 1 TO WS-PRD-SUB.
           PERFORM H315-CHECK-ONE-PREDECESSOR
              UNTIL WS-PRD-SUB > 5 OR PREDECESSORS-NOT-CLEAN.
       H310-END. EXIT.
      *
       H315-CHECK-ONE-PREDECESSOR.
           IF WS-STP-PRED (WS-STP-IDX WS-PRD-SUB) NOT = SPACES
                MOVE WS-STP-PRED (WS-STP-IDX WS-PRD-SUB)
                  TO WS-TARGET-STEP
                PERFORM H270-FIND-STEP
                IF STEP-NAME-NOT-FOUND
                     SET PREDECESSORS-NOT-CLEAN TO TRUE
                     MOVE WS-TARGET-STEP TO WS-BAD-PRED
                ELSE
                     IF NOT STEP-FINISHED-CLEAN (WS-FND-IDX)
                          SET PREDECESSORS-NOT-CLEAN TO TRUE
                          MOVE WS-TARGET-STEP TO WS-BAD-PRED
                     END-IF
                END-IF
           END-IF.
           ADD 1 TO WS-PRD-SUB.
       H315-END. EXIT.
      *
       H330-EXECUTE-STEP.
           ADD 1 TO CT-STEPS-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TS-DATE TO WS-STP-START-DATE (WS-STP-IDX).
           MOVE WS-TS-TIME TO WS-STP-START-TIME (WS-STP-IDX).
           DISPLAY "STEP " WS-STP-NAME (WS-STP-IDX) " STARTED "
              WS-TS-DATE " " WS-TS-TIME.
           MOVE ZERO TO RETURN-CODE.
           CALL 'SYSTEM' USING WS-STP-COMMAND (WS-STP-IDX).
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-STEP-RC > 255
                DIVIDE 256 INTO WS-STEP-RC
           END-IF.
           IF WS-STEP-RC < ZERO OR WS-STEP-RC > 999
                MOVE 999 TO WS-STEP-RC
           END-IF.
           MOVE WS-STEP-RC TO WS-STP-RC (WS-STP-IDX).
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TS-DATE TO WS-STP-END-DATE (WS-STP-IDX).
           MOVE WS-TS-TIME TO WS-STP-END-TIME (WS-STP-IDX).
           IF WS-STEP-RC > WS-STP-MAX-RC (WS-STP-IDX)
                SET STEP-FAILED (WS-STP-IDX) TO TRUE
                ADD 1 TO CT-STEPS-FAILED
                SET STREAM-STOPPED TO TRUE
                DISPLAY "STEP " WS-STP-NAME (WS-STP-IDX)
                   " FAILED RC " WS-STP-RC (WS-STP-IDX)
                   " - STREAM STOPPED"
           ELSE
                SET STEP-COMPLETE (WS-STP-IDX) TO TRUE
                ADD 1 TO CT-STEPS-COMPLETE
                DISPLAY "STEP " WS-STP-NAME (WS-STP-IDX)
                   " ENDED RC " WS-STP-RC (WS-STP-IDX)
           END-IF.
           PERFORM H340-RECORD-STEP-RESULT.
           PERFORM H350-WRITE-CHECKPOINT.
       H330-END. EXIT.
      *
       H340-RECORD-STEP-RESULT.
           MOVE "R" TO RC-REQUEST.
           MOVE WS-STP-PROGRAM (WS-STP-IDX) TO RC-PROGRAM.
           MOVE "N" TO RC-LOCK-MODE.
           MOVE WS-STP-NAME (WS-STP-IDX)   TO WS-SF-STEP.
           MOVE WS-STP-STATUS (WS-STP-IDX) TO WS-SF-STATUS.
           MOVE WS-STEP-FILES TO RC-FILES.
           SET RC-COUNT-1 TO WS-STP-IDX.
           MOVE WS-STP-MAX-RC (WS-STP-IDX) TO RC-COUNT-2.
           MOVE WS-STP-RC (WS-STP-IDX)     TO RC-COUNT-3.
           IF WS-STP-RC (WS-STP-IDX) > 99
                MOVE 99 TO RC-RETURN-CODE
           ELSE
                MOVE WS-STP-RC (WS-STP-IDX) TO RC-RETURN-CODE
           END-IF.
           MOVE RC-RETURN-CODE TO WS-LOGGED-RC.
           CALL 'RUNCTL' USING RC-PARM.
           IF RC-RETURN-CODE NOT = WS-LOGGED-RC
                DISPLAY "RUNCTL COULD NOT RECORD STEP "
                   WS-STP-NAME (WS-STP-IDX)
           END-IF.
       H340-END. EXIT.
      *
       H350-WRITE-CHECKPOINT.
           OPEN OUTPUT JSS-FILE.
           IF NOT JSS-OK
                DISPLAY "JSS-FILE ERROR"
                MOVE ST-JSSFILE TO WS-STREAM-RC
                SET STREAM-STOPPED TO TRUE
           ELSE
                SET WS-FND-IDX TO 1
                PERFORM H355-WRITE-ONE-CHECKPOINT
                   UNTIL WS-FND-IDX > WS-STEP-COUNT
                CLOSE JSS-FILE
           END-IF.
       H350-END. EXIT.
      *
       H355-WRITE-ONE-CHECKPOINT.
           IF NOT STEP-PENDING (WS-FND-IDX)
                MOVE WS-BUSINESS-DATE TO JSS-STREAM-DATE
                MOVE WS-STP-NAME (WS-FND-IDX)   TO JSS-STEP-NAME
                MOVE WS-STP-STATUS (WS-FND-IDX) TO JSS-STATUS
                MOVE WS-STP-RC (WS-FND-IDX)     TO JSS-RC
                MOVE WS-STP-START-DATE (WS-FND-IDX) TO JSS-START-DATE
                MOVE WS-STP-START-TIME (WS-FND-IDX) TO JSS-START-TIME
                MOVE WS-STP-END-DATE (WS-FND-IDX)   TO JSS-END-DATE
                MOVE WS-STP-END-TIME (WS-FND-IDX)   TO JSS-END-TIME
                WRITE JSS-REC
           END-IF.
           SET WS-FND-IDX UP BY 1.
       H355-END. EXIT.
      *
       H600-PRINT-SUMMARY.
           SET WS-STP-IDX TO 1.
           PERFORM H610-PRINT-ONE-STEP
              UNTIL WS-STP-IDX > WS-STEP-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE WS-STREAM-START-DATE TO WS-STR-SDATE.
           MOVE WS-STREAM-START-TIME TO WS-TIME-WORK.
           PERFORM H910-FORMAT-TIME.
           MOVE WS-TIME-EDIT TO WS-STR-STIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TS-DATE TO WS-STR-EDATE.
           MOVE WS-TS-TIME TO WS-TIME-WORK.
           PERFORM H910-FORMAT-TIME.
           MOVE WS-TIME-EDIT TO WS-STR-ETIME.
           IF STREAM-STOPPED
                MOVE "STOPPED - RESUBMIT TO RESTART" TO WS-STR-RESULT
           ELSE
                MOVE "COMPLETE" TO WS-STR-RESULT
           END-IF.
           MOVE WS-STREAM-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H600-END. EXIT.
      *
       H610-PRINT-ONE-STEP.
           SET WS-DET-SEQ TO WS-STP-IDX.
           MOVE WS-STP-NAME (WS-STP-IDX)    TO WS-DET-STEP.
           MOVE WS-STP-PROGRAM (WS-STP-IDX) TO WS-DET-PROGRAM.
           MOVE WS-STP-MAX-RC (WS-STP-IDX)  TO WS-DET-MAX-RC.
           MOVE WS-STP-RC (WS-STP-IDX)      TO WS-DET-RC.
           EVALUATE TRUE
             WHEN STEP-COMPLETE (WS-STP-IDX)
                MOVE "COMPLETE" TO WS-DET-STATUS
             WHEN STEP-PRIOR-COMPLETE (WS-STP-IDX)
                MOVE "COMPLETE IN EARLIER RUN" TO WS-DET-STATUS
             WHEN STEP-FAILED (WS-STP-IDX)
                MOVE "FAILED - RC OVER MAXIMUM" TO WS-DET-STATUS
             WHEN STEP-HELD (WS-STP-IDX)
                MOVE "HELD - PREDECESSOR" TO WS-DET-STATUS
             WHEN OTHER
                MOVE "NOT RUN" TO WS-DET-STATUS
           END-EVALUATE.
           MOVE WS-STP-START-DATE (WS-STP-IDX) TO WS-DET-SDATE.
           MOVE WS-STP-START-TIME (WS-STP-IDX) TO WS-TIME-WORK.
           PERFORM H910-FORMAT-TIME.
           MOVE WS-TIME-EDIT TO WS-DET-STIME.
           MOVE WS-STP-END-DATE (WS-STP-IDX) TO WS-DET-EDATE.
           MOVE WS-STP-END-TIME (WS-STP-IDX) TO WS-TIME-WORK.
           PERFORM H910-FORMAT-TIME.
           MOVE WS-TIME-EDIT TO WS-DET-ETIME.
           MOVE WS-DETAIL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           SET WS-STP-IDX UP BY 1.
       H610-END. EXIT.
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
           MOVE "STEPS DEFINED...............:" TO WS-TOT-LABEL.
           MOVE CT-STEPS-DEFINED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "COMPLETE IN EARLIER RUN.....:" TO WS-TOT-LABEL.
           MOVE CT-STEPS-PRIOR TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "STEPS RUN...................:" TO WS-TOT-LABEL.
           MOVE CT-STEPS-RUN TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "STEPS COMPLETE..............:" TO WS-TOT-LABEL.
           MOVE CT-STEPS-COMPLETE TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "STEPS FAILED................:" TO WS-TOT-LABEL.
           MOVE CT-STEPS-FAILED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "STEPS HELD BY PREDECESSOR...:" TO WS-TOT-LABEL.
           MOVE CT-STEPS-HELD TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "STEPS NOT RUN...............:" TO WS-TOT-LABEL.
           MOVE CT-STEPS-NOT-RUN TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H910-FORMAT-TIME.
           MOVE WS-TIME-HH TO WS-TE-HH.
           MOVE WS-TIME-MM TO WS-TE-MM.
           MOVE WS-TIME-SS TO WS-TE-SS.
       H910-END. EXIT.
      *
       H990-SHUT-DOWN.
           IF WS-STREAM-RC NOT = ZERO AND RETURN-CODE = ZERO
                MOVE WS-STREAM-RC TO RETURN-CODE
           END-IF.
           IF STREAM-STOPPED AND RETURN-CODE = ZERO
                MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVDRIVE CONTROL TOTALS".
           DISPLAY "  STEPS DEFINED............: " CT-STEPS-DEFINED.
           DISPLAY "  COMPLETE IN EARLIER RUN..: " CT-STEPS-PRIOR.
           DISPLAY "  STEPS RUN................: " CT-STEPS-RUN.
           DISPLAY "  STEPS COMPLETE...........: " CT-STEPS-COMPLETE.
           DISPLAY "  STEPS FAILED.............: " CT-STEPS-FAILED.
           DISPLAY "  STEPS HELD...............: " CT-STEPS-HELD.
           DISPLAY "  STEPS NOT RUN............: " CT-STEPS-NOT-RUN.
           CLOSE RPT-FILE.
           STOP RUN.
       H990-END. EXIT.
