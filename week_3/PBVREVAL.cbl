                           STATUS ST-RPTFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
           SELECT RVL-FILE ASSIGN TO RVLFILE
                           STATUS ST-RVLFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-ASOF-DATE      PIC 9(08).
       FD RVL-FILE RECORDING MODE F.
       01 RVL-REC.
           03 RVL-DVZ            PIC 9(03).
           03 RVL-ASOF-DATE      PIC 9(08).
           03 RVL-POSITION       PIC S9(17).
           03 RVL-GAIN-LOSS      PIC S9(17).
       01 RVL-HDR-REC.
           03 RVL-HDR-TAG          PIC X(03).
           03 RVL-HDR-FILE-ID      PIC X(08).
           03 RVL-HDR-CREATE-DATE  PIC 9(08).
           03 RVL-HDR-PROGRAM      PIC X(08).
       01 RVL-TRL-REC.
           03 RVL-TRL-TAG          PIC X(03).
           03 RVL-TRL-CT-RECORDS   PIC 9(09).
           03 RVL-TRL-HASH-BALANCE PIC S9(17).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
           03 ST-RVLFILE         PIC 9(2).
               88 RVL-OK               VALUE 0 97.
               88 RVL-NF               VALUE 23 35.
       01 WS-DVZ-TABLE.
           03 WS-DVZ-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-DVZ-ENTRY OCCURS 100 TIMES INDEXED BY WS-DVZ-IDX.
       77 CT-TOT-BASE-ASOF    PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-TOT-BASE-PRIOR   PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-TOT-GAIN-LOSS    PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-RVL-WRITTEN      PIC 9(7)   COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVREVAL".
           03 RC-LOCK-MODE       PIC X(01) VALUE "C".
           03 RC-FILES           PIC X(40) VALUE
              "IDXFILE FXFILE RPTFILE RVLFILE".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
           PERFORM H200-OPEN-FILES
           PERFORM H300-TALLY-RECORD UNTIL IDX-EOF
           PERFORM H500-PRINT-REPORT
           PERFORM H550-WRITE-RVL-TRAILER
           PERFORM H990-SHUT-DOWN.
       0000-END. EXIT.
      *
           MOVE "E" TO RC-REQUEST.
           MOVE CT-IDX-READ   TO RC-COUNT-1.
           MOVE WS-DVZ-COUNT  TO RC-COUNT-2.
           MOVE CT-RVL-WRITTEN TO RC-COUNT-3.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           MOVE RC-RETURN-CODE TO RETURN-CODE.
                MOVE ST-RPTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT RVL-FILE.
           IF RVL-NF OR NOT RVL-OK
                DISPLAY "RVL-FILE ERROR"
                MOVE ST-RVLFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H210-WRITE-RVL-HEADER.
           READ IDX-FILE NEXT.
           IF (NOT IDX-OK) AND (NOT IDX-EOF)
                DISPLAY "IDX-FILE ERROR"
                PERFORM H990-SHUT-DOWN
           END-IF.
       H200-END. EXIT.
      *
       H210-WRITE-RVL-HEADER.
           MOVE "HDR"     TO RVL-HDR-TAG.
           MOVE "RVLFILE" TO RVL-HDR-FILE-ID.
           MOVE WS-ASOF-DATE TO RVL-HDR-CREATE-DATE.
           MOVE "PBVREVAL" TO RVL-HDR-PROGRAM.
           WRITE RVL-HDR-REC.
       H210-END. EXIT.
      *
       H300-TALLY-RECORD.
           ADD 1 TO CT-IDX-READ.
           MOVE WS-GAIN-LOSS  TO WS-DET-GAIN-LOSS.
           MOVE WS-DETAIL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           PERFORM H530-WRITE-RVL-RECORD.
           SET WS-DVZ-IDX UP BY 1.
       H520-END. EXIT.
      *
       H530-WRITE-RVL-RECORD.
           MOVE WS-DVZ-CODE (WS-DVZ-IDX)     TO RVL-DVZ.
           MOVE WS-ASOF-DATE                 TO RVL-ASOF-DATE.
           MOVE WS-DVZ-POSITION (WS-DVZ-IDX) TO RVL-POSITION.
           MOVE WS-GAIN-LOSS                 TO RVL-GAIN-LOSS.
           WRITE RVL-REC.
           ADD 1 TO CT-RVL-WRITTEN.
       H530-END. EXIT.
      *
       H540-PRINT-GRAND-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H540-END. EXIT.
      *
       H550-WRITE-RVL-TRAILER.
           MOVE "TRL" TO RVL-TRL-TAG.
           MOVE CT-RVL-WRITTEN TO RVL-TRL-CT-RECORDS.
           MOVE CT-TOT-GAIN-LOSS TO RVL-TRL-HASH-BALANCE.
           WRITE RVL-TRL-REC.
       H550-END. EXIT.
      *
       H610-LOOKUP-RATE.
           MOVE 1 TO WS-RATE.
           DISPLAY "  TOTAL BASE AT AS-OF......: " CT-TOT-BASE-ASOF.
           DISPLAY "  TOTAL BASE AT PRIOR......: " CT-TOT-BASE-PRIOR.
           DISPLAY "  TOTAL UNREALIZED G/L.....: " CT-TOT-GAIN-LOSS.
           DISPLAY "  RVL-FILE RECORDS WRITTEN.: " CT-RVL-WRITTEN.
           CLOSE IDX-FILE
           CLOSE FX-FILE
           CLOSE RPT-FILE
           CLOSE RVL-FILE.
           STOP RUN.
       H990-END. EXIT.
