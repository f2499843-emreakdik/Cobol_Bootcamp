                           STATUS ST-IDXFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPTFILE.
           SELECT PST-FILE ASSIGN TO PSTFILE
                           STATUS ST-PSTFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
              88 IDX-ACTIVE        VALUE "A" " ".
              88 IDX-FROZEN        VALUE "F".
              88 IDX-CLOSED        VALUE "C".
              88 IDX-DORMANT       VALUE "D".
           03 IDX-STATUS-DATE PIC S9(7) COMP-3.
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
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
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
           03 ST-PSTFILE         PIC 9(2).
               88 PST-OK               VALUE 0 97.
               88 PST-NF               VALUE 23 35.
       77 WS-IDX-FOUND-SW     PIC X(01).
           88 IDX-RECORD-FOUND        VALUE "Y".
           88 IDX-RECORD-NOT-FOUND    VALUE "N".
       77 CT-REWRITE-ERRORS   PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-NOT-ACTIVE       PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-BAU-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-PST-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 WS-BAU-CTL-SW       PIC X(01) VALUE "N".
           88 BAU-TRAILER-SEEN        VALUE "Y".
           88 BAU-TRAILER-NOT-SEEN    VALUE "N".
       77 WS-BAU-TRL-COUNT    PIC 9(9)   COMP-3 VALUE ZERO.
       77 WS-BAU-TRL-HASH     PIC S9(17) COMP-3 VALUE ZERO.
       77 WS-BAU-SOURCE       PIC X(08) VALUE SPACES.
           88 BAU-FROM-FEE-RUN        VALUE "PBVFEE".
       77 WS-LINE-COUNT       PIC 9(3) COMP-3 VALUE 99.
       77 WS-PAGE-COUNT       PIC 9(5) COMP-3 VALUE ZERO.
       77 WS-LINES-PER-PAGE   PIC 9(3) COMP-3 VALUE 55.
           03 RC-PROGRAM         PIC X(08) VALUE "PBVPOST".
           03 RC-LOCK-MODE       PIC X(01) VALUE "H".
           03 RC-FILES           PIC X(40) VALUE
              "BAUFILE IDXFILE RPTFILE PSTFILE".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
           PERFORM H300-POST-BONUS
              UNTIL BAU-EOF OR BAU-TRAILER-SEEN
           PERFORM H290-VERIFY-BAU-TRAILER
           PERFORM H500-WRITE-PST-TRAILER
           PERFORM H800-PRINT-TOTALS
           PERFORM H990-SHUT-DOWN.
       0000-END. EXIT.
                MOVE ST-RPTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT PST-FILE.
           IF PST-NF OR NOT PST-OK
                DISPLAY "PST-FILE ERROR"
                MOVE ST-PSTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM H220-VERIFY-BAU-HEADER.
           PERFORM H245-READ-BAU-FILE.
           END-IF.
           DISPLAY "BAU-FILE CREATED " BAU-HDR-CREATE-DATE
              " BY " BAU-HDR-PROGRAM.
           MOVE BAU-HDR-PROGRAM TO WS-BAU-SOURCE.
           PERFORM H230-WRITE-PST-HEADER.
       H220-END. EXIT.
      *
       H230-WRITE-PST-HEADER.
           MOVE "HDR"               TO PST-HDR-TAG.
           MOVE BAU-HDR-FILE-ID     TO PST-HDR-FILE-ID.
           MOVE BAU-HDR-CREATE-DATE TO PST-HDR-CREATE-DATE.
           MOVE BAU-HDR-PROGRAM     TO PST-HDR-PROGRAM.
           WRITE PST-HDR-REC.
       H230-END. EXIT.
      *
       H245-READ-BAU-FILE.
           READ BAU-FILE.
                PERFORM H400-PRINT-EXCEPTION
                ADD 1 TO CT-NOT-ON-MASTER
           ELSE
                IF NOT IDX-ACTIVE AND NOT IDX-DORMANT
                   AND NOT (BAU-FROM-FEE-RUN AND NOT IDX-FROZEN)
                     MOVE "ACCOUNT NOT ACTIVE - BONUS NOT POSTED"
                       TO WS-EXC-TEXT
                     MOVE IDX-BALANCE TO WS-EXC-MASTER
                PERFORM H400-PRINT-EXCEPTION
                ADD 1 TO CT-REWRITE-ERRORS
             NOT INVALID KEY
                PERFORM H330-WRITE-POSTED-ITEM
           END-REWRITE.
       H320-END. EXIT.
      *
       H330-WRITE-POSTED-ITEM.
           ADD 1 TO CT-POSTED.
           ADD BAU-BONUS-AMOUNT TO CT-PST-HASH.
           MOVE BAU-ID           TO PST-ID.
           MOVE BAU-DVZ          TO PST-DVZ.
           MOVE BAU-PRE-BALANCE  TO PST-PRE-BALANCE.
           MOVE BAU-BONUS-AMOUNT TO PST-BONUS-AMOUNT.
           MOVE BAU-POST-BALANCE TO PST-POST-BALANCE.
           WRITE PST-REC.
       H330-END. EXIT.
      *
       H400-PRINT-EXCEPTION.
           MOVE BAU-ID  TO WS-EXC-ID.
           MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H400-END. EXIT.
      *
       H500-WRITE-PST-TRAILER.
           MOVE "TRL"       TO PST-TRL-TAG.
           MOVE CT-POSTED   TO PST-TRL-CT-RECORDS.
           MOVE CT-PST-HASH TO PST-TRL-HASH-BALANCE.
           WRITE PST-TRL-REC.
       H500-END. EXIT.
      *
       H680-WRITE-RPT-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
           DISPLAY "  PRE-BALANCE MISMATCHES...: " CT-PRE-MISMATCH.
           DISPLAY "  NON-ACTIVE SKIPPED.......: " CT-NOT-ACTIVE.
           DISPLAY "  REWRITE ERRORS...........: " CT-REWRITE-ERRORS.
           DISPLAY "  POSTED AMOUNT HASH.......: " CT-PST-HASH.
           CLOSE BAU-FILE
           CLOSE IDX-FILE
           CLOSE RPT-FILE
           CLOSE PST-FILE.
           STOP RUN.
       H990-END. EXIT.
