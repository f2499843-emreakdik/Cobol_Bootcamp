       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVGLEX.
       AUTHOR. Yunus Emre Akdik.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PST-FILE ASSIGN TO PSTFILE
                           STATUS ST-PSTFILE.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUDFILE.
           SELECT RVL-FILE ASSIGN TO RVLFILE
                           STATUS ST-RVLFILE.
           SELECT GLM-FILE ASSIGN TO GLMFILE
                           STATUS ST-GLMFILE.
           SELECT GLJ-FILE ASSIGN TO GLJFILE
                           STATUS ST-GLJFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPTFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
           SELECT SRT-FILE ASSIGN TO SRTWORK.
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
       FD AUD-FILE RECORDING MODE F.
       01 AUD-REC.
           03 AUD-ACTION          PIC X(01).
              88 AUD-WAS-TRANSFER     VALUE "X".
           03 AUD-ID              PIC 9(05).
           03 AUD-DVZ             PIC 9(03).
           03 AUD-BEFORE-NAME     PIC X(30).
           03 AUD-BEFORE-DATE     PIC S9(7).
           03 AUD-BEFORE-BALANCE  PIC S9(15).
           03 AUD-BEFORE-STATUS   PIC X(01).
           03 AUD-BEFORE-STATUS-DATE PIC S9(7).
           03 AUD-AFTER-NAME      PIC X(30).
           03 AUD-AFTER-DATE      PIC S9(7).
           03 AUD-AFTER-BALANCE   PIC S9(15).
           03 AUD-AFTER-STATUS    PIC X(01).
           03 AUD-AFTER-STATUS-DATE  PIC S9(7).
           03 AUD-RESULT-CODE     PIC X(04).
              88 AUD-WAS-ADDED        VALUE "ADDD".
              88 AUD-WAS-CHANGED      VALUE "CHGD".
              88 AUD-WAS-DELETED      VALUE "DELD".
              88 AUD-WAS-STATUSED     VALUE "STSD".
           03 AUD-RESULT-TEXT     PIC X(40).
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
       FD GLM-FILE RECORDING MODE F.
       01 GLM-REC.
           03 GLM-DVZ            PIC 9(03).
           03 GLM-ACTIVITY       PIC X(02).
           03 GLM-DEBIT-ACCOUNT  PIC X(10).
           03 GLM-CREDIT-ACCOUNT PIC X(10).
       FD GLJ-FILE RECORDING MODE F.
       01 GLJ-REC.
           03 GLJ-JOURNAL-DATE   PIC 9(08).
           03 GLJ-ACTIVITY       PIC X(02).
           03 GLJ-DVZ            PIC 9(03).
           03 GLJ-LINE-SEQ       PIC 9(07).
           03 GLJ-ACCOUNT        PIC X(10).
           03 GLJ-DC-IND         PIC X(01).
           03 GLJ-AMOUNT         PIC S9(17).
           03 GLJ-REF-ID         PIC 9(05).
           03 GLJ-REF-DVZ        PIC 9(03).
           03 GLJ-SOURCE         PIC X(08).
       01 GLJ-HDR-REC.
           03 GLJ-HDR-TAG          PIC X(03).
           03 GLJ-HDR-FILE-ID      PIC X(08).
           03 GLJ-HDR-CREATE-DATE  PIC 9(08).
           03 GLJ-HDR-PROGRAM      PIC X(08).
       01 GLJ-TRL-REC.
           03 GLJ-TRL-TAG          PIC X(03).
           03 GLJ-TRL-CT-RECORDS   PIC 9(09).
           03 GLJ-TRL-HASH-BALANCE PIC S9(17).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-BUSINESS-DATE  PIC 9(08).
       SD SRT-FILE.
       01 SRT-REC.
           03 SRT-ACTIVITY       PIC X(02).
           03 SRT-DVZ            PIC 9(03).
           03 SRT-LINE-SEQ       PIC 9(07).
           03 SRT-ACCOUNT        PIC X(10).
           03 SRT-DC-IND         PIC X(01).
           03 SRT-AMOUNT         PIC S9(17).
           03 SRT-REF-ID         PIC 9(05).
           03 SRT-REF-DVZ        PIC 9(03).
           03 SRT-SOURCE         PIC X(08).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-PSTFILE         PIC 9(2).
               88 PST-EOF              VALUE 10.
               88 PST-OK               VALUE 0 97.
               88 PST-NF               VALUE 23 35.
               88 PST-ABSENT           VALUE 35.
           03 ST-AUDFILE         PIC 9(2).
               88 AUD-EOF              VALUE 10.
               88 AUD-OK               VALUE 0 97.
               88 AUD-NF               VALUE 23 35.
               88 AUD-ABSENT           VALUE 35.
           03 ST-RVLFILE         PIC 9(2).
               88 RVL-EOF              VALUE 10.
               88 RVL-OK               VALUE 0 97.
               88 RVL-NF               VALUE 23 35.
               88 RVL-ABSENT           VALUE 35.
           03 ST-GLMFILE         PIC 9(2).
               88 GLM-EOF              VALUE 10.
               88 GLM-OK               VALUE 0 97.
               88 GLM-NF               VALUE 23 35.
           03 ST-GLJFILE         PIC 9(2).
               88 GLJ-OK               VALUE 0 97.
               88 GLJ-NF               VALUE 23 35.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       01 WS-MAP-TABLE.
           03 WS-MAP-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-MAP-ENTRY OCCURS 500 TIMES INDEXED BY WS-MAP-IDX.
              05 WS-MAP-DVZ        PIC 9(03).
              05 WS-MAP-ACTIVITY   PIC X(02).
              05 WS-MAP-DEBIT      PIC X(10).
              05 WS-MAP-CREDIT     PIC X(10).
       01 WS-BAT-TABLE.
           03 WS-BAT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-BAT-ENTRY OCCURS 500 TIMES INDEXED BY WS-BAT-IDX.
              05 WS-BAT-ACTIVITY   PIC X(02).
              05 WS-BAT-DVZ        PIC 9(03).
              05 WS-BAT-LINES      PIC 9(7)   COMP-3.
              05 WS-BAT-UNMAPPED   PIC 9(7)   COMP-3.
              05 WS-BAT-BAD-MAP    PIC 9(7)   COMP-3.
              05 WS-BAT-DEBITS     PIC S9(17) COMP-3.
              05 WS-BAT-CREDITS    PIC S9(17) COMP-3.
       77 WS-MAP-SW           PIC X(01).
           88 MAP-FOUND               VALUE "Y".
           88 MAP-NOT-FOUND           VALUE "N".
           88 MAP-UNUSABLE            VALUE "U".
       77 WS-BAT-SW           PIC X(01).
           88 BAT-FOUND               VALUE "Y".
           88 BAT-NOT-FOUND           VALUE "N".
       77 WS-HOLD-SW          PIC X(01).
           88 BATCH-RELEASED          VALUE "R".
           88 BATCH-HELD              VALUE "H".
       77 WS-SRT-EOF-SW       PIC X(01) VALUE "N".
           88 SRT-DONE                VALUE "Y".
           88 SRT-MORE                VALUE "N".
       77 WS-SEG-SW           PIC X(01) VALUE "N".
           88 SEGMENT-OPEN            VALUE "Y".
           88 SEGMENT-CLOSED          VALUE "N".
       77 WS-HDR-SEEN-SW      PIC X(01) VALUE "N".
           88 PST-HEADER-SEEN         VALUE "Y".
           88 PST-HEADER-NOT-SEEN     VALUE "N".
       77 WS-RVL-CTL-SW       PIC X(01) VALUE "N".
           88 RVL-TRAILER-SEEN        VALUE "Y".
           88 RVL-TRAILER-NOT-SEEN    VALUE "N".
       77 WS-SEG-ACTIVITY     PIC X(02).
       77 WS-SEG-SOURCE       PIC X(08).
       01 WS-MOVEMENT.
           03 WS-MOV-ACTIVITY    PIC X(02).
              88 MOV-BONUS            VALUE "BN".
              88 MOV-INTEREST         VALUE "IN".
              88 MOV-FEE              VALUE "FE".
              88 MOV-MANUAL           VALUE "MA".
              88 MOV-TRANSFER         VALUE "TR".
              88 MOV-TAX              VALUE "TX".
              88 MOV-REVALUATION      VALUE "RV".
              88 MOV-UNKNOWN          VALUE "??".
           03 WS-MOV-DVZ         PIC 9(03).
           03 WS-MOV-ID          PIC 9(05).
           03 WS-MOV-AMOUNT      PIC S9(17) COMP-3.
           03 WS-MOV-SOURCE      PIC X(08).
       77 WS-DEBIT-ACCOUNT    PIC X(10).
       77 WS-CREDIT-ACCOUNT   PIC X(10).
       77 WS-LEG-AMOUNT       PIC S9(17) COMP-3.
       77 WS-GRP-ACTIVITY     PIC X(02).
       77 WS-GRP-DVZ          PIC 9(03).
       77 WS-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
       77 CT-SEG-DETAILS      PIC 9(9)   COMP-3 VALUE ZERO.
       77 CT-SEG-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-RVL-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-RVL-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-PST-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-AUD-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-MOVEMENTS        PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-ZERO-MOVEMENTS   PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-LINE-SEQ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-GLJ-WRITTEN      PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-GLJ-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-LINES-HELD       PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-BATCHES-RELEASED PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-BATCHES-HELD     PIC 9(7)   COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVGLEX".
           03 RC-LOCK-MODE       PIC X(01) VALUE "N".
           03 RC-FILES           PIC X(40) VALUE
              "PSTFILE AUDFILE RVLFILE GLMFILE GLJFILE".
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
           03 FILLER             PIC X(10) VALUE "PBVGLEX".
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "GL EXTRACT HELD BATCH REPORT".
           03 FILLER             PIC X(10) VALUE "RUN DATE: ".
           03 WS-HEAD1-YYYY      PIC 9(4).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-MM        PIC 9(2).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-DD        PIC 9(2).
           03 FILLER             PIC X(6)  VALUE "  PAGE".
           03 WS-HEAD1-PAGE      PIC ZZZZ9.
       01 WS-HEAD2.
           03 FILLER             PIC X(15) VALUE "JOURNAL DATE:  ".
           03 WS-HEAD2-DATE      PIC 9(8).
       01 WS-HEAD3.
           03 FILLER             PIC X(8)  VALUE "    LINE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(10) VALUE "ACCOUNT".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(3)  VALUE "D/C".
           03 FILLER             PIC X(14) VALUE SPACES.
           03 FILLER             PIC X(6)  VALUE "AMOUNT".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(9)  VALUE "REFERENCE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(6)  VALUE "SOURCE".
       01 WS-BATCH-LINE.
           03 FILLER             PIC X(12) VALUE "HELD BATCH: ".
           03 WS-BTL-ACTIVITY    PIC X(02).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-BTL-DVZ         PIC 9(03).
           03 FILLER             PIC X(9)  VALUE "  DEBITS ".
           03 WS-BTL-DEBITS      PIC Z(16)9-.
           03 FILLER             PIC X(10) VALUE "  CREDITS ".
           03 WS-BTL-CREDITS     PIC Z(16)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-BTL-TEXT        PIC X(44).
       01 WS-HELD-LINE.
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-HLD-SEQ         PIC Z(6)9.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-HLD-ACCOUNT     PIC X(10).
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 WS-HLD-DC          PIC X(01).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-HLD-AMOUNT      PIC Z(16)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-HLD-REF-ID      PIC 9(05).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HLD-REF-DVZ     PIC 9(03).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-HLD-SOURCE      PIC X(08).
       01 WS-MSG-LINE.
           03 WS-MSG-TEXT        PIC X(60).
       01 WS-TOTAL-LINE.
           03 WS-TOT-LABEL       PIC X(30).
           03 WS-TOT-VALUE       PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-BUSINESS-DATE
           PERFORM H200-OPEN-FILES
           SORT SRT-FILE ON ASCENDING KEY SRT-ACTIVITY SRT-DVZ
                                          SRT-LINE-SEQ
                INPUT PROCEDURE H300-RELEASE-MOVEMENTS THRU H399-END
                OUTPUT PROCEDURE H600-EXTRACT-SORTED THRU H649-END
           PERFORM H500-WRITE-GLJ-TRAILER
           PERFORM H800-PRINT-TOTALS
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
           MOVE CT-MOVEMENTS    TO RC-COUNT-1.
           MOVE CT-GLJ-WRITTEN  TO RC-COUNT-2.
           MOVE CT-BATCHES-HELD TO RC-COUNT-3.
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
           DISPLAY "PBVGLEX JOURNAL DATE: " WS-BUSINESS-DATE.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT GLM-FILE.
           IF GLM-NF OR NOT GLM-OK
                DISPLAY "GLM-FILE ERROR"
                MOVE ST-GLMFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H250-LOAD-MAP-TABLE UNTIL GLM-EOF.
           CLOSE GLM-FILE.
           IF WS-MAP-COUNT = ZERO
                DISPLAY "GLM-FILE HAS NO MAPPING ROWS - RUN REFUSED"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT GLJ-FILE.
           IF GLJ-NF OR NOT GLJ-OK
                DISPLAY "GLJ-FILE ERROR"
                MOVE ST-GLJFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF RPT-NF OR NOT RPT-OK
                DISPLAY "RPT-FILE ERROR"
                MOVE ST-RPTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H260-WRITE-GLJ-HEADER.
       H200-END. EXIT.
      *
       H250-LOAD-MAP-TABLE.
           READ GLM-FILE.
           IF GLM-OK
                IF WS-MAP-COUNT >= 500
                     DISPLAY "GLM-FILE HAS TOO MANY ROWS FOR TABLE"
                     MOVE 99 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                ADD 1 TO WS-MAP-COUNT
                SET WS-MAP-IDX TO WS-MAP-COUNT
                MOVE GLM-DVZ            TO WS-MAP-DVZ (WS-MAP-IDX)
                MOVE GLM-ACTIVITY       TO WS-MAP-ACTIVITY (WS-MAP-IDX)
                MOVE GLM-DEBIT-ACCOUNT  TO WS-MAP-DEBIT (WS-MAP-IDX)
                MOVE GLM-CREDIT-ACCOUNT TO WS-MAP-CREDIT (WS-MAP-IDX)
           ELSE
                IF NOT GLM-EOF
                     DISPLAY "GLM-FILE READ ERROR"
                     MOVE ST-GLMFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
           END-IF.
       H250-END. EXIT.
      *
       H260-WRITE-GLJ-HEADER.
           MOVE "HDR"     TO GLJ-HDR-TAG.
           MOVE "GLJFILE" TO GLJ-HDR-FILE-ID.
           MOVE WS-BUSINESS-DATE TO GLJ-HDR-CREATE-DATE.
           MOVE "PBVGLEX" TO GLJ-HDR-PROGRAM.
           WRITE GLJ-HDR-REC.
       H260-END. EXIT.
      *
       H300-RELEASE-MOVEMENTS.
           PERFORM H310-RELEASE-POSTINGS.
           PERFORM H340-RELEASE-ADJUSTMENTS.
           PERFORM H360-RELEASE-REVALUATION.
           GO TO H399-END.
      *
       H310-RELEASE-POSTINGS.
           OPEN INPUT PST-FILE.
           IF PST-ABSENT
                DISPLAY "NO PST FILE - NO POSTED ACTIVITY"
           ELSE
                IF NOT PST-OK
                     DISPLAY "PST-FILE ERROR"
                     MOVE ST-PSTFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                PERFORM H315-READ-PST-FILE
                PERFORM H320-HANDLE-PST-REC UNTIL PST-EOF
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
                CLOSE PST-FILE
           END-IF.
       H310-END. EXIT.
      *
       H315-READ-PST-FILE.
           READ PST-FILE.
           IF (NOT PST-OK) AND (NOT PST-EOF)
                DISPLAY "PST-FILE ERROR"
                MOVE ST-PSTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H315-END. EXIT.
      *
       H320-HANDLE-PST-REC.
           IF PST-HDR-TAG = "HDR"
                IF SEGMENT-OPEN
                     DISPLAY "PST-FILE TRAILER RECORD MISSING"
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                DISPLAY "PST-FILE CREATED " PST-HDR-CREATE-DATE
                   " BY " PST-HDR-PROGRAM
                IF PST-HDR-CREATE-DATE NOT = WS-BUSINESS-DATE
                     DISPLAY "PST-FILE SEGMENT DATE "
                        PST-HDR-CREATE-DATE
                        " IS NOT JOURNAL DATE " WS-BUSINESS-DATE
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                SET PST-HEADER-SEEN TO TRUE
                SET SEGMENT-OPEN TO TRUE
                MOVE ZERO TO CT-SEG-DETAILS
                MOVE ZERO TO CT-SEG-HASH
                PERFORM H325-SET-SEGMENT-ACTIVITY
           ELSE
                IF PST-TRL-TAG = "TRL"
                     PERFORM H330-VERIFY-PST-TRAILER
                ELSE
                     PERFORM H335-RELEASE-ONE-POSTING
                END-IF
           END-IF.
           PERFORM H315-READ-PST-FILE.
       H320-END. EXIT.
      *
       H325-SET-SEGMENT-ACTIVITY.
           MOVE PST-HDR-PROGRAM TO WS-SEG-SOURCE.
           EVALUATE PST-HDR-PROGRAM
             WHEN "EXTRAPR"
                MOVE "BN" TO WS-SEG-ACTIVITY
             WHEN "PBVCAP"
                IF PST-HDR-FILE-ID = "BAUTAX"
                     MOVE "TX" TO WS-SEG-ACTIVITY
                ELSE
                     MOVE "IN" TO WS-SEG-ACTIVITY
                END-IF
             WHEN "PBVFEE"
                MOVE "FE" TO WS-SEG-ACTIVITY
             WHEN OTHER
                DISPLAY "PST-FILE SEGMENT FROM UNKNOWN SOURCE: "
                   PST-HDR-PROGRAM
                MOVE "??" TO WS-SEG-ACTIVITY
           END-EVALUATE.
       H325-END. EXIT.
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
       H335-RELEASE-ONE-POSTING.
           IF SEGMENT-CLOSED
                DISPLAY "PST-FILE DETAIL OUTSIDE HEADER/TRAILER"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           ADD 1 TO CT-SEG-DETAILS.
           ADD 1 TO CT-PST-READ.
           ADD PST-BONUS-AMOUNT TO CT-SEG-HASH.
           MOVE WS-SEG-ACTIVITY  TO WS-MOV-ACTIVITY.
           MOVE PST-DVZ          TO WS-MOV-DVZ.
           MOVE PST-ID           TO WS-MOV-ID.
           MOVE PST-BONUS-AMOUNT TO WS-MOV-AMOUNT.
           MOVE WS-SEG-SOURCE    TO WS-MOV-SOURCE.
           PERFORM H400-BUILD-JOURNAL.
       H335-END. EXIT.
      *
       H340-RELEASE-ADJUSTMENTS.
           OPEN INPUT AUD-FILE.
           IF AUD-ABSENT
                DISPLAY "NO AUDIT FILE - NO MAINTENANCE ACTIVITY"
           ELSE
                IF NOT AUD-OK
                     DISPLAY "AUD-FILE ERROR"
                     MOVE ST-AUDFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                PERFORM H342-READ-AUD-FILE
                PERFORM H345-RELEASE-ONE-ADJUSTMENT UNTIL AUD-EOF
                CLOSE AUD-FILE
           END-IF.
       H340-END. EXIT.
      *
       H342-READ-AUD-FILE.
           READ AUD-FILE.
           IF (NOT AUD-OK) AND (NOT AUD-EOF)
                DISPLAY "AUD-FILE ERROR"
                MOVE ST-AUDFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H342-END. EXIT.
      *
       H345-RELEASE-ONE-ADJUSTMENT.
           ADD 1 TO CT-AUD-READ.
           IF AUD-WAS-ADDED OR AUD-WAS-CHANGED OR AUD-WAS-DELETED
                MOVE "MA"     TO WS-MOV-ACTIVITY
                MOVE AUD-DVZ  TO WS-MOV-DVZ
                MOVE AUD-ID   TO WS-MOV-ID
                MOVE "PBVMAINT" TO WS-MOV-SOURCE
                IF AUD-WAS-TRANSFER
                     MOVE "TR"      TO WS-MOV-ACTIVITY
                     MOVE "PBVXFER" TO WS-MOV-SOURCE
                END-IF
                IF AUD-WAS-ADDED
                     MOVE AUD-AFTER-BALANCE TO WS-MOV-AMOUNT
                END-IF
                IF AUD-WAS-CHANGED
                     COMPUTE WS-MOV-AMOUNT =
                          AUD-AFTER-BALANCE - AUD-BEFORE-BALANCE
                END-IF
                IF AUD-WAS-DELETED
                     COMPUTE WS-MOV-AMOUNT = ZERO - AUD-BEFORE-BALANCE
                END-IF
                PERFORM H400-BUILD-JOURNAL
           END-IF.
           PERFORM H342-READ-AUD-FILE.
       H345-END. EXIT.
      *
       H360-RELEASE-REVALUATION.
           OPEN INPUT RVL-FILE.
           IF RVL-ABSENT
                DISPLAY "NO RVL FILE - NO REVALUATION ACTIVITY"
           ELSE
                IF NOT RVL-OK
                     DISPLAY "RVL-FILE ERROR"
                     MOVE ST-RVLFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                PERFORM H365-VERIFY-RVL-HEADER
                PERFORM H370-READ-RVL-FILE
                PERFORM H375-RELEASE-ONE-REVALUATION
                   UNTIL RVL-EOF OR RVL-TRAILER-SEEN
                PERFORM H380-VERIFY-RVL-TRAILER
                CLOSE RVL-FILE
           END-IF.
       H360-END. EXIT.
      *
       H365-VERIFY-RVL-HEADER.
           READ RVL-FILE.
           IF (NOT RVL-OK) OR RVL-HDR-TAG NOT = "HDR"
                DISPLAY "RVL-FILE HEADER RECORD MISSING OR INVALID"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           DISPLAY "RVL-FILE CREATED " RVL-HDR-CREATE-DATE
              " BY " RVL-HDR-PROGRAM.
           IF RVL-HDR-CREATE-DATE NOT = WS-BUSINESS-DATE
                DISPLAY "RVL-FILE DATE " RVL-HDR-CREATE-DATE
                   " IS NOT JOURNAL DATE " WS-BUSINESS-DATE
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H365-END. EXIT.
      *
       H370-READ-RVL-FILE.
           READ RVL-FILE.
           IF (NOT RVL-OK) AND (NOT RVL-EOF)
                DISPLAY "RVL-FILE ERROR"
                MOVE ST-RVLFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF RVL-OK AND RVL-TRL-TAG = "TRL"
                SET RVL-TRAILER-SEEN TO TRUE
           END-IF.
       H370-END. EXIT.
      *
       H375-RELEASE-ONE-REVALUATION.
           ADD 1 TO CT-RVL-READ.
           ADD RVL-GAIN-LOSS TO CT-RVL-HASH.
           IF RVL-ASOF-DATE NOT = WS-BUSINESS-DATE
                DISPLAY "RVL-FILE AS-OF DATE " RVL-ASOF-DATE
                   " IS NOT JOURNAL DATE " WS-BUSINESS-DATE
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           MOVE "RV"          TO WS-MOV-ACTIVITY.
           MOVE RVL-DVZ       TO WS-MOV-DVZ.
           MOVE ZERO          TO WS-MOV-ID.
           MOVE RVL-GAIN-LOSS TO WS-MOV-AMOUNT.
           MOVE "PBVREVAL"    TO WS-MOV-SOURCE.
           PERFORM H400-BUILD-JOURNAL.
           PERFORM H370-READ-RVL-FILE.
       H375-END. EXIT.
      *
       H380-VERIFY-RVL-TRAILER.
           IF RVL-TRAILER-NOT-SEEN
                DISPLAY "RVL-FILE TRAILER RECORD MISSING"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF RVL-TRL-CT-RECORDS NOT = CT-RVL-READ
                DISPLAY "RVL-FILE TRAILER COUNT DISAGREES: "
                   RVL-TRL-CT-RECORDS " VS " CT-RVL-READ
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF RVL-TRL-HASH-BALANCE NOT = CT-RVL-HASH
                DISPLAY "RVL-FILE TRAILER HASH DISAGREES: "
                   RVL-TRL-HASH-BALANCE " VS " CT-RVL-HASH
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H380-END. EXIT.
      *
       H399-END. EXIT.
      *
       H400-BUILD-JOURNAL.
           IF WS-MOV-AMOUNT = ZERO
                ADD 1 TO CT-ZERO-MOVEMENTS
           ELSE
                ADD 1 TO CT-MOVEMENTS
                PERFORM H410-FIND-MAP-ENTRY
                PERFORM H420-FIND-BATCH-ENTRY
                IF BAT-NOT-FOUND
                     PERFORM H430-ADD-BATCH-ENTRY
                END-IF
                IF MAP-NOT-FOUND
                     ADD 1 TO WS-BAT-UNMAPPED (WS-BAT-IDX)
                END-IF
                IF MAP-UNUSABLE
                     ADD 1 TO WS-BAT-BAD-MAP (WS-BAT-IDX)
                END-IF
                MOVE SPACES TO WS-DEBIT-ACCOUNT
                MOVE SPACES TO WS-CREDIT-ACCOUNT
                IF WS-MOV-AMOUNT > ZERO
                     MOVE WS-MOV-AMOUNT TO WS-LEG-AMOUNT
                     IF NOT MAP-NOT-FOUND
                          MOVE WS-MAP-DEBIT (WS-MAP-IDX)
                            TO WS-DEBIT-ACCOUNT
                          MOVE WS-MAP-CREDIT (WS-MAP-IDX)
                            TO WS-CREDIT-ACCOUNT
                     END-IF
                ELSE
                     COMPUTE WS-LEG-AMOUNT = ZERO - WS-MOV-AMOUNT
                     IF NOT MAP-NOT-FOUND
                          MOVE WS-MAP-CREDIT (WS-MAP-IDX)
                            TO WS-DEBIT-ACCOUNT
                          MOVE WS-MAP-DEBIT (WS-MAP-IDX)
                            TO WS-CREDIT-ACCOUNT
                     END-IF
                END-IF
                MOVE "D" TO SRT-DC-IND
                MOVE WS-DEBIT-ACCOUNT TO SRT-ACCOUNT
                PERFORM H440-RELEASE-LEG
                MOVE "C" TO SRT-DC-IND
                MOVE WS-CREDIT-ACCOUNT TO SRT-ACCOUNT
                PERFORM H440-RELEASE-LEG
           END-IF.
       H400-END. EXIT.
      *
       H410-FIND-MAP-ENTRY.
           SET MAP-NOT-FOUND TO TRUE.
           SET WS-MAP-IDX TO 1.
           PERFORM H415-CHECK-ONE-MAP
              UNTIL WS-MAP-IDX > WS-MAP-COUNT OR MAP-FOUND.
           IF MAP-FOUND
                IF WS-MAP-DEBIT (WS-MAP-IDX) = SPACES
                   OR WS-MAP-CREDIT (WS-MAP-IDX) = SPACES
                   OR WS-MAP-DEBIT (WS-MAP-IDX) =
                      WS-MAP-CREDIT (WS-MAP-IDX)
                     SET MAP-UNUSABLE TO TRUE
                END-IF
           END-IF.
       H410-END. EXIT.
      *
       H415-CHECK-ONE-MAP.
           IF WS-MOV-DVZ = WS-MAP-DVZ (WS-MAP-IDX)
              AND WS-MOV-ACTIVITY = WS-MAP-ACTIVITY (WS-MAP-IDX)
                SET MAP-FOUND TO TRUE
           ELSE
                SET WS-MAP-IDX UP BY 1
           END-IF.
       H415-END. EXIT.
      *
       H420-FIND-BATCH-ENTRY.
           SET BAT-NOT-FOUND TO TRUE.
           SET WS-BAT-IDX TO 1.
           PERFORM H425-CHECK-ONE-BATCH
              UNTIL WS-BAT-IDX > WS-BAT-COUNT OR BAT-FOUND.
       H420-END. EXIT.
      *
       H425-CHECK-ONE-BATCH.
           IF WS-MOV-DVZ = WS-BAT-DVZ (WS-BAT-IDX)
              AND WS-MOV-ACTIVITY = WS-BAT-ACTIVITY (WS-BAT-IDX)
                SET BAT-FOUND TO TRUE
           ELSE
                SET WS-BAT-IDX UP BY 1
           END-IF.
       H425-END. EXIT.
      *
       H430-ADD-BATCH-ENTRY.
           IF WS-BAT-COUNT >= 500
                DISPLAY "TOO MANY JOURNAL BATCHES FOR BATCH TABLE"
                MOVE 99 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           ADD 1 TO WS-BAT-COUNT.
           SET WS-BAT-IDX TO WS-BAT-COUNT.
           MOVE WS-MOV-ACTIVITY TO WS-BAT-ACTIVITY (WS-BAT-IDX).
           MOVE WS-MOV-DVZ      TO WS-BAT-DVZ (WS-BAT-IDX).
           MOVE ZERO TO WS-BAT-LINES (WS-BAT-IDX).
           MOVE ZERO TO WS-BAT-UNMAPPED (WS-BAT-IDX).
           MOVE ZERO TO WS-BAT-BAD-MAP (WS-BAT-IDX).
           MOVE ZERO TO WS-BAT-DEBITS (WS-BAT-IDX).
           MOVE ZERO TO WS-BAT-CREDITS (WS-BAT-IDX).
       H430-END. EXIT.
      *
       H440-RELEASE-LEG.
           ADD 1 TO CT-LINE-SEQ.
           MOVE WS-MOV-ACTIVITY TO SRT-ACTIVITY.
           MOVE WS-MOV-DVZ      TO SRT-DVZ.
           MOVE CT-LINE-SEQ     TO SRT-LINE-SEQ.
           MOVE WS-LEG-AMOUNT   TO SRT-AMOUNT.
           MOVE WS-MOV-ID       TO SRT-REF-ID.
           MOVE WS-MOV-DVZ      TO SRT-REF-DVZ.
           MOVE WS-MOV-SOURCE   TO SRT-SOURCE.
           ADD 1 TO WS-BAT-LINES (WS-BAT-IDX).
           IF SRT-DC-IND = "D"
                ADD WS-LEG-AMOUNT TO WS-BAT-DEBITS (WS-BAT-IDX)
           ELSE
                ADD WS-LEG-AMOUNT TO WS-BAT-CREDITS (WS-BAT-IDX)
           END-IF.
           RELEASE SRT-REC.
       H440-END. EXIT.
      *
       H500-WRITE-GLJ-TRAILER.
           MOVE "TRL" TO GLJ-TRL-TAG.
           MOVE CT-GLJ-WRITTEN TO GLJ-TRL-CT-RECORDS.
           MOVE CT-GLJ-HASH TO GLJ-TRL-HASH-BALANCE.
           WRITE GLJ-TRL-REC.
       H500-END. EXIT.
      *
       H600-EXTRACT-SORTED.
           PERFORM H640-RETURN-SORTED.
           PERFORM H605-EXTRACT-ONE-BATCH UNTIL SRT-DONE.
           GO TO H649-END.
      *
       H605-EXTRACT-ONE-BATCH.
           MOVE SRT-ACTIVITY TO WS-GRP-ACTIVITY.
           MOVE SRT-DVZ      TO WS-GRP-DVZ.
           MOVE SRT-ACTIVITY TO WS-MOV-ACTIVITY.
           MOVE SRT-DVZ      TO WS-MOV-DVZ.
           PERFORM H420-FIND-BATCH-ENTRY.
           IF WS-BAT-UNMAPPED (WS-BAT-IDX) = ZERO
              AND WS-BAT-BAD-MAP (WS-BAT-IDX) = ZERO
                SET BATCH-RELEASED TO TRUE
                ADD 1 TO CT-BATCHES-RELEASED
           ELSE
                SET BATCH-HELD TO TRUE
                ADD 1 TO CT-BATCHES-HELD
                PERFORM H620-PRINT-HELD-BATCH
           END-IF.
           PERFORM H607-EXTRACT-ONE-LINE
              UNTIL SRT-DONE
                 OR SRT-ACTIVITY NOT = WS-GRP-ACTIVITY
                 OR SRT-DVZ NOT = WS-GRP-DVZ.
       H605-END. EXIT.
      *
       H607-EXTRACT-ONE-LINE.
           IF BATCH-RELEASED
                PERFORM H610-WRITE-JOURNAL-LINE
           ELSE
                PERFORM H625-PRINT-HELD-LINE
           END-IF.
           PERFORM H640-RETURN-SORTED.
       H607-END. EXIT.
      *
       H610-WRITE-JOURNAL-LINE.
           MOVE WS-BUSINESS-DATE TO GLJ-JOURNAL-DATE.
           MOVE SRT-ACTIVITY     TO GLJ-ACTIVITY.
           MOVE SRT-DVZ          TO GLJ-DVZ.
           MOVE SRT-LINE-SEQ     TO GLJ-LINE-SEQ.
           MOVE SRT-ACCOUNT      TO GLJ-ACCOUNT.
           MOVE SRT-DC-IND       TO GLJ-DC-IND.
           MOVE SRT-AMOUNT       TO GLJ-AMOUNT.
           MOVE SRT-REF-ID       TO GLJ-REF-ID.
           MOVE SRT-REF-DVZ      TO GLJ-REF-DVZ.
           MOVE SRT-SOURCE       TO GLJ-SOURCE.
           WRITE GLJ-REC.
           ADD 1 TO CT-GLJ-WRITTEN.
           ADD SRT-AMOUNT TO CT-GLJ-HASH.
       H610-END. EXIT.
      *
       H620-PRINT-HELD-BATCH.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE WS-BAT-ACTIVITY (WS-BAT-IDX) TO WS-BTL-ACTIVITY.
           MOVE WS-BAT-DVZ (WS-BAT-IDX)      TO WS-BTL-DVZ.
           MOVE WS-BAT-DEBITS (WS-BAT-IDX)   TO WS-BTL-DEBITS.
           MOVE WS-BAT-CREDITS (WS-BAT-IDX)  TO WS-BTL-CREDITS.
           IF WS-BAT-UNMAPPED (WS-BAT-IDX) > ZERO
                MOVE "NO GL ACCOUNT MAPPED FOR CURRENCY/ACTIVITY"
                  TO WS-BTL-TEXT
           ELSE
                MOVE "GL MAP ROW HAS BLANK OR IDENTICAL ACCOUNTS"
                  TO WS-BTL-TEXT
           END-IF.
           MOVE WS-BATCH-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H620-END. EXIT.
      *
       H625-PRINT-HELD-LINE.
           MOVE SRT-LINE-SEQ TO WS-HLD-SEQ.
           IF SRT-ACCOUNT = SPACES
                MOVE "**NONE**" TO WS-HLD-ACCOUNT
           ELSE
                MOVE SRT-ACCOUNT TO WS-HLD-ACCOUNT
           END-IF.
           MOVE SRT-DC-IND  TO WS-HLD-DC.
           MOVE SRT-AMOUNT  TO WS-HLD-AMOUNT.
           MOVE SRT-REF-ID  TO WS-HLD-REF-ID.
           MOVE SRT-REF-DVZ TO WS-HLD-REF-DVZ.
           MOVE SRT-SOURCE  TO WS-HLD-SOURCE.
           MOVE WS-HELD-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           ADD 1 TO CT-LINES-HELD.
       H625-END. EXIT.
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
           MOVE WS-RUN-YYYY   TO WS-HEAD1-YYYY.
           MOVE WS-RUN-MM     TO WS-HEAD1-MM.
           MOVE WS-RUN-DD     TO WS-HEAD1-DD.
           MOVE WS-PAGE-COUNT TO WS-HEAD1-PAGE.
           MOVE WS-HEAD1 TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING PAGE.
           MOVE WS-BUSINESS-DATE TO WS-HEAD2-DATE.
           MOVE WS-HEAD2 TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE WS-HEAD3 TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 6 TO WS-LINE-COUNT.
       H670-END. EXIT.
      *
       H800-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "PST-FILE POSTINGS READ......:" TO WS-TOT-LABEL.
           MOVE CT-PST-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "AUDIT RECORDS READ..........:" TO WS-TOT-LABEL.
           MOVE CT-AUD-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "REVALUATION RECORDS READ....:" TO WS-TOT-LABEL.
           MOVE CT-RVL-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "MOVEMENTS JOURNALIZED.......:" TO WS-TOT-LABEL.
           MOVE CT-MOVEMENTS TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "BATCHES RELEASED............:" TO WS-TOT-LABEL.
           MOVE CT-BATCHES-RELEASED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "JOURNAL LINES WRITTEN.......:" TO WS-TOT-LABEL.
           MOVE CT-GLJ-WRITTEN TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "BATCHES HELD................:" TO WS-TOT-LABEL.
           MOVE CT-BATCHES-HELD TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "JOURNAL LINES HELD..........:" TO WS-TOT-LABEL.
           MOVE CT-LINES-HELD TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           IF CT-BATCHES-HELD = ZERO
                MOVE "ALL JOURNAL BATCHES RELEASED TO GL"
                  TO WS-MSG-TEXT
           ELSE
                MOVE "JOURNAL BATCHES HELD - CORRECT MAPPING AND RERUN"
                  TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H990-SHUT-DOWN.
           IF CT-BATCHES-HELD > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVGLEX CONTROL TOTALS".
           DISPLAY "  PST-FILE POSTINGS READ...: " CT-PST-READ.
           DISPLAY "  AUD-FILE RECORDS READ....: " CT-AUD-READ.
           DISPLAY "  RVL-FILE RECORDS READ....: " CT-RVL-READ.
           DISPLAY "  MOVEMENTS JOURNALIZED....: " CT-MOVEMENTS.
           DISPLAY "  ZERO MOVEMENTS SKIPPED...: " CT-ZERO-MOVEMENTS.
           DISPLAY "  BATCHES RELEASED.........: " CT-BATCHES-RELEASED.
           DISPLAY "  JOURNAL LINES WRITTEN....: " CT-GLJ-WRITTEN.
           DISPLAY "  BATCHES HELD.............: " CT-BATCHES-HELD.
           DISPLAY "  JOURNAL LINES HELD.......: " CT-LINES-HELD.
           DISPLAY "  JOURNAL AMOUNT HASH......: " CT-GLJ-HASH.
           CLOSE GLJ-FILE
           CLOSE RPT-FILE.
           STOP RUN.
       H990-END. EXIT.
