       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVPNDRP.
       AUTHOR. Yunus Emre Akdik.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PND-FILE ASSIGN TO PNDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY PND-KEY
                           STATUS ST-PNDFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPTFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PND-FILE.
       01 PND-REC.
           03 PND-KEY.
              05 PND-ENTRY-DATE    PIC 9(08).
              05 PND-ENTRY-SEQ     PIC 9(05).
           03 PND-STATUS          PIC X(01).
              88 PND-PENDING       VALUE "P".
              88 PND-APPROVED      VALUE "A".
              88 PND-REJECTED      VALUE "R".
              88 PND-EXPIRED       VALUE "E".
           03 PND-REASON-CODE     PIC X(04).
           03 PND-MAKER-ID        PIC X(08).
           03 PND-CHECKER-ID      PIC X(08).
           03 PND-DECISION-DATE   PIC 9(08).
           03 PND-RESULT-CODE     PIC X(04).
              88 PND-APPLIED       VALUE "ADDD" "CHGD" "DELD" "STSD".
           03 PND-BEFORE-BALANCE  PIC S9(15).
           03 PND-TRN-IMAGE.
              05 PND-TRN-ACTION    PIC X(01).
              05 PND-TRN-ID        PIC 9(05).
              05 PND-TRN-DVZ       PIC 9(03).
              05 PND-TRN-NAME      PIC X(30).
              05 PND-TRN-DATE      PIC 9(07).
              05 PND-TRN-BALANCE   PIC S9(15).
              05 PND-TRN-STATUS    PIC X(01).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-BUSINESS-DATE   PIC 9(08).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-PNDFILE         PIC 9(2).
               88 PND-EOF              VALUE 10.
               88 PND-OK               VALUE 0 97.
               88 PND-NF               VALUE 23 35.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       77 WS-SECTION-SW       PIC X(01).
           88 SECTION-PENDING         VALUE "P".
           88 SECTION-APPROVED        VALUE "A".
           88 SECTION-CLOSED          VALUE "R".
       77 WS-PND-SCAN-SW      PIC X(01).
           88 PND-SCAN-DONE           VALUE "Y".
           88 PND-SCAN-ACTIVE         VALUE "N".
       77 WS-SELECT-SW        PIC X(01).
           88 ITEM-SELECTED           VALUE "Y".
           88 ITEM-NOT-SELECTED       VALUE "N".
       77 WS-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
       77 WS-BUSINESS-INT-DATE PIC 9(7) COMP-3 VALUE ZERO.
       77 WS-PND-AGE-DAYS     PIC S9(5) COMP-3 VALUE ZERO.
       77 CT-SECTION-ITEMS    PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-PND-READ         PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-PENDING          PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-APPROVED         PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-NOT-APPLIED      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-REJECTED         PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-EXPIRED          PIC 9(7) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVPNDRP".
           03 RC-LOCK-MODE       PIC X(01) VALUE "N".
           03 RC-FILES           PIC X(40) VALUE
              "PNDFILE RPTFILE".
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
           03 FILLER             PIC X(10) VALUE "PBVPNDRP".
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "MAINTENANCE APPROVAL DAILY REPORT".
           03 FILLER             PIC X(10) VALUE "RUN DATE: ".
           03 WS-HEAD1-YYYY      PIC 9(4).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-MM        PIC 9(2).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-DD        PIC 9(2).
           03 FILLER             PIC X(6)  VALUE "  PAGE".
           03 WS-HEAD1-PAGE      PIC ZZZZ9.
       01 WS-HEAD2.
           03 FILLER             PIC X(14) VALUE "REFERENCE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(3)  VALUE "ACT".
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 FILLER             PIC X(9)  VALUE "ID    DVZ".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(6)  VALUE "REASON".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(8)  VALUE "MAKER".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(8)  VALUE "CHECKER".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(16) VALUE "  BEFORE BALANCE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(16) VALUE "     NEW BALANCE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(3)  VALUE "STS".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(6)  VALUE "RESULT".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(5)  VALUE "  AGE".
       01 WS-SECTION-LINE.
           03 WS-SEC-TITLE       PIC X(40).
           03 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           03 WS-SEC-DATE        PIC 9(08).
       01 WS-DETAIL.
           03 WS-DET-REF-DATE    PIC 9(08).
           03 FILLER             PIC X(1)  VALUE "-".
           03 WS-DET-REF-SEQ     PIC 9(05).
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 WS-DET-ACTION      PIC X(01).
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 WS-DET-ID          PIC 9(05).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-DET-DVZ         PIC 9(03).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-REASON      PIC X(04).
           03 FILLER             PIC X(4)  VALUE SPACES.
           03 WS-DET-MAKER       PIC X(08).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-CHECKER     PIC X(08).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-BEFORE      PIC -(15)9.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-NEW         PIC -(15)9.
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 WS-DET-NEW-STATUS  PIC X(01).
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 WS-DET-RESULT      PIC X(04).
           03 FILLER             PIC X(4)  VALUE SPACES.
           03 WS-DET-AGE         PIC ZZZZ9.
       01 WS-TOTAL-LINE.
           03 WS-TOT-LABEL       PIC X(30).
           03 WS-TOT-VALUE       PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-BUSINESS-DATE
           PERFORM H200-OPEN-FILES
           SET SECTION-PENDING TO TRUE
           PERFORM H300-PRINT-SECTION
           SET SECTION-APPROVED TO TRUE
           PERFORM H300-PRINT-SECTION
           SET SECTION-CLOSED TO TRUE
           PERFORM H300-PRINT-SECTION
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
           MOVE CT-PND-READ    TO RC-COUNT-1.
           MOVE CT-PENDING     TO RC-COUNT-2.
           MOVE CT-NOT-APPLIED TO RC-COUNT-3.
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
           COMPUTE WS-BUSINESS-INT-DATE =
                FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           DISPLAY "PBVPNDRP BUSINESS DATE: " WS-BUSINESS-DATE.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT PND-FILE.
           IF PND-NF OR NOT PND-OK
                DISPLAY "PND-FILE ERROR"
                MOVE ST-PNDFILE TO RETURN-CODE
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
       H300-PRINT-SECTION.
           MOVE ZERO TO CT-SECTION-ITEMS.
           IF SECTION-PENDING
                MOVE "ITEMS AWAITING APPROVAL" TO WS-SEC-TITLE
           ELSE IF SECTION-APPROVED
                MOVE "ITEMS APPROVED" TO WS-SEC-TITLE
           ELSE
                MOVE "ITEMS REJECTED OR EXPIRED" TO WS-SEC-TITLE
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-SEC-DATE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE ZERO TO PND-ENTRY-DATE PND-ENTRY-SEQ.
           START PND-FILE KEY NOT LESS THAN PND-KEY
             INVALID KEY
                SET PND-SCAN-DONE TO TRUE
             NOT INVALID KEY
                SET PND-SCAN-ACTIVE TO TRUE
           END-START.
           PERFORM H310-SCAN-ONE-PND UNTIL PND-SCAN-DONE.
           MOVE "ITEMS IN SECTION............:" TO WS-TOT-LABEL.
           MOVE CT-SECTION-ITEMS TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H300-END. EXIT.
      *
       H310-SCAN-ONE-PND.
           READ PND-FILE NEXT
             AT END
                SET PND-SCAN-DONE TO TRUE
             NOT AT END
                PERFORM H320-SELECT-ITEM
                IF ITEM-SELECTED
                     PERFORM H330-PRINT-ITEM
                END-IF
           END-READ.
           IF (NOT PND-OK) AND (NOT PND-EOF)
                DISPLAY "PND-FILE ERROR"
                MOVE ST-PNDFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H310-END. EXIT.
      *
       H320-SELECT-ITEM.
           SET ITEM-NOT-SELECTED TO TRUE.
           IF SECTION-PENDING
                ADD 1 TO CT-PND-READ
                IF PND-PENDING
                     ADD 1 TO CT-PENDING
                     SET ITEM-SELECTED TO TRUE
                END-IF
           END-IF.
           IF SECTION-APPROVED AND PND-APPROVED
              AND PND-DECISION-DATE = WS-BUSINESS-DATE
                ADD 1 TO CT-APPROVED
                IF NOT PND-APPLIED
                     ADD 1 TO CT-NOT-APPLIED
                END-IF
                SET ITEM-SELECTED TO TRUE
           END-IF.
           IF SECTION-CLOSED AND (PND-REJECTED OR PND-EXPIRED)
              AND PND-DECISION-DATE = WS-BUSINESS-DATE
                IF PND-REJECTED
                     ADD 1 TO CT-REJECTED
                ELSE
                     ADD 1 TO CT-EXPIRED
                END-IF
                SET ITEM-SELECTED TO TRUE
           END-IF.
       H320-END. EXIT.
      *
       H330-PRINT-ITEM.
           ADD 1 TO CT-SECTION-ITEMS.
           MOVE PND-ENTRY-DATE     TO WS-DET-REF-DATE.
           MOVE PND-ENTRY-SEQ      TO WS-DET-REF-SEQ.
           MOVE PND-TRN-ACTION     TO WS-DET-ACTION.
           MOVE PND-TRN-ID         TO WS-DET-ID.
           MOVE PND-TRN-DVZ        TO WS-DET-DVZ.
           MOVE PND-REASON-CODE    TO WS-DET-REASON.
           MOVE PND-MAKER-ID       TO WS-DET-MAKER.
           MOVE PND-CHECKER-ID     TO WS-DET-CHECKER.
           MOVE PND-BEFORE-BALANCE TO WS-DET-BEFORE.
           MOVE PND-TRN-BALANCE    TO WS-DET-NEW.
           MOVE PND-TRN-STATUS     TO WS-DET-NEW-STATUS.
           MOVE PND-RESULT-CODE    TO WS-DET-RESULT.
           COMPUTE WS-PND-AGE-DAYS = WS-BUSINESS-INT-DATE
                - FUNCTION INTEGER-OF-DATE(PND-ENTRY-DATE).
           IF WS-PND-AGE-DAYS < ZERO
                MOVE ZERO TO WS-PND-AGE-DAYS
           END-IF.
           MOVE WS-PND-AGE-DAYS    TO WS-DET-AGE.
           MOVE WS-DETAIL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H330-END. EXIT.
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
       H800-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "PND-FILE ITEMS READ.........:" TO WS-TOT-LABEL.
           MOVE CT-PND-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "ITEMS AWAITING APPROVAL.....:" TO WS-TOT-LABEL.
           MOVE CT-PENDING TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "ITEMS APPROVED..............:" TO WS-TOT-LABEL.
           MOVE CT-APPROVED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "APPROVED BUT NOT APPLIED....:" TO WS-TOT-LABEL.
           MOVE CT-NOT-APPLIED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "ITEMS REJECTED..............:" TO WS-TOT-LABEL.
           MOVE CT-REJECTED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "ITEMS EXPIRED...............:" TO WS-TOT-LABEL.
           MOVE CT-EXPIRED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H990-SHUT-DOWN.
           IF CT-NOT-APPLIED > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVPNDRP CONTROL TOTALS".
           DISPLAY "  PND-FILE ITEMS READ......: " CT-PND-READ.
           DISPLAY "  ITEMS AWAITING APPROVAL..: " CT-PENDING.
           DISPLAY "  ITEMS APPROVED...........: " CT-APPROVED.
           DISPLAY "  APPROVED BUT NOT APPLIED.: " CT-NOT-APPLIED.
           DISPLAY "  ITEMS REJECTED...........: " CT-REJECTED.
           DISPLAY "  ITEMS EXPIRED............: " CT-EXPIRED.
           CLOSE PND-FILE
           CLOSE RPT-FILE.
           STOP RUN.
       H990-END. EXIT.
