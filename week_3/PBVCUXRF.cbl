       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVCUXRF.
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
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CUS-ID
                           STATUS ST-CUSFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPTFILE.
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
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-IDXFILE         PIC 9(2).
               88 IDX-EOF              VALUE 10.
               88 IDX-OK               VALUE 0 97.
               88 IDX-NF               VALUE 23 35.
           03 ST-CUSFILE         PIC 9(2).
               88 CUS-OK               VALUE 0 97.
               88 CUS-NF               VALUE 23 35.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
       01 WS-GRP-TABLE.
           03 WS-GRP-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-GRP-ENTRY OCCURS 100 TIMES INDEXED BY WS-GRP-IDX.
              05 WS-GRP-DVZ        PIC 9(03).
              05 WS-GRP-NAME       PIC X(30).
       77 WS-GRP-ID           PIC S9(5) COMP-3.
       77 WS-CUS-FOUND-SW     PIC X(01).
           88 CUS-RECORD-FOUND        VALUE "Y".
           88 CUS-RECORD-NOT-FOUND    VALUE "N".
       77 WS-NAME-SW          PIC X(01).
           88 NAMES-DIFFER            VALUE "Y".
           88 NAMES-AGREE             VALUE "N".
       77 WS-FIRST-SW         PIC X(01) VALUE "Y".
           88 FIRST-CUSTOMER          VALUE "Y".
           88 NOT-FIRST-CUSTOMER      VALUE "N".
       77 WS-EXCEPTION-TEXT   PIC X(12).
       77 CT-IDX-READ         PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-CUSTOMERS        PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-NO-MASTER        PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-NAME-MISMATCH    PIC 9(7) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVCUXRF".
           03 RC-LOCK-MODE       PIC X(01) VALUE "C".
           03 RC-FILES           PIC X(40) VALUE
              "IDXFILE CUSFILE RPTFILE".
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
       01 WS-HEAD1.
           03 FILLER             PIC X(10) VALUE "PBVCUXRF".
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "CUSTOMER MASTER CROSS-CHECK".
           03 FILLER             PIC X(10) VALUE "RUN DATE: ".
           03 WS-HEAD1-YYYY      PIC 9(4).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-MM        PIC 9(2).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-DD        PIC 9(2).
           03 FILLER             PIC X(6)  VALUE "  PAGE".
           03 WS-HEAD1-PAGE      PIC ZZZZ9.
       01 WS-HEAD2.
           03 FILLER             PIC X(12) VALUE "EXCEPTION".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(9)  VALUE "ID    DVZ".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(30) VALUE "IDX-FILE NAME".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(60) VALUE "CUSTOMER MASTER NAME".
       01 WS-DETAIL.
           03 WS-DET-EXCEPTION   PIC X(12).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-ID          PIC 9(05).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-DET-DVZ         PIC 9(03).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-NAME        PIC X(30).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-MASTER-NAME PIC X(60).
       01 WS-TOTAL-LINE.
           03 WS-TOT-LABEL       PIC X(30).
           03 WS-TOT-VALUE       PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H200-OPEN-FILES
           PERFORM H300-PROCESS-RECORD UNTIL IDX-EOF
           IF NOT-FIRST-CUSTOMER
                PERFORM H500-END-CUSTOMER
           END-IF
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
           MOVE CT-IDX-READ      TO RC-COUNT-1.
           MOVE CT-NO-MASTER     TO RC-COUNT-2.
           MOVE CT-NAME-MISMATCH TO RC-COUNT-3.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           MOVE RC-RETURN-CODE TO RETURN-CODE.
       H105-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF IDX-NF OR NOT IDX-OK
                DISPLAY "IDX-FILE ERROR"
                MOVE ST-IDXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT CUS-FILE.
           IF CUS-NF OR NOT CUS-OK
                DISPLAY "CUS-FILE ERROR"
                MOVE ST-CUSFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF RPT-NF OR NOT RPT-OK
                DISPLAY "RPT-FILE ERROR"
                MOVE ST-RPTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM H305-READ-IDX-FILE.
       H200-END. EXIT.
      *
       H300-PROCESS-RECORD.
           ADD 1 TO CT-IDX-READ.
           IF FIRST-CUSTOMER
                PERFORM H400-START-CUSTOMER
           ELSE
                IF IDX-ID NOT = WS-GRP-ID
                     PERFORM H500-END-CUSTOMER
                     PERFORM H400-START-CUSTOMER
                END-IF
           END-IF.
           IF WS-GRP-COUNT >= 100
                DISPLAY "TOO MANY CURRENCIES FOR CUSTOMER " IDX-ID
                MOVE 99 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           ADD 1 TO WS-GRP-COUNT.
           SET WS-GRP-IDX TO WS-GRP-COUNT.
           MOVE IDX-DVZ  TO WS-GRP-DVZ (WS-GRP-IDX).
           MOVE IDX-NAME TO WS-GRP-NAME (WS-GRP-IDX).
           PERFORM H305-READ-IDX-FILE.
       H300-END. EXIT.
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
       H400-START-CUSTOMER.
           SET NOT-FIRST-CUSTOMER TO TRUE.
           MOVE IDX-ID TO WS-GRP-ID.
           MOVE ZERO TO WS-GRP-COUNT.
           ADD 1 TO CT-CUSTOMERS.
       H400-END. EXIT.
      *
       H500-END-CUSTOMER.
           MOVE WS-GRP-ID TO CUS-ID.
           SET CUS-RECORD-NOT-FOUND TO TRUE.
           READ CUS-FILE KEY CUS-ID
             INVALID KEY
                MOVE SPACES TO CUS-FULL-NAME
             NOT INVALID KEY
                SET CUS-RECORD-FOUND TO TRUE
           END-READ.
           IF CUS-RECORD-NOT-FOUND
                MOVE "NO MASTER" TO WS-EXCEPTION-TEXT
                ADD WS-GRP-COUNT TO CT-NO-MASTER
                PERFORM H520-PRINT-GROUP
           END-IF.
           SET NAMES-AGREE TO TRUE.
           SET WS-GRP-IDX TO 2.
           PERFORM H510-COMPARE-ONE-NAME
              UNTIL WS-GRP-IDX > WS-GRP-COUNT OR NAMES-DIFFER.
           IF NAMES-DIFFER
                MOVE "NAME DIFFERS" TO WS-EXCEPTION-TEXT
                ADD 1 TO CT-NAME-MISMATCH
                PERFORM H520-PRINT-GROUP
           END-IF.
       H500-END. EXIT.
      *
       H510-COMPARE-ONE-NAME.
           IF WS-GRP-NAME (WS-GRP-IDX) NOT = WS-GRP-NAME (1)
                SET NAMES-DIFFER TO TRUE
           ELSE
                SET WS-GRP-IDX UP BY 1
           END-IF.
       H510-END. EXIT.
      *
       H520-PRINT-GROUP.
           SET WS-GRP-IDX TO 1.
           PERFORM H525-PRINT-ONE-LINE UNTIL WS-GRP-IDX > WS-GRP-COUNT.
       H520-END. EXIT.
      *
       H525-PRINT-ONE-LINE.
           MOVE WS-EXCEPTION-TEXT         TO WS-DET-EXCEPTION.
           MOVE WS-GRP-ID                 TO WS-DET-ID.
           MOVE WS-GRP-DVZ (WS-GRP-IDX)   TO WS-DET-DVZ.
           MOVE WS-GRP-NAME (WS-GRP-IDX)  TO WS-DET-NAME.
           MOVE CUS-FULL-NAME             TO WS-DET-MASTER-NAME.
           MOVE WS-DETAIL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           SET WS-GRP-IDX UP BY 1.
       H525-END. EXIT.
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
           MOVE "IDX-FILE RECORDS READ.......:" TO WS-TOT-LABEL.
           MOVE CT-IDX-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "CUSTOMER IDS CHECKED........:" TO WS-TOT-LABEL.
           MOVE CT-CUSTOMERS TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "RECORDS WITH NO MASTER......:" TO WS-TOT-LABEL.
           MOVE CT-NO-MASTER TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "CUSTOMERS WITH NAME CONFLICT:" TO WS-TOT-LABEL.
           MOVE CT-NAME-MISMATCH TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H990-SHUT-DOWN.
           IF (CT-NO-MASTER > ZERO OR CT-NAME-MISMATCH > ZERO)
              AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVCUXRF CONTROL TOTALS".
           DISPLAY "  IDX-FILE RECORDS READ....: " CT-IDX-READ.
           DISPLAY "  CUSTOMER IDS CHECKED.....: " CT-CUSTOMERS.
           DISPLAY "  RECORDS WITH NO MASTER...: " CT-NO-MASTER.
           DISPLAY "  NAME CONFLICTS...........: " CT-NAME-MISMATCH.
           CLOSE IDX-FILE
           CLOSE CUS-FILE
           CLOSE RPT-FILE.
           STOP RUN.
       H990-END. EXIT.
