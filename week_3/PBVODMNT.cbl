       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVODMNT.
       AUTHOR. Yunus Emre Akdik.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODT-FILE ASSIGN TO ODTFILE
                           STATUS ST-ODTFILE.
           SELECT ODL-FILE ASSIGN TO ODLFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY ODL-KEY
                           STATUS ST-ODLFILE.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY IDX-KEY
                           STATUS ST-IDXFILE.
           SELECT ODA-FILE ASSIGN TO ODAFILE
                           STATUS ST-ODAFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPTFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ODT-FILE RECORDING MODE F.
       01 ODT-REC.
           03 ODT-ACTION     PIC X(01).
              88 ODT-ADD           VALUE "A".
              88 ODT-CHANGE        VALUE "C".
              88 ODT-DELETE        VALUE "D".
           03 ODT-ID         PIC 9(05).
           03 ODT-DVZ        PIC 9(03).
           03 ODT-DATA.
              05 ODT-LIMIT         PIC 9(15).
              05 ODT-APPROVAL-DATE PIC 9(08).
              05 ODT-EXPIRY-DATE   PIC 9(08).
       01 ODT-HDR-REC.
           03 ODT-HDR-TAG          PIC X(03).
           03 ODT-HDR-FILE-ID      PIC X(08).
           03 ODT-HDR-CREATE-DATE  PIC 9(08).
           03 ODT-HDR-PROGRAM      PIC X(08).
       01 ODT-TRL-REC.
           03 ODT-TRL-TAG          PIC X(03).
           03 ODT-TRL-CT-RECORDS   PIC 9(09).
           03 ODT-TRL-HASH-BALANCE PIC S9(17).
       FD ODL-FILE.
       01 ODL-REC.
           03 ODL-KEY.
              05 ODL-ID            PIC S9(5) COMP-3.
              05 ODL-DVZ           PIC S9(3) COMP.
           03 ODL-LIMIT          PIC S9(15) COMP-3.
           03 ODL-APPROVAL-DATE  PIC 9(08).
           03 ODL-EXPIRY-DATE    PIC 9(08).
           03 ODL-MAINT-DATE     PIC 9(08).
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
       FD ODA-FILE RECORDING MODE F.
       01 ODA-REC.
           03 ODA-ACTION              PIC X(01).
           03 ODA-ID                  PIC 9(05).
           03 ODA-DVZ                 PIC 9(03).
           03 ODA-BEFORE-LIMIT        PIC S9(15).
           03 ODA-BEFORE-APPROVAL-DATE PIC 9(08).
           03 ODA-BEFORE-EXPIRY-DATE  PIC 9(08).
           03 ODA-AFTER-LIMIT         PIC S9(15).
           03 ODA-AFTER-APPROVAL-DATE PIC 9(08).
           03 ODA-AFTER-EXPIRY-DATE   PIC 9(08).
           03 ODA-RESULT-CODE         PIC X(04).
           03 ODA-RESULT-TEXT         PIC X(40).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-BUSINESS-DATE  PIC 9(08).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-ODTFILE         PIC 9(2).
               88 ODT-EOF              VALUE 10.
               88 ODT-OK               VALUE 0 97.
               88 ODT-NF               VALUE 23 35.
           03 ST-ODLFILE         PIC 9(2).
               88 ODL-EOF              VALUE 10.
               88 ODL-OK               VALUE 0 97.
               88 ODL-NF               VALUE 23 35.
           03 ST-IDXFILE         PIC 9(2).
               88 IDX-OK               VALUE 0 97.
               88 IDX-NF               VALUE 23 35.
           03 ST-ODAFILE         PIC 9(2).
               88 ODA-OK               VALUE 0 97.
               88 ODA-NF               VALUE 23 35.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       77 WS-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
       77 WS-ODL-FOUND-SW     PIC X(01).
           88 ODL-RECORD-FOUND        VALUE "Y".
           88 ODL-RECORD-NOT-FOUND    VALUE "N".
       77 WS-EDIT-SW          PIC X(01).
           88 ODT-IS-CLEAN            VALUE "Y".
           88 ODT-IN-ERROR            VALUE "N".
       01 WS-CHECK-DATE-AREA.
           03 WS-CHECK-DATE      PIC 9(8).
       01 WS-CHECK-DATE-FIELDS REDEFINES WS-CHECK-DATE-AREA.
           03 WS-CHECK-YYYY      PIC 9(4).
           03 WS-CHECK-MM        PIC 9(2).
           03 WS-CHECK-DD        PIC 9(2).
       77 WS-DATE-SW          PIC X(01).
           88 DATE-IS-VALID           VALUE "Y".
           88 DATE-IS-INVALID         VALUE "N".
       77 CT-ODT-READ         PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-ODT-ADDED        PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-ODT-CHANGED      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-ODT-DELETED      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-ODT-REJECTED     PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-ODT-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 WS-ODT-CTL-SW       PIC X(01) VALUE "N".
           88 ODT-TRAILER-SEEN        VALUE "Y".
           88 ODT-TRAILER-NOT-SEEN    VALUE "N".
       77 WS-ODT-TRL-COUNT    PIC 9(9)   COMP-3 VALUE ZERO.
       77 WS-ODT-TRL-HASH     PIC S9(17) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVODMNT".
           03 RC-LOCK-MODE       PIC X(01) VALUE "H".
           03 RC-FILES           PIC X(40) VALUE
              "ODTFILE ODLFILE IDXFILE ODAFILE".
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
           03 FILLER             PIC X(10) VALUE "PBVODMNT".
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "OVERDRAFT LIMIT MAINTENANCE".
           03 FILLER             PIC X(10) VALUE "RUN DATE: ".
           03 WS-HEAD1-YYYY      PIC 9(4).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-MM        PIC 9(2).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-DD        PIC 9(2).
           03 FILLER             PIC X(6)  VALUE "  PAGE".
           03 WS-HEAD1-PAGE      PIC ZZZZ9.
       01 WS-HEAD2.
           03 FILLER             PIC X(3)  VALUE "ACT".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(5)  VALUE "ID".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(3)  VALUE "DVZ".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(19) VALUE "       LIMIT AMOUNT".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(8)  VALUE "APPROVED".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(8)  VALUE "EXPIRES".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(4)  VALUE "RSLT".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(40) VALUE "RESULT".
       01 WS-DETAIL.
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-DET-ACTION      PIC X(01).
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 WS-DET-ID          PIC 9(05).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-DVZ         PIC 9(03).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-LIMIT       PIC Z(17)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-APPROVAL    PIC 9(08).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-EXPIRY      PIC 9(08).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-RESULT-CODE PIC X(04).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-RESULT-TEXT PIC X(40).
       01 WS-TOTAL-LINE.
           03 WS-TOT-LABEL       PIC X(30).
           03 WS-TOT-VALUE       PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-BUSINESS-DATE
           PERFORM H200-OPEN-FILES
           PERFORM H300-PROCESS-TRANSACTION
              UNTIL ODT-EOF OR ODT-TRAILER-SEEN
           PERFORM H290-VERIFY-ODT-TRAILER
           PERFORM H800-PRINT-TOTALS
           PERFORM H990-SHUT-DOWN.
       0000-END. EXIT.
      *
       H100-RUN-CONTROL-START.
           MOVE "S" TO RC-REQUEST.
           MOVE ZERO TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           IF RC-RETURN-CODE NOT = ZERO
                DISPLAY "ODL-FILE RUN LOCK IS HELD - RUN REFUSED"
                MOVE RC-RETURN-CODE TO RETURN-CODE
                STOP RUN
           END-IF.
       H100-END. EXIT.
      *
       H105-RUN-CONTROL-END.
           MOVE "E" TO RC-REQUEST.
           MOVE CT-ODT-READ     TO RC-COUNT-1.
           MOVE CT-ODT-ADDED    TO RC-COUNT-2.
           MOVE CT-ODT-REJECTED TO RC-COUNT-3.
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
           DISPLAY "PBVODMNT BUSINESS DATE: " WS-BUSINESS-DATE.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT ODT-FILE.
           IF ODT-NF OR NOT ODT-OK
                DISPLAY "ODT-FILE ERROR"
                MOVE ST-ODTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN I-O ODL-FILE.
           IF ODL-NF
                OPEN OUTPUT ODL-FILE
                CLOSE ODL-FILE
                OPEN I-O ODL-FILE
           END-IF.
           IF NOT ODL-OK
                DISPLAY "ODL-FILE ERROR"
                MOVE ST-ODLFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF IDX-NF OR NOT IDX-OK
                DISPLAY "IDX-FILE ERROR"
                MOVE ST-IDXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT ODA-FILE.
           IF ODA-NF OR NOT ODA-OK
                DISPLAY "ODA-FILE ERROR"
                MOVE ST-ODAFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF RPT-NF OR NOT RPT-OK
                DISPLAY "RPT-FILE ERROR"
                MOVE ST-RPTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H220-VERIFY-ODT-HEADER.
           PERFORM H245-READ-ODT-FILE.
           IF (NOT ODT-OK) AND (NOT ODT-EOF)
                DISPLAY "ODT-FILE ERROR"
                MOVE ST-ODTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H200-END. EXIT.
      *
       H220-VERIFY-ODT-HEADER.
           READ ODT-FILE.
           IF (NOT ODT-OK) OR ODT-HDR-TAG NOT = "HDR"
                DISPLAY "ODT-FILE HEADER RECORD MISSING OR INVALID"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           DISPLAY "ODT-FILE CREATED " ODT-HDR-CREATE-DATE
              " BY " ODT-HDR-PROGRAM.
       H220-END. EXIT.
      *
       H245-READ-ODT-FILE.
           READ ODT-FILE.
           IF ODT-OK AND ODT-TRL-TAG = "TRL"
                MOVE ODT-TRL-CT-RECORDS   TO WS-ODT-TRL-COUNT
                MOVE ODT-TRL-HASH-BALANCE TO WS-ODT-TRL-HASH
                SET ODT-TRAILER-SEEN TO TRUE
           END-IF.
       H245-END. EXIT.
      *
       H290-VERIFY-ODT-TRAILER.
           IF ODT-TRAILER-NOT-SEEN
                DISPLAY "ODT-FILE TRAILER RECORD MISSING"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF WS-ODT-TRL-COUNT NOT = CT-ODT-READ
                DISPLAY "ODT-FILE TRAILER COUNT DISAGREES: "
                   WS-ODT-TRL-COUNT " VS " CT-ODT-READ
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF WS-ODT-TRL-HASH NOT = CT-ODT-HASH
                DISPLAY "ODT-FILE TRAILER HASH DISAGREES: "
                   WS-ODT-TRL-HASH " VS " CT-ODT-HASH
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H290-END. EXIT.
      *
       H300-PROCESS-TRANSACTION.
           ADD 1 TO CT-ODT-READ.
           IF ODT-LIMIT IS NUMERIC
                ADD ODT-LIMIT TO CT-ODT-HASH
           END-IF.
           MOVE ZERO       TO ODA-BEFORE-LIMIT
                              ODA-BEFORE-APPROVAL-DATE
                              ODA-BEFORE-EXPIRY-DATE
                              ODA-AFTER-LIMIT
                              ODA-AFTER-APPROVAL-DATE
                              ODA-AFTER-EXPIRY-DATE.
           MOVE ODT-ACTION TO ODA-ACTION.
           MOVE ODT-ID     TO ODA-ID.
           MOVE ODT-DVZ    TO ODA-DVZ.
           PERFORM H305-EDIT-TRANSACTION.
           IF ODT-IN-ERROR
                ADD 1 TO CT-ODT-REJECTED
           ELSE
                MOVE ODT-ID  TO ODL-ID
                MOVE ODT-DVZ TO ODL-DVZ
                PERFORM H310-READ-BEFORE-IMAGE
                IF ODT-ADD
                     PERFORM H410-ADD-LIMIT
                ELSE IF ODT-CHANGE
                     PERFORM H420-CHANGE-LIMIT
                ELSE
                     PERFORM H430-DELETE-LIMIT
                END-IF
                END-IF
           END-IF.
           WRITE ODA-REC.
           PERFORM H600-PRINT-RESULT.
           PERFORM H245-READ-ODT-FILE.
       H300-END. EXIT.
      *
       H305-EDIT-TRANSACTION.
           SET ODT-IS-CLEAN TO TRUE.
           IF NOT (ODT-ADD OR ODT-CHANGE OR ODT-DELETE)
                MOVE "BADA" TO ODA-RESULT-CODE
                MOVE "UNKNOWN TRANSACTION ACTION CODE" TO
                     ODA-RESULT-TEXT
                SET ODT-IN-ERROR TO TRUE
           END-IF.
           IF ODT-IS-CLEAN
              AND (ODT-ID IS NOT NUMERIC OR ODT-ID = ZERO
                   OR ODT-DVZ IS NOT NUMERIC OR ODT-DVZ = ZERO)
                MOVE "NUMD" TO ODA-RESULT-CODE
                MOVE "ACCOUNT ID OR CURRENCY IS NOT NUMERIC" TO
                     ODA-RESULT-TEXT
                SET ODT-IN-ERROR TO TRUE
           END-IF.
           IF ODT-IS-CLEAN AND (ODT-ADD OR ODT-CHANGE)
                PERFORM H306-EDIT-DETAILS
           END-IF.
       H305-END. EXIT.
      *
       H306-EDIT-DETAILS.
           IF ODT-LIMIT IS NOT NUMERIC OR ODT-LIMIT = ZERO
                MOVE "BDLM" TO ODA-RESULT-CODE
                MOVE "LIMIT AMOUNT MUST BE NUMERIC AND > ZERO" TO
                     ODA-RESULT-TEXT
                SET ODT-IN-ERROR TO TRUE
           END-IF.
           IF ODT-IS-CLEAN
                MOVE ODT-APPROVAL-DATE TO WS-CHECK-DATE
                PERFORM H905-VALIDATE-DATE
                IF DATE-IS-INVALID
                   OR ODT-APPROVAL-DATE > WS-BUSINESS-DATE
                     MOVE "BDAP" TO ODA-RESULT-CODE
                     MOVE "APPROVAL DATE INVALID OR IN THE FUTURE" TO
                          ODA-RESULT-TEXT
                     SET ODT-IN-ERROR TO TRUE
                END-IF
           END-IF.
           IF ODT-IS-CLEAN
                MOVE ODT-EXPIRY-DATE TO WS-CHECK-DATE
                PERFORM H905-VALIDATE-DATE
                IF DATE-IS-INVALID
                   OR ODT-EXPIRY-DATE NOT > ODT-APPROVAL-DATE
                     MOVE "BDXP" TO ODA-RESULT-CODE
                     MOVE "EXPIRY DATE MUST FOLLOW APPROVAL DATE" TO
                          ODA-RESULT-TEXT
                     SET ODT-IN-ERROR TO TRUE
                END-IF
           END-IF.
           IF ODT-IS-CLEAN
                MOVE ODT-ID  TO IDX-ID
                MOVE ODT-DVZ TO IDX-DVZ
                READ IDX-FILE KEY IDX-KEY
                  INVALID KEY
                     MOVE "NACT" TO ODA-RESULT-CODE
                     MOVE "ACCOUNT NOT FOUND ON IDX-FILE" TO
                          ODA-RESULT-TEXT
                     SET ODT-IN-ERROR TO TRUE
                  NOT INVALID KEY
                     IF IDX-CLOSED
                          MOVE "CLSD" TO ODA-RESULT-CODE
                          MOVE "ACCOUNT IS CLOSED" TO ODA-RESULT-TEXT
                          SET ODT-IN-ERROR TO TRUE
                     END-IF
                END-READ
           END-IF.
       H306-END. EXIT.
      *
       H310-READ-BEFORE-IMAGE.
           SET ODL-RECORD-NOT-FOUND TO TRUE.
           READ ODL-FILE KEY ODL-KEY
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET ODL-RECORD-FOUND TO TRUE
                MOVE ODL-LIMIT         TO ODA-BEFORE-LIMIT
                MOVE ODL-APPROVAL-DATE TO ODA-BEFORE-APPROVAL-DATE
                MOVE ODL-EXPIRY-DATE   TO ODA-BEFORE-EXPIRY-DATE
           END-READ.
       H310-END. EXIT.
      *
       H410-ADD-LIMIT.
           IF ODL-RECORD-FOUND
                MOVE "DUPE" TO ODA-RESULT-CODE
                MOVE "ADD REJECTED - LIMIT ALREADY EXISTS" TO
                     ODA-RESULT-TEXT
                ADD 1 TO CT-ODT-REJECTED
           ELSE
                MOVE ODT-ID            TO ODL-ID
                MOVE ODT-DVZ           TO ODL-DVZ
                MOVE ODT-LIMIT         TO ODL-LIMIT
                MOVE ODT-APPROVAL-DATE TO ODL-APPROVAL-DATE
                MOVE ODT-EXPIRY-DATE   TO ODL-EXPIRY-DATE
                MOVE WS-BUSINESS-DATE TO ODL-MAINT-DATE
                WRITE ODL-REC
                  INVALID KEY
                     MOVE "EWRT" TO ODA-RESULT-CODE
                     MOVE "ADD FAILED ON WRITE" TO ODA-RESULT-TEXT
                     ADD 1 TO CT-ODT-REJECTED
                  NOT INVALID KEY
                     MOVE "ADDD" TO ODA-RESULT-CODE
                     MOVE "LIMIT ADDED" TO ODA-RESULT-TEXT
                     PERFORM H450-SET-AFTER-IMAGE
                     ADD 1 TO CT-ODT-ADDED
                END-WRITE
           END-IF.
       H410-END. EXIT.
      *
       H420-CHANGE-LIMIT.
           IF NOT ODL-RECORD-FOUND
                MOVE "NFND" TO ODA-RESULT-CODE
                MOVE "CHANGE REJECTED - LIMIT NOT FOUND" TO
                     ODA-RESULT-TEXT
                ADD 1 TO CT-ODT-REJECTED
           ELSE
                MOVE ODT-LIMIT         TO ODL-LIMIT
                MOVE ODT-APPROVAL-DATE TO ODL-APPROVAL-DATE
                MOVE ODT-EXPIRY-DATE   TO ODL-EXPIRY-DATE
                MOVE WS-BUSINESS-DATE TO ODL-MAINT-DATE
                REWRITE ODL-REC
                  INVALID KEY
                     MOVE "EWRT" TO ODA-RESULT-CODE
                     MOVE "CHANGE FAILED ON REWRITE" TO
                          ODA-RESULT-TEXT
                     ADD 1 TO CT-ODT-REJECTED
                  NOT INVALID KEY
                     MOVE "CHGD" TO ODA-RESULT-CODE
                     MOVE "LIMIT CHANGED" TO ODA-RESULT-TEXT
                     PERFORM H450-SET-AFTER-IMAGE
                     ADD 1 TO CT-ODT-CHANGED
                END-REWRITE
           END-IF.
       H420-END. EXIT.
      *
       H430-DELETE-LIMIT.
           IF NOT ODL-RECORD-FOUND
                MOVE "NFND" TO ODA-RESULT-CODE
                MOVE "DELETE REJECTED - LIMIT NOT FOUND" TO
                     ODA-RESULT-TEXT
                ADD 1 TO CT-ODT-REJECTED
           ELSE
                DELETE ODL-FILE
                  INVALID KEY
                     MOVE "EDEL" TO ODA-RESULT-CODE
                     MOVE "DELETE FAILED" TO ODA-RESULT-TEXT
                     ADD 1 TO CT-ODT-REJECTED
                  NOT INVALID KEY
                     MOVE "DELD" TO ODA-RESULT-CODE
                     MOVE "LIMIT DELETED" TO ODA-RESULT-TEXT
                     ADD 1 TO CT-ODT-DELETED
                END-DELETE
           END-IF.
       H430-END. EXIT.
      *
       H450-SET-AFTER-IMAGE.
           MOVE ODL-LIMIT         TO ODA-AFTER-LIMIT.
           MOVE ODL-APPROVAL-DATE TO ODA-AFTER-APPROVAL-DATE.
           MOVE ODL-EXPIRY-DATE   TO ODA-AFTER-EXPIRY-DATE.
       H450-END. EXIT.
      *
       H600-PRINT-RESULT.
           MOVE ODT-ACTION      TO WS-DET-ACTION.
           MOVE ODT-ID          TO WS-DET-ID.
           MOVE ODT-DVZ         TO WS-DET-DVZ.
           IF ODT-DELETE
                MOVE ODA-BEFORE-LIMIT         TO WS-DET-LIMIT
                MOVE ODA-BEFORE-APPROVAL-DATE TO WS-DET-APPROVAL
                MOVE ODA-BEFORE-EXPIRY-DATE   TO WS-DET-EXPIRY
           ELSE
                MOVE ODT-LIMIT         TO WS-DET-LIMIT
                MOVE ODT-APPROVAL-DATE TO WS-DET-APPROVAL
                MOVE ODT-EXPIRY-DATE   TO WS-DET-EXPIRY
           END-IF.
           MOVE ODA-RESULT-CODE TO WS-DET-RESULT-CODE.
           MOVE ODA-RESULT-TEXT TO WS-DET-RESULT-TEXT.
           MOVE WS-DETAIL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H600-END. EXIT.
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
           MOVE "TRANSACTIONS READ...........:" TO WS-TOT-LABEL.
           MOVE CT-ODT-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "LIMITS ADDED................:" TO WS-TOT-LABEL.
           MOVE CT-ODT-ADDED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "LIMITS CHANGED..............:" TO WS-TOT-LABEL.
           MOVE CT-ODT-CHANGED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "LIMITS DELETED..............:" TO WS-TOT-LABEL.
           MOVE CT-ODT-DELETED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "TRANSACTIONS REJECTED.......:" TO WS-TOT-LABEL.
           MOVE CT-ODT-REJECTED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H905-VALIDATE-DATE.
           SET DATE-IS-VALID TO TRUE.
           IF WS-CHECK-DATE IS NOT NUMERIC
                SET DATE-IS-INVALID TO TRUE
           ELSE
                IF WS-CHECK-YYYY IS LESS THAN 1601
                   OR WS-CHECK-MM IS EQUAL TO ZERO
                   OR WS-CHECK-MM IS GREATER THAN 12
                   OR FUNCTION TEST-DATE-YYYYMMDD
                        (WS-CHECK-DATE) NOT = ZERO
                     SET DATE-IS-INVALID TO TRUE
                END-IF
           END-IF.
       H905-END. EXIT.
      *
       H990-SHUT-DOWN.
           IF CT-ODT-REJECTED > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVODMNT CONTROL TOTALS".
           DISPLAY "  TRANSACTIONS READ........: " CT-ODT-READ.
           DISPLAY "  LIMITS ADDED.............: " CT-ODT-ADDED.
           DISPLAY "  LIMITS CHANGED...........: " CT-ODT-CHANGED.
           DISPLAY "  LIMITS DELETED...........: " CT-ODT-DELETED.
           DISPLAY "  TRANSACTIONS REJECTED....: " CT-ODT-REJECTED.
           CLOSE ODT-FILE
           CLOSE ODL-FILE
           CLOSE IDX-FILE
           CLOSE ODA-FILE
           CLOSE RPT-FILE.
           STOP RUN.
       H990-END. EXIT.
