       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVCUMNT.
       AUTHOR. Yunus Emre Akdik.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUT-FILE ASSIGN TO CUTFILE
                           STATUS ST-CUTFILE.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CUS-ID
                           STATUS ST-CUSFILE.
           SELECT CUA-FILE ASSIGN TO CUAFILE
                           STATUS ST-CUAFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPTFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CUT-FILE RECORDING MODE F.
       01 CUT-REC.
           03 CUT-ACTION     PIC X(01).
              88 CUT-ADD           VALUE "A".
              88 CUT-CHANGE        VALUE "C".
              88 CUT-DELETE        VALUE "D".
           03 CUT-ID         PIC 9(05).
           03 CUT-DATA.
              05 CUT-FULL-NAME     PIC X(60).
              05 CUT-ADDR-LINE-1   PIC X(40).
              05 CUT-ADDR-LINE-2   PIC X(40).
              05 CUT-CITY          PIC X(30).
              05 CUT-POSTCODE      PIC X(10).
              05 CUT-COUNTRY       PIC X(03).
              05 CUT-TAX-ID        PIC X(15).
              05 CUT-BIRTH-DATE    PIC 9(08).
              05 CUT-DELIVERY      PIC X(01).
                 88 CUT-DELIVERY-VALID  VALUE "P" "E" "H".
                 88 CUT-BY-EMAIL        VALUE "E".
              05 CUT-EMAIL         PIC X(50).
              05 CUT-MAINT-DATE    PIC 9(08).
              05 CUT-TAX-EXEMPT    PIC X(01).
                 88 CUT-TAX-EXEMPT-VALID VALUE "Y" "N" " ".
       01 CUT-HDR-REC.
           03 CUT-HDR-TAG          PIC X(03).
           03 CUT-HDR-FILE-ID      PIC X(08).
           03 CUT-HDR-CREATE-DATE  PIC 9(08).
           03 CUT-HDR-PROGRAM      PIC X(08).
       01 CUT-TRL-REC.
           03 CUT-TRL-TAG          PIC X(03).
           03 CUT-TRL-CT-RECORDS   PIC 9(09).
           03 CUT-TRL-HASH-BALANCE PIC S9(17).
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
       FD CUA-FILE RECORDING MODE F.
       01 CUA-REC.
           03 CUA-ACTION          PIC X(01).
           03 CUA-ID              PIC 9(05).
           03 CUA-BEFORE-DATA.
              05 CUA-BEFORE-FULL-NAME   PIC X(60).
              05 CUA-BEFORE-ADDR-LINE-1 PIC X(40).
              05 CUA-BEFORE-ADDR-LINE-2 PIC X(40).
              05 CUA-BEFORE-CITY        PIC X(30).
              05 CUA-BEFORE-POSTCODE    PIC X(10).
              05 CUA-BEFORE-COUNTRY     PIC X(03).
              05 CUA-BEFORE-TAX-ID      PIC X(15).
              05 CUA-BEFORE-BIRTH-DATE  PIC 9(08).
              05 CUA-BEFORE-DELIVERY    PIC X(01).
              05 CUA-BEFORE-EMAIL       PIC X(50).
              05 CUA-BEFORE-MAINT-DATE  PIC 9(08).
              05 CUA-BEFORE-TAX-EXEMPT  PIC X(01).
           03 CUA-AFTER-DATA.
              05 CUA-AFTER-FULL-NAME    PIC X(60).
              05 CUA-AFTER-ADDR-LINE-1  PIC X(40).
              05 CUA-AFTER-ADDR-LINE-2  PIC X(40).
              05 CUA-AFTER-CITY         PIC X(30).
              05 CUA-AFTER-POSTCODE     PIC X(10).
              05 CUA-AFTER-COUNTRY      PIC X(03).
              05 CUA-AFTER-TAX-ID       PIC X(15).
              05 CUA-AFTER-BIRTH-DATE   PIC 9(08).
              05 CUA-AFTER-DELIVERY     PIC X(01).
              05 CUA-AFTER-EMAIL        PIC X(50).
              05 CUA-AFTER-MAINT-DATE   PIC 9(08).
              05 CUA-AFTER-TAX-EXEMPT   PIC X(01).
           03 CUA-RESULT-CODE     PIC X(04).
           03 CUA-RESULT-TEXT     PIC X(40).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-CUTFILE         PIC 9(2).
               88 CUT-EOF              VALUE 10.
               88 CUT-OK               VALUE 0 97.
               88 CUT-NF               VALUE 23 35.
           03 ST-CUSFILE         PIC 9(2).
               88 CUS-EOF              VALUE 10.
               88 CUS-OK               VALUE 0 97.
               88 CUS-NF               VALUE 23 35.
           03 ST-CUAFILE         PIC 9(2).
               88 CUA-OK               VALUE 0 97.
               88 CUA-NF               VALUE 23 35.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
       77 WS-CUS-FOUND-SW     PIC X(01).
           88 CUS-RECORD-FOUND        VALUE "Y".
           88 CUS-RECORD-NOT-FOUND    VALUE "N".
       77 WS-EDIT-SW          PIC X(01).
           88 CUT-IS-CLEAN            VALUE "Y".
           88 CUT-IN-ERROR            VALUE "N".
       01 WS-BIRTH-DATE-AREA.
           03 WS-BIRTH-DATE-DISPLAY PIC 9(8).
       01 WS-BIRTH-DATE-FIELDS REDEFINES WS-BIRTH-DATE-AREA.
           03 WS-BIRTH-YYYY      PIC 9(4).
           03 WS-BIRTH-MM        PIC 9(2).
           03 WS-BIRTH-DD        PIC 9(2).
       77 WS-DATE-SW          PIC X(01).
           88 DATE-IS-VALID           VALUE "Y".
           88 DATE-IS-INVALID         VALUE "N".
       77 CT-CUT-READ         PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-CUT-ADDED        PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-CUT-CHANGED      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-CUT-DELETED      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-CUT-REJECTED     PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-CUT-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 WS-CUT-CTL-SW       PIC X(01) VALUE "N".
           88 CUT-TRAILER-SEEN        VALUE "Y".
           88 CUT-TRAILER-NOT-SEEN    VALUE "N".
       77 WS-CUT-TRL-COUNT    PIC 9(9)   COMP-3 VALUE ZERO.
       77 WS-CUT-TRL-HASH     PIC S9(17) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVCUMNT".
           03 RC-LOCK-MODE       PIC X(01) VALUE "H".
           03 RC-FILES           PIC X(40) VALUE
              "CUTFILE CUSFILE CUAFILE".
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
           03 FILLER             PIC X(10) VALUE "PBVCUMNT".
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "CUSTOMER MASTER MAINTENANCE".
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
           03 FILLER             PIC X(40) VALUE "FULL NAME".
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
           03 WS-DET-NAME        PIC X(40).
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
           PERFORM H200-OPEN-FILES
           PERFORM H300-PROCESS-TRANSACTION
              UNTIL CUT-EOF OR CUT-TRAILER-SEEN
           PERFORM H290-VERIFY-CUT-TRAILER
           PERFORM H800-PRINT-TOTALS
           PERFORM H990-SHUT-DOWN.
       0000-END. EXIT.
      *
       H100-RUN-CONTROL-START.
           MOVE "S" TO RC-REQUEST.
           MOVE ZERO TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           IF RC-RETURN-CODE NOT = ZERO
                DISPLAY "CUS-FILE RUN LOCK IS HELD - RUN REFUSED"
                MOVE RC-RETURN-CODE TO RETURN-CODE
                STOP RUN
           END-IF.
       H100-END. EXIT.
      *
       H105-RUN-CONTROL-END.
           MOVE "E" TO RC-REQUEST.
           MOVE CT-CUT-READ     TO RC-COUNT-1.
           MOVE CT-CUT-ADDED    TO RC-COUNT-2.
           MOVE CT-CUT-REJECTED TO RC-COUNT-3.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           MOVE RC-RETURN-CODE TO RETURN-CODE.
       H105-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT CUT-FILE.
           IF CUT-NF OR NOT CUT-OK
                DISPLAY "CUT-FILE ERROR"
                MOVE ST-CUTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN I-O CUS-FILE.
           IF CUS-NF
                OPEN OUTPUT CUS-FILE
                CLOSE CUS-FILE
                OPEN I-O CUS-FILE
           END-IF.
           IF NOT CUS-OK
                DISPLAY "CUS-FILE ERROR"
                MOVE ST-CUSFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT CUA-FILE.
           IF CUA-NF OR NOT CUA-OK
                DISPLAY "CUA-FILE ERROR"
                MOVE ST-CUAFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF RPT-NF OR NOT RPT-OK
                DISPLAY "RPT-FILE ERROR"
                MOVE ST-RPTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM H220-VERIFY-CUT-HEADER.
           PERFORM H245-READ-CUT-FILE.
           IF (NOT CUT-OK) AND (NOT CUT-EOF)
                DISPLAY "CUT-FILE ERROR"
                MOVE ST-CUTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H200-END. EXIT.
      *
       H220-VERIFY-CUT-HEADER.
           READ CUT-FILE.
           IF (NOT CUT-OK) OR CUT-HDR-TAG NOT = "HDR"
                DISPLAY "CUT-FILE HEADER RECORD MISSING OR INVALID"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           DISPLAY "CUT-FILE CREATED " CUT-HDR-CREATE-DATE
              " BY " CUT-HDR-PROGRAM.
       H220-END. EXIT.
      *
       H245-READ-CUT-FILE.
           READ CUT-FILE.
           IF CUT-OK AND CUT-TRL-TAG = "TRL"
                MOVE CUT-TRL-CT-RECORDS   TO WS-CUT-TRL-COUNT
                MOVE CUT-TRL-HASH-BALANCE TO WS-CUT-TRL-HASH
                SET CUT-TRAILER-SEEN TO TRUE
           END-IF.
       H245-END. EXIT.
      *
       H290-VERIFY-CUT-TRAILER.
           IF CUT-TRAILER-NOT-SEEN
                DISPLAY "CUT-FILE TRAILER RECORD MISSING"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF WS-CUT-TRL-COUNT NOT = CT-CUT-READ
                DISPLAY "CUT-FILE TRAILER COUNT DISAGREES: "
                   WS-CUT-TRL-COUNT " VS " CT-CUT-READ
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF WS-CUT-TRL-HASH NOT = CT-CUT-HASH
                DISPLAY "CUT-FILE TRAILER HASH DISAGREES: "
                   WS-CUT-TRL-HASH " VS " CT-CUT-HASH
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H290-END. EXIT.
      *
       H300-PROCESS-TRANSACTION.
           ADD 1 TO CT-CUT-READ.
           IF CUT-ID IS NUMERIC
                ADD CUT-ID TO CT-CUT-HASH
           END-IF.
           MOVE SPACES     TO CUA-BEFORE-DATA CUA-AFTER-DATA.
           MOVE ZERO       TO CUA-BEFORE-BIRTH-DATE
                              CUA-BEFORE-MAINT-DATE
                              CUA-AFTER-BIRTH-DATE
                              CUA-AFTER-MAINT-DATE.
           MOVE CUT-ACTION TO CUA-ACTION.
           MOVE CUT-ID     TO CUA-ID.
           PERFORM H305-EDIT-TRANSACTION.
           IF CUT-IN-ERROR
                ADD 1 TO CT-CUT-REJECTED
           ELSE
                MOVE CUT-ID TO CUS-ID
                PERFORM H310-READ-BEFORE-IMAGE
                IF CUT-ADD
                     PERFORM H410-ADD-CUSTOMER
                ELSE IF CUT-CHANGE
                     PERFORM H420-CHANGE-CUSTOMER
                ELSE
                     PERFORM H430-DELETE-CUSTOMER
                END-IF
                END-IF
           END-IF.
           WRITE CUA-REC.
           PERFORM H600-PRINT-RESULT.
           PERFORM H245-READ-CUT-FILE.
       H300-END. EXIT.
      *
       H305-EDIT-TRANSACTION.
           SET CUT-IS-CLEAN TO TRUE.
           IF NOT (CUT-ADD OR CUT-CHANGE OR CUT-DELETE)
                MOVE "BADA" TO CUA-RESULT-CODE
                MOVE "UNKNOWN TRANSACTION ACTION CODE" TO
                     CUA-RESULT-TEXT
                SET CUT-IN-ERROR TO TRUE
           END-IF.
           IF CUT-IS-CLEAN
              AND (CUT-ID IS NOT NUMERIC OR CUT-ID = ZERO)
                MOVE "NUMD" TO CUA-RESULT-CODE
                MOVE "CUSTOMER ID IS NOT NUMERIC" TO
                     CUA-RESULT-TEXT
                SET CUT-IN-ERROR TO TRUE
           END-IF.
           IF CUT-IS-CLEAN AND (CUT-ADD OR CUT-CHANGE)
                PERFORM H306-EDIT-DETAILS
           END-IF.
       H305-END. EXIT.
      *
       H306-EDIT-DETAILS.
           IF CUT-FULL-NAME = SPACES
                MOVE "NONM" TO CUA-RESULT-CODE
                MOVE "FULL NAME IS REQUIRED" TO CUA-RESULT-TEXT
                SET CUT-IN-ERROR TO TRUE
           END-IF.
           IF CUT-IS-CLEAN
              AND (CUT-ADDR-LINE-1 = SPACES OR CUT-CITY = SPACES)
                MOVE "NOAD" TO CUA-RESULT-CODE
                MOVE "ADDRESS LINE 1 AND CITY ARE REQUIRED" TO
                     CUA-RESULT-TEXT
                SET CUT-IN-ERROR TO TRUE
           END-IF.
           IF CUT-IS-CLEAN AND CUT-TAX-ID = SPACES
                MOVE "NOTX" TO CUA-RESULT-CODE
                MOVE "TAX ID IS REQUIRED" TO CUA-RESULT-TEXT
                SET CUT-IN-ERROR TO TRUE
           END-IF.
           IF CUT-IS-CLEAN
                PERFORM H905-VALIDATE-BIRTH-DATE
                IF DATE-IS-INVALID
                     MOVE "BDDT" TO CUA-RESULT-CODE
                     MOVE "BIRTH/INCORP DATE FAILS YYYYMMDD RULES" TO
                          CUA-RESULT-TEXT
                     SET CUT-IN-ERROR TO TRUE
                END-IF
           END-IF.
           IF CUT-IS-CLEAN AND NOT CUT-DELIVERY-VALID
                MOVE "BDDL" TO CUA-RESULT-CODE
                MOVE "DELIVERY MUST BE P E OR H" TO CUA-RESULT-TEXT
                SET CUT-IN-ERROR TO TRUE
           END-IF.
           IF CUT-IS-CLEAN AND CUT-BY-EMAIL AND CUT-EMAIL = SPACES
                MOVE "NOEM" TO CUA-RESULT-CODE
                MOVE "EMAIL DELIVERY NEEDS AN EMAIL ADDRESS" TO
                     CUA-RESULT-TEXT
                SET CUT-IN-ERROR TO TRUE
           END-IF.
           IF CUT-IS-CLEAN AND NOT CUT-TAX-EXEMPT-VALID
                MOVE "BDEX" TO CUA-RESULT-CODE
                MOVE "TAX EXEMPT FLAG MUST BE Y N OR BLANK" TO
                     CUA-RESULT-TEXT
                SET CUT-IN-ERROR TO TRUE
           END-IF.
       H306-END. EXIT.
      *
       H310-READ-BEFORE-IMAGE.
           SET CUS-RECORD-NOT-FOUND TO TRUE.
           READ CUS-FILE KEY CUS-ID
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                SET CUS-RECORD-FOUND TO TRUE
                MOVE CUS-DATA TO CUA-BEFORE-DATA
           END-READ.
       H310-END. EXIT.
      *
       H410-ADD-CUSTOMER.
           IF CUS-RECORD-FOUND
                MOVE "DUPE" TO CUA-RESULT-CODE
                MOVE "ADD REJECTED - CUSTOMER ALREADY EXISTS" TO
                     CUA-RESULT-TEXT
                ADD 1 TO CT-CUT-REJECTED
           ELSE
                MOVE CUT-ID   TO CUS-ID
                MOVE CUT-DATA TO CUS-DATA
                MOVE WS-CURRENT-YYYYMMDD TO CUS-MAINT-DATE
                WRITE CUS-REC
                  INVALID KEY
                     MOVE "EWRT" TO CUA-RESULT-CODE
                     MOVE "ADD FAILED ON WRITE" TO CUA-RESULT-TEXT
                     ADD 1 TO CT-CUT-REJECTED
                  NOT INVALID KEY
                     MOVE "ADDD" TO CUA-RESULT-CODE
                     MOVE "CUSTOMER ADDED" TO CUA-RESULT-TEXT
                     MOVE CUS-DATA TO CUA-AFTER-DATA
                     ADD 1 TO CT-CUT-ADDED
                END-WRITE
           END-IF.
       H410-END. EXIT.
      *
       H420-CHANGE-CUSTOMER.
           IF NOT CUS-RECORD-FOUND
                MOVE "NFND" TO CUA-RESULT-CODE
                MOVE "CHANGE REJECTED - CUSTOMER NOT FOUND" TO
                     CUA-RESULT-TEXT
                ADD 1 TO CT-CUT-REJECTED
           ELSE
                MOVE CUT-DATA TO CUS-DATA
                MOVE WS-CURRENT-YYYYMMDD TO CUS-MAINT-DATE
                REWRITE CUS-REC
                  INVALID KEY
                     MOVE "EWRT" TO CUA-RESULT-CODE
                     MOVE "CHANGE FAILED ON REWRITE" TO
                          CUA-RESULT-TEXT
                     ADD 1 TO CT-CUT-REJECTED
                  NOT INVALID KEY
                     MOVE "CHGD" TO CUA-RESULT-CODE
                     MOVE "CUSTOMER CHANGED" TO CUA-RESULT-TEXT
                     MOVE CUS-DATA TO CUA-AFTER-DATA
                     ADD 1 TO CT-CUT-CHANGED
                END-REWRITE
           END-IF.
       H420-END. EXIT.
      *
       H430-DELETE-CUSTOMER.
           IF NOT CUS-RECORD-FOUND
                MOVE "NFND" TO CUA-RESULT-CODE
                MOVE "DELETE REJECTED - CUSTOMER NOT FOUND" TO
                     CUA-RESULT-TEXT
                ADD 1 TO CT-CUT-REJECTED
           ELSE
                DELETE CUS-FILE
                  INVALID KEY
                     MOVE "EDEL" TO CUA-RESULT-CODE
                     MOVE "DELETE FAILED" TO CUA-RESULT-TEXT
                     ADD 1 TO CT-CUT-REJECTED
                  NOT INVALID KEY
                     MOVE "DELD" TO CUA-RESULT-CODE
                     MOVE "CUSTOMER DELETED" TO CUA-RESULT-TEXT
                     ADD 1 TO CT-CUT-DELETED
                END-DELETE
           END-IF.
       H430-END. EXIT.
      *
       H600-PRINT-RESULT.
           MOVE CUT-ACTION      TO WS-DET-ACTION.
           MOVE CUT-ID          TO WS-DET-ID.
           IF CUT-DELETE
                MOVE CUA-BEFORE-FULL-NAME TO WS-DET-NAME
           ELSE
                MOVE CUT-FULL-NAME TO WS-DET-NAME
           END-IF.
           MOVE CUA-RESULT-CODE TO WS-DET-RESULT-CODE.
           MOVE CUA-RESULT-TEXT TO WS-DET-RESULT-TEXT.
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
           MOVE CT-CUT-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "CUSTOMERS ADDED.............:" TO WS-TOT-LABEL.
           MOVE CT-CUT-ADDED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "CUSTOMERS CHANGED...........:" TO WS-TOT-LABEL.
           MOVE CT-CUT-CHANGED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "CUSTOMERS DELETED...........:" TO WS-TOT-LABEL.
           MOVE CT-CUT-DELETED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "TRANSACTIONS REJECTED.......:" TO WS-TOT-LABEL.
           MOVE CT-CUT-REJECTED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H905-VALIDATE-BIRTH-DATE.
           SET DATE-IS-VALID TO TRUE.
           IF CUT-BIRTH-DATE IS NOT NUMERIC
                SET DATE-IS-INVALID TO TRUE
           ELSE
                MOVE CUT-BIRTH-DATE TO WS-BIRTH-DATE-DISPLAY
                IF WS-BIRTH-YYYY IS LESS THAN 1601
                   OR WS-BIRTH-MM IS EQUAL TO ZERO
                   OR WS-BIRTH-MM IS GREATER THAN 12
                   OR FUNCTION TEST-DATE-YYYYMMDD
                        (WS-BIRTH-DATE-DISPLAY) NOT = ZERO
                   OR CUT-BIRTH-DATE > WS-CURRENT-YYYYMMDD
                     SET DATE-IS-INVALID TO TRUE
                END-IF
           END-IF.
       H905-END. EXIT.
      *
       H990-SHUT-DOWN.
           IF CT-CUT-REJECTED > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVCUMNT CONTROL TOTALS".
           DISPLAY "  TRANSACTIONS READ........: " CT-CUT-READ.
           DISPLAY "  CUSTOMERS ADDED..........: " CT-CUT-ADDED.
           DISPLAY "  CUSTOMERS CHANGED........: " CT-CUT-CHANGED.
           DISPLAY "  CUSTOMERS DELETED........: " CT-CUT-DELETED.
           DISPLAY "  TRANSACTIONS REJECTED....: " CT-CUT-REJECTED.
           CLOSE CUT-FILE
           CLOSE CUS-FILE
           CLOSE CUA-FILE
           CLOSE RPT-FILE.
           STOP RUN.
       H990-END. EXIT.
