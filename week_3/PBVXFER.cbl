       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVXFER.
       AUTHOR. Yunus Emre Akdik.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFR-FILE ASSIGN TO XFRFILE
                           STATUS ST-XFRFILE.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-KEY
                           STATUS ST-IDXFILE.
           SELECT FX-FILE ASSIGN TO FXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY FX-KEY
                           STATUS ST-FXFILE.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUDFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPTFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD XFR-FILE RECORDING MODE F.
       01 XFR-REC.
           03 XFR-DEBIT-ID      PIC 9(05).
           03 XFR-DEBIT-DVZ     PIC 9(03).
           03 XFR-CREDIT-ID     PIC 9(05).
           03 XFR-CREDIT-DVZ    PIC 9(03).
           03 XFR-AMOUNT        PIC 9(15).
       01 XFR-HDR-REC.
           03 XFR-HDR-TAG          PIC X(03).
           03 XFR-HDR-FILE-ID      PIC X(08).
           03 XFR-HDR-CREATE-DATE  PIC 9(08).
           03 XFR-HDR-PROGRAM      PIC X(08).
       01 XFR-TRL-REC.
           03 XFR-TRL-TAG          PIC X(03).
           03 XFR-TRL-CT-RECORDS   PIC 9(09).
           03 XFR-TRL-HASH-AMOUNT  PIC S9(17).
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
       FD FX-FILE.
       01 FX-REC.
           03 FX-KEY.
              05 FX-CURRENCY    PIC S9(3) COMP-3.
              05 FX-EFF-DATE    PIC S9(8) COMP-3.
           03 FX-RATE        PIC 9(3)V9(6).
       FD AUD-FILE RECORDING MODE F.
       01 AUD-REC.
           03 AUD-ACTION          PIC X(01).
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
           03 AUD-AFTER-STATUS-DATE PIC S9(7).
           03 AUD-RESULT-CODE     PIC X(04).
           03 AUD-RESULT-TEXT     PIC X(40).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-BUSINESS-DATE   PIC 9(08).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-XFRFILE         PIC 9(2).
               88 XFR-EOF              VALUE 10.
               88 XFR-OK               VALUE 0 97.
               88 XFR-NF               VALUE 23 35.
           03 ST-IDXFILE         PIC 9(2).
               88 IDX-OK               VALUE 0 97.
               88 IDX-NF               VALUE 23.
           03 ST-FXFILE          PIC 9(2).
               88 FX-OK                VALUE 0 97.
               88 FX-NF                VALUE 23.
           03 ST-AUDFILE         PIC 9(2).
               88 AUD-OK               VALUE 0 97.
               88 AUD-NF               VALUE 23 35.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       01 BC-PARM.
           03 BC-REQUEST         PIC X(01).
           03 BC-DATE            PIC 9(08).
           03 BC-RESULT-DATE     PIC 9(08).
           03 BC-DAY-SW          PIC X(01).
              88 BC-BUSINESS-DAY      VALUE "B".
              88 BC-NON-BUSINESS-DAY  VALUE "N".
           03 BC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       77 WS-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
       77 WS-BUSINESS-JULIAN  PIC 9(7) VALUE ZERO.
       01 WS-DR-IMAGE.
           03 WS-DR-KEY.
              05 WS-DR-ID          PIC S9(5) COMP-3.
              05 WS-DR-DVZ         PIC S9(3) COMP.
           03 WS-DR-NAME     PIC X(30).
           03 WS-DR-DATE     PIC S9(7) COMP-3.
           03 WS-DR-BALANCE  PIC S9(15) COMP-3.
           03 WS-DR-STATUS   PIC X(01).
           03 WS-DR-STATUS-DATE PIC S9(7) COMP-3.
       01 WS-CR-IMAGE.
           03 WS-CR-KEY.
              05 WS-CR-ID          PIC S9(5) COMP-3.
              05 WS-CR-DVZ         PIC S9(3) COMP.
           03 WS-CR-NAME     PIC X(30).
           03 WS-CR-DATE     PIC S9(7) COMP-3.
           03 WS-CR-BALANCE  PIC S9(15) COMP-3.
           03 WS-CR-STATUS   PIC X(01).
           03 WS-CR-STATUS-DATE PIC S9(7) COMP-3.
       77 WS-DR-NEW-BALANCE   PIC S9(15) COMP-3 VALUE ZERO.
       77 WS-CR-NEW-BALANCE   PIC S9(15) COMP-3 VALUE ZERO.
       77 WS-CR-AMOUNT        PIC S9(15) COMP-3 VALUE ZERO.
       77 WS-DR-RATE          PIC 9(3)V9(6) VALUE ZERO.
       77 WS-CR-RATE          PIC 9(3)V9(6) VALUE ZERO.
       77 WS-CROSS-RATE       PIC 9(6)V9(6) VALUE ZERO.
       77 WS-RATE             PIC 9(3)V9(6).
       77 WS-TARGET-CURRENCY   PIC S9(3) COMP-3.
       77 WS-FX-SCAN-SW        PIC X(01).
           88 FX-SCAN-DONE            VALUE "Y".
           88 FX-SCAN-ACTIVE          VALUE "N".
       77 WS-RATE-SW           PIC X(01).
           88 RATE-FOUND              VALUE "Y".
           88 RATE-NOT-FOUND          VALUE "N".
       77 WS-DR-FOUND-SW      PIC X(01).
           88 DEBIT-FOUND             VALUE "Y".
           88 DEBIT-NOT-FOUND         VALUE "N".
       77 WS-CR-FOUND-SW      PIC X(01).
           88 CREDIT-FOUND            VALUE "Y".
           88 CREDIT-NOT-FOUND        VALUE "N".
       77 WS-EDIT-SW          PIC X(01).
           88 XFR-IS-CLEAN            VALUE "Y".
           88 XFR-IN-ERROR            VALUE "N".
       77 WS-APPLIED-SW       PIC X(01).
           88 XFR-APPLIED             VALUE "Y".
           88 XFR-NOT-APPLIED         VALUE "N".
       77 WS-RESULT-CODE      PIC X(04).
       77 WS-RESULT-TEXT      PIC X(40).
       01 WS-XFR-REF.
           03 WS-REF-DATE        PIC 9(08).
           03 WS-REF-TIME        PIC 9(04).
           03 WS-REF-SEQ         PIC 9(04) VALUE ZERO.
       01 WS-LEG-TEXT.
           03 FILLER             PIC X(09) VALUE "TRANSFER ".
           03 WS-LEG-REF         PIC X(16).
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-LEG-DESC        PIC X(14).
       77 CT-XFR-READ         PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-XFR-APPLIED      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-XFR-REFUSED      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-XFR-BACKED-OUT   PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-XFR-CONVERTED    PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-AUD-WRITTEN      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-XFR-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 WS-XFR-CTL-SW       PIC X(01) VALUE "N".
           88 XFR-TRAILER-SEEN        VALUE "Y".
           88 XFR-TRAILER-NOT-SEEN    VALUE "N".
       77 WS-XFR-TRL-COUNT    PIC 9(9)   COMP-3 VALUE ZERO.
       77 WS-XFR-TRL-HASH     PIC S9(17) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVXFER".
           03 RC-LOCK-MODE       PIC X(01) VALUE "H".
           03 RC-FILES           PIC X(40) VALUE
              "XFRFILE IDXFILE FXFILE AUDFILE RPTFILE".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
           03 RC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       77 WS-LINE-COUNT       PIC 9(3) COMP-3 VALUE 99.
       77 WS-PAGE-COUNT       PIC 9(5) COMP-3 VALUE ZERO.
       77 WS-LINES-PER-PAGE   PIC 9(3) COMP-3 VALUE 55.
       77 WS-PRINT-LINE       PIC X(132).
       01 WS-CURRENT-DATE.
           03 WS-CURRENT-YYYYMMDD PIC 9(8).
           03 WS-CURRENT-HHMM     PIC 9(4).
           03 FILLER              PIC X(9).
       01 WS-BUSINESS-DATE-X.
           03 WS-BUS-YYYY        PIC 9(4).
           03 WS-BUS-MM          PIC 9(2).
           03 WS-BUS-DD          PIC 9(2).
       01 WS-HEAD1.
           03 FILLER             PIC X(10) VALUE "PBVXFER".
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(31) VALUE
              "DAILY TRANSFER REGISTER".
           03 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           03 WS-HEAD1-YYYY      PIC 9(4).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-MM        PIC 9(2).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-DD        PIC 9(2).
           03 FILLER             PIC X(6)  VALUE "  PAGE".
           03 WS-HEAD1-PAGE      PIC ZZZZ9.
       01 WS-HEAD2.
           03 FILLER             PIC X(18) VALUE "REFERENCE".
           03 FILLER             PIC X(10) VALUE "DEBIT".
           03 FILLER             PIC X(18) VALUE
              "     DEBIT AMOUNT".
           03 FILLER             PIC X(10) VALUE "CREDIT".
           03 FILLER             PIC X(18) VALUE
              "    CREDIT AMOUNT".
           03 FILLER             PIC X(15) VALUE "    RATE USED".
           03 FILLER             PIC X(06) VALUE "CODE".
           03 FILLER             PIC X(36) VALUE "RESULT".
       01 WS-REG-LINE.
           03 WS-REG-REF         PIC X(16).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-REG-DR-ID       PIC 9(05).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-REG-DR-DVZ      PIC 9(03).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-REG-DR-AMOUNT   PIC Z(14)9-.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-REG-CR-ID       PIC 9(05).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-REG-CR-DVZ      PIC 9(03).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-REG-CR-AMOUNT   PIC Z(14)9-.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-REG-RATE        PIC ZZZZZ9.9(6).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-REG-CODE        PIC X(04).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-REG-TEXT        PIC X(36).
       01 WS-TOTAL-LINE.
           03 WS-TOT-LABEL       PIC X(30).
           03 WS-TOT-VALUE       PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-PARAMETERS
           PERFORM H200-OPEN-FILES
           PERFORM H300-PROCESS-TRANSFER
              UNTIL XFR-EOF OR XFR-TRAILER-SEEN
           PERFORM H290-VERIFY-XFR-TRAILER
           PERFORM H800-PRINT-TOTALS
           PERFORM H990-SHUT-DOWN.
       0000-END. EXIT.
      *
       H100-RUN-CONTROL-START.
           MOVE "S" TO RC-REQUEST.
           MOVE ZERO TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           IF RC-RETURN-CODE NOT = ZERO
                DISPLAY "IDX-FILE RUN LOCK IS HELD - RUN REFUSED"
                MOVE RC-RETURN-CODE TO RETURN-CODE
                STOP RUN
           END-IF.
       H100-END. EXIT.
      *
       H105-RUN-CONTROL-END.
           MOVE "E" TO RC-REQUEST.
           MOVE CT-XFR-READ     TO RC-COUNT-1.
           MOVE CT-XFR-APPLIED  TO RC-COUNT-2.
           MOVE CT-XFR-REFUSED  TO RC-COUNT-3.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           MOVE RC-RETURN-CODE TO RETURN-CODE.
       H105-END. EXIT.
      *
       H110-GET-PARAMETERS.
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
           COMPUTE WS-BUSINESS-JULIAN = FUNCTION DAY-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)).
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X.
           MOVE WS-BUSINESS-DATE TO WS-REF-DATE.
           MOVE WS-CURRENT-HHMM  TO WS-REF-TIME.
           DISPLAY "PBVXFER BUSINESS DATE: " WS-BUSINESS-DATE.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT XFR-FILE.
           IF XFR-NF OR NOT XFR-OK
                DISPLAY "XFR-FILE ERROR"
                MOVE ST-XFRFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN I-O IDX-FILE.
           IF IDX-NF OR NOT IDX-OK
                DISPLAY "IDX-FILE ERROR"
                MOVE ST-IDXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT FX-FILE.
           IF FX-NF OR NOT FX-OK
                DISPLAY "FX-FILE ERROR"
                MOVE ST-FXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN EXTEND AUD-FILE.
           IF AUD-NF
                OPEN OUTPUT AUD-FILE
           END-IF.
           IF NOT AUD-OK
                DISPLAY "AUD-FILE ERROR"
                MOVE ST-AUDFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF RPT-NF OR NOT RPT-OK
                DISPLAY "RPT-FILE ERROR"
                MOVE ST-RPTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H220-VERIFY-XFR-HEADER.
           PERFORM H245-READ-XFR-FILE.
           IF (NOT XFR-OK) AND (NOT XFR-EOF)
                DISPLAY "XFR-FILE ERROR"
                MOVE ST-XFRFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H200-END. EXIT.
      *
       H220-VERIFY-XFR-HEADER.
           READ XFR-FILE.
           IF (NOT XFR-OK) OR XFR-HDR-TAG NOT = "HDR"
                DISPLAY "XFR-FILE HEADER RECORD MISSING OR INVALID"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           DISPLAY "XFR-FILE CREATED " XFR-HDR-CREATE-DATE
              " BY " XFR-HDR-PROGRAM.
       H220-END. EXIT.
      *
       H245-READ-XFR-FILE.
           READ XFR-FILE.
           IF XFR-OK AND XFR-TRL-TAG = "TRL"
                MOVE XFR-TRL-CT-RECORDS  TO WS-XFR-TRL-COUNT
                MOVE XFR-TRL-HASH-AMOUNT TO WS-XFR-TRL-HASH
                SET XFR-TRAILER-SEEN TO TRUE
           END-IF.
       H245-END. EXIT.
      *
       H290-VERIFY-XFR-TRAILER.
           IF XFR-TRAILER-NOT-SEEN
                DISPLAY "XFR-FILE TRAILER RECORD MISSING"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF WS-XFR-TRL-COUNT NOT = CT-XFR-READ
                DISPLAY "XFR-FILE TRAILER COUNT DISAGREES: "
                   WS-XFR-TRL-COUNT " VS " CT-XFR-READ
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF WS-XFR-TRL-HASH NOT = CT-XFR-HASH
                DISPLAY "XFR-FILE TRAILER HASH DISAGREES: "
                   WS-XFR-TRL-HASH " VS " CT-XFR-HASH
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H290-END. EXIT.
      *
       H300-PROCESS-TRANSFER.
           ADD 1 TO CT-XFR-READ.
           IF XFR-AMOUNT IS NUMERIC
                ADD XFR-AMOUNT TO CT-XFR-HASH
           END-IF.
           ADD 1 TO WS-REF-SEQ.
           INITIALIZE WS-DR-IMAGE WS-CR-IMAGE.
           MOVE ZERO TO WS-CR-AMOUNT WS-CROSS-RATE
                        WS-DR-NEW-BALANCE WS-CR-NEW-BALANCE.
           SET DEBIT-NOT-FOUND  TO TRUE.
           SET CREDIT-NOT-FOUND TO TRUE.
           SET XFR-NOT-APPLIED  TO TRUE.
           PERFORM H305-EDIT-TRANSFER.
           IF XFR-IS-CLEAN
                PERFORM H310-READ-CREDIT-ACCOUNT
           END-IF.
           IF XFR-IS-CLEAN
                PERFORM H320-READ-DEBIT-ACCOUNT
           END-IF.
           IF XFR-IS-CLEAN
                PERFORM H330-CONVERT-AMOUNT
           END-IF.
           IF XFR-IS-CLEAN
                PERFORM H340-CHECK-FUNDS
           END-IF.
           IF XFR-IS-CLEAN
                PERFORM H400-APPLY-TRANSFER
           END-IF.
           IF XFR-APPLIED
                ADD 1 TO CT-XFR-APPLIED
                MOVE "CHGD" TO WS-RESULT-CODE
                MOVE "TRANSFER APPLIED" TO WS-RESULT-TEXT
           ELSE
                ADD 1 TO CT-XFR-REFUSED
           END-IF.
           PERFORM H450-WRITE-AUDIT-LEGS.
           PERFORM H600-PRINT-REGISTER-LINE.
           PERFORM H245-READ-XFR-FILE.
       H300-END. EXIT.
      *
       H305-EDIT-TRANSFER.
           SET XFR-IS-CLEAN TO TRUE.
           IF XFR-DEBIT-ID IS NOT NUMERIC
              OR XFR-DEBIT-DVZ IS NOT NUMERIC
              OR XFR-CREDIT-ID IS NOT NUMERIC
              OR XFR-CREDIT-DVZ IS NOT NUMERIC
                MOVE "NUMD" TO WS-RESULT-CODE
                MOVE "ACCOUNT KEY IS NOT NUMERIC" TO WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
           END-IF.
           IF XFR-IS-CLEAN AND XFR-AMOUNT IS NOT NUMERIC
                MOVE "BDAM" TO WS-RESULT-CODE
                MOVE "TRANSFER AMOUNT IS NOT NUMERIC" TO
                     WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
           END-IF.
           IF XFR-IS-CLEAN AND XFR-AMOUNT = ZERO
                MOVE "AMTZ" TO WS-RESULT-CODE
                MOVE "TRANSFER AMOUNT IS ZERO" TO WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
           END-IF.
           IF XFR-IS-CLEAN
              AND XFR-DEBIT-ID = XFR-CREDIT-ID
              AND XFR-DEBIT-DVZ = XFR-CREDIT-DVZ
                MOVE "SAME" TO WS-RESULT-CODE
                MOVE "DEBIT AND CREDIT ACCOUNT ARE THE SAME" TO
                     WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
           END-IF.
       H305-END. EXIT.
      *
       H310-READ-CREDIT-ACCOUNT.
           MOVE XFR-CREDIT-ID  TO IDX-ID.
           MOVE XFR-CREDIT-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                MOVE "NFND" TO WS-RESULT-CODE
                MOVE "CREDIT ACCOUNT NOT FOUND" TO WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
             NOT INVALID KEY
                SET CREDIT-FOUND TO TRUE
                MOVE IDX-REC TO WS-CR-IMAGE
           END-READ.
           IF CREDIT-FOUND AND IDX-FROZEN
                MOVE "FRZN" TO WS-RESULT-CODE
                MOVE "CREDIT ACCOUNT IS FROZEN" TO WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
           END-IF.
           IF CREDIT-FOUND AND IDX-CLOSED
                MOVE "CLSD" TO WS-RESULT-CODE
                MOVE "CREDIT ACCOUNT IS CLOSED" TO WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
           END-IF.
       H310-END. EXIT.
      *
       H320-READ-DEBIT-ACCOUNT.
           MOVE XFR-DEBIT-ID  TO IDX-ID.
           MOVE XFR-DEBIT-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                MOVE "NFND" TO WS-RESULT-CODE
                MOVE "DEBIT ACCOUNT NOT FOUND" TO WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
             NOT INVALID KEY
                SET DEBIT-FOUND TO TRUE
                MOVE IDX-REC TO WS-DR-IMAGE
           END-READ.
           IF DEBIT-FOUND AND IDX-FROZEN
                MOVE "FRZN" TO WS-RESULT-CODE
                MOVE "DEBIT ACCOUNT IS FROZEN" TO WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
           END-IF.
           IF DEBIT-FOUND AND IDX-CLOSED
                MOVE "CLSD" TO WS-RESULT-CODE
                MOVE "DEBIT ACCOUNT IS CLOSED" TO WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
           END-IF.
       H320-END. EXIT.
      *
       H330-CONVERT-AMOUNT.
           IF XFR-DEBIT-DVZ = XFR-CREDIT-DVZ
                MOVE 1 TO WS-CROSS-RATE
                MOVE XFR-AMOUNT TO WS-CR-AMOUNT
           ELSE
                MOVE XFR-DEBIT-DVZ TO WS-TARGET-CURRENCY
                PERFORM H500-LOOKUP-RATE
                MOVE WS-RATE TO WS-DR-RATE
                IF RATE-NOT-FOUND OR WS-DR-RATE = ZERO
                     MOVE "NORT" TO WS-RESULT-CODE
                     MOVE "NO FX RATE FOR DEBIT CURRENCY" TO
                          WS-RESULT-TEXT
                     SET XFR-IN-ERROR TO TRUE
                END-IF
                IF XFR-IS-CLEAN
                     MOVE XFR-CREDIT-DVZ TO WS-TARGET-CURRENCY
                     PERFORM H500-LOOKUP-RATE
                     MOVE WS-RATE TO WS-CR-RATE
                     IF RATE-NOT-FOUND OR WS-CR-RATE = ZERO
                          MOVE "NORT" TO WS-RESULT-CODE
                          MOVE "NO FX RATE FOR CREDIT CURRENCY" TO
                               WS-RESULT-TEXT
                          SET XFR-IN-ERROR TO TRUE
                     END-IF
                END-IF
                IF XFR-IS-CLEAN
                     COMPUTE WS-CROSS-RATE ROUNDED =
                          WS-DR-RATE / WS-CR-RATE
                     COMPUTE WS-CR-AMOUNT ROUNDED =
                          XFR-AMOUNT * WS-CROSS-RATE
                     ADD 1 TO CT-XFR-CONVERTED
                END-IF
           END-IF.
           IF XFR-IS-CLEAN AND WS-CR-AMOUNT = ZERO
                MOVE "AMTZ" TO WS-RESULT-CODE
                MOVE "CONVERTED AMOUNT ROUNDS TO ZERO" TO
                     WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
           END-IF.
       H330-END. EXIT.
      *
       H340-CHECK-FUNDS.
           COMPUTE WS-DR-NEW-BALANCE = WS-DR-BALANCE - XFR-AMOUNT.
           COMPUTE WS-CR-NEW-BALANCE = WS-CR-BALANCE + WS-CR-AMOUNT.
           IF WS-DR-NEW-BALANCE < ZERO
                MOVE "NSFD" TO WS-RESULT-CODE
                MOVE "DEBIT ACCOUNT WOULD GO BELOW ZERO" TO
                     WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
           END-IF.
       H340-END. EXIT.
      *
       H400-APPLY-TRANSFER.
           MOVE WS-DR-IMAGE TO IDX-REC.
           MOVE WS-DR-NEW-BALANCE  TO IDX-BALANCE.
           MOVE WS-BUSINESS-JULIAN TO IDX-DATE.
           REWRITE IDX-REC
             INVALID KEY
                MOVE "EWRT" TO WS-RESULT-CODE
                MOVE "DEBIT LEG REWRITE FAILED" TO WS-RESULT-TEXT
                SET XFR-IN-ERROR TO TRUE
           END-REWRITE.
           IF XFR-IS-CLEAN
                MOVE WS-CR-IMAGE TO IDX-REC
                MOVE WS-CR-NEW-BALANCE  TO IDX-BALANCE
                MOVE WS-BUSINESS-JULIAN TO IDX-DATE
                REWRITE IDX-REC
                  INVALID KEY
                     MOVE "EWRT" TO WS-RESULT-CODE
                     MOVE "CREDIT LEG FAILED - DEBIT BACKED OUT"
                          TO WS-RESULT-TEXT
                     SET XFR-IN-ERROR TO TRUE
                     PERFORM H420-BACK-OUT-DEBIT
                END-REWRITE
           END-IF.
           IF XFR-IS-CLEAN
                SET XFR-APPLIED TO TRUE
           END-IF.
       H400-END. EXIT.
      *
       H420-BACK-OUT-DEBIT.
           MOVE WS-DR-IMAGE TO IDX-REC.
           REWRITE IDX-REC
             INVALID KEY
                DISPLAY "DEBIT LEG BACK-OUT FAILED - TRANSFER "
                   WS-XFR-REF
                MOVE 12 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-REWRITE.
           ADD 1 TO CT-XFR-BACKED-OUT.
       H420-END. EXIT.
      *
       H450-WRITE-AUDIT-LEGS.
           MOVE WS-XFR-REF TO WS-LEG-REF.
           MOVE "X" TO AUD-ACTION.
           MOVE XFR-DEBIT-ID  TO AUD-ID.
           MOVE XFR-DEBIT-DVZ TO AUD-DVZ.
           MOVE WS-DR-NAME        TO AUD-BEFORE-NAME AUD-AFTER-NAME.
           MOVE WS-DR-DATE        TO AUD-BEFORE-DATE AUD-AFTER-DATE.
           MOVE WS-DR-BALANCE     TO AUD-BEFORE-BALANCE
                                     AUD-AFTER-BALANCE.
           MOVE WS-DR-STATUS      TO AUD-BEFORE-STATUS
                                     AUD-AFTER-STATUS.
           MOVE WS-DR-STATUS-DATE TO AUD-BEFORE-STATUS-DATE
                                     AUD-AFTER-STATUS-DATE.
           IF XFR-APPLIED
                MOVE WS-BUSINESS-JULIAN TO AUD-AFTER-DATE
                MOVE WS-DR-NEW-BALANCE  TO AUD-AFTER-BALANCE
                MOVE "DEBIT LEG" TO WS-LEG-DESC
           ELSE
                MOVE "REFUSED" TO WS-LEG-DESC
           END-IF.
           MOVE WS-RESULT-CODE TO AUD-RESULT-CODE.
           MOVE WS-LEG-TEXT    TO AUD-RESULT-TEXT.
           WRITE AUD-REC.
           ADD 1 TO CT-AUD-WRITTEN.
           MOVE XFR-CREDIT-ID  TO AUD-ID.
           MOVE XFR-CREDIT-DVZ TO AUD-DVZ.
           MOVE WS-CR-NAME        TO AUD-BEFORE-NAME AUD-AFTER-NAME.
           MOVE WS-CR-DATE        TO AUD-BEFORE-DATE AUD-AFTER-DATE.
           MOVE WS-CR-BALANCE     TO AUD-BEFORE-BALANCE
                                     AUD-AFTER-BALANCE.
           MOVE WS-CR-STATUS      TO AUD-BEFORE-STATUS
                                     AUD-AFTER-STATUS.
           MOVE WS-CR-STATUS-DATE TO AUD-BEFORE-STATUS-DATE
                                     AUD-AFTER-STATUS-DATE.
           IF XFR-APPLIED
                MOVE WS-BUSINESS-JULIAN TO AUD-AFTER-DATE
                MOVE WS-CR-NEW-BALANCE  TO AUD-AFTER-BALANCE
                MOVE "CREDIT LEG" TO WS-LEG-DESC
           END-IF.
           MOVE WS-RESULT-CODE TO AUD-RESULT-CODE.
           MOVE WS-LEG-TEXT    TO AUD-RESULT-TEXT.
           WRITE AUD-REC.
           ADD 1 TO CT-AUD-WRITTEN.
       H450-END. EXIT.
      *
       H500-LOOKUP-RATE.
           MOVE ZERO TO WS-RATE.
           SET RATE-NOT-FOUND TO TRUE.
           MOVE WS-TARGET-CURRENCY TO FX-CURRENCY.
           MOVE ZERO TO FX-EFF-DATE.
           START FX-FILE KEY NOT LESS THAN FX-KEY
             INVALID KEY
                SET FX-SCAN-DONE TO TRUE
             NOT INVALID KEY
                SET FX-SCAN-ACTIVE TO TRUE
           END-START.
           PERFORM H505-SCAN-ONE-RATE UNTIL FX-SCAN-DONE.
       H500-END. EXIT.
      *
       H505-SCAN-ONE-RATE.
           READ FX-FILE NEXT
             AT END
                SET FX-SCAN-DONE TO TRUE
             NOT AT END
                IF FX-CURRENCY NOT = WS-TARGET-CURRENCY
                   OR FX-EFF-DATE > WS-BUSINESS-DATE
                     SET FX-SCAN-DONE TO TRUE
                ELSE
                     MOVE FX-RATE TO WS-RATE
                     SET RATE-FOUND TO TRUE
                END-IF
           END-READ.
       H505-END. EXIT.
      *
       H600-PRINT-REGISTER-LINE.
           MOVE WS-XFR-REF     TO WS-REG-REF.
           MOVE XFR-DEBIT-ID   TO WS-REG-DR-ID.
           MOVE XFR-DEBIT-DVZ  TO WS-REG-DR-DVZ.
           MOVE XFR-CREDIT-ID  TO WS-REG-CR-ID.
           MOVE XFR-CREDIT-DVZ TO WS-REG-CR-DVZ.
           IF XFR-AMOUNT IS NUMERIC
                MOVE XFR-AMOUNT TO WS-REG-DR-AMOUNT
           ELSE
                MOVE ZERO TO WS-REG-DR-AMOUNT
           END-IF.
           MOVE WS-CR-AMOUNT   TO WS-REG-CR-AMOUNT.
           MOVE WS-CROSS-RATE  TO WS-REG-RATE.
           MOVE WS-RESULT-CODE TO WS-REG-CODE.
           MOVE WS-RESULT-TEXT TO WS-REG-TEXT.
           MOVE WS-REG-LINE TO WS-PRINT-LINE.
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
           MOVE WS-BUS-YYYY   TO WS-HEAD1-YYYY.
           MOVE WS-BUS-MM     TO WS-HEAD1-MM.
           MOVE WS-BUS-DD     TO WS-HEAD1-DD.
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
           MOVE "TRANSFERS READ..............:" TO WS-TOT-LABEL.
           MOVE CT-XFR-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "TRANSFERS APPLIED...........:" TO WS-TOT-LABEL.
           MOVE CT-XFR-APPLIED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "  WITH CURRENCY CONVERSION..:" TO WS-TOT-LABEL.
           MOVE CT-XFR-CONVERTED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "TRANSFERS REFUSED...........:" TO WS-TOT-LABEL.
           MOVE CT-XFR-REFUSED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "  DEBIT LEG BACKED OUT......:" TO WS-TOT-LABEL.
           MOVE CT-XFR-BACKED-OUT TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "AUDIT RECORDS WRITTEN.......:" TO WS-TOT-LABEL.
           MOVE CT-AUD-WRITTEN TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H990-SHUT-DOWN.
           IF CT-XFR-REFUSED > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVXFER CONTROL TOTALS".
           DISPLAY "  TRANSFERS READ...........: " CT-XFR-READ.
           DISPLAY "  TRANSFERS APPLIED........: " CT-XFR-APPLIED.
           DISPLAY "  WITH CURRENCY CONVERSION.: " CT-XFR-CONVERTED.
           DISPLAY "  TRANSFERS REFUSED........: " CT-XFR-REFUSED.
           DISPLAY "  DEBIT LEG BACKED OUT.....: " CT-XFR-BACKED-OUT.
           DISPLAY "  AUDIT RECORDS WRITTEN....: " CT-AUD-WRITTEN.
           CLOSE XFR-FILE
           CLOSE IDX-FILE
           CLOSE FX-FILE
           CLOSE AUD-FILE
           CLOSE RPT-FILE.
           STOP RUN.
       H990-END. EXIT.
