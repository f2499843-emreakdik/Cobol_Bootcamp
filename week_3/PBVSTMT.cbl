                           ACCESS DYNAMIC
                           RECORD KEY FX-KEY
                           STATUS ST-FXFILE.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CUS-ID
                           STATUS ST-CUSFILE.
           SELECT STM-FILE ASSIGN TO STMFILE
                           STATUS ST-STMFILE.
           SELECT ARC-FILE ASSIGN TO ARCFILE
              88 IDX-ACTIVE        VALUE "A" " ".
              88 IDX-FROZEN        VALUE "F".
              88 IDX-CLOSED        VALUE "C".
              88 IDX-DORMANT       VALUE "D".
           03 IDX-STATUS-DATE PIC S9(7) COMP-3.
       FD FX-FILE.
       01 FX-REC.
              05 FX-CURRENCY    PIC S9(3) COMP-3.
              05 FX-EFF-DATE    PIC S9(8) COMP-3.
           03 FX-RATE        PIC 9(3)V9(6).
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
                 88 CUS-BY-POST         VALUE "P".
                 88 CUS-BY-EMAIL        VALUE "E".
                 88 CUS-ON-HOLD         VALUE "H".
              05 CUS-EMAIL         PIC X(50).
              05 CUS-MAINT-DATE    PIC 9(08).
              05 CUS-TAX-EXEMPT    PIC X(01).
       FD STM-FILE RECORDING MODE F.
       01 STM-REC            PIC X(132).
       FD ARC-FILE.
           03 ST-FXFILE          PIC 9(2).
               88 FX-OK                VALUE 0 97.
               88 FX-NF                VALUE 23.
           03 ST-CUSFILE         PIC 9(2).
               88 CUS-OK               VALUE 0 97.
               88 CUS-NF               VALUE 23 35.
           03 ST-STMFILE         PIC 9(2).
               88 STM-OK               VALUE 0 97.
               88 STM-NF               VALUE 23 35.
       77 CT-STATEMENTS       PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-ARC-LINES        PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-ARC-ERRORS       PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-NO-MASTER        PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-HELD             PIC 9(7) COMP-3 VALUE ZERO.
       77 WS-ADV-CODE         PIC X(01) VALUE "1".
           88 ADV-PAGE                VALUE "P".
           88 ADV-DOUBLE              VALUE "2".
           03 RC-PROGRAM         PIC X(08) VALUE "PBVSTMT".
           03 RC-LOCK-MODE       PIC X(01) VALUE "C".
           03 RC-FILES           PIC X(40) VALUE
              "IDXFILE FXFILE STMFILE ARCFILE CUSFILE".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
           03 FILLER             PIC X(10) VALUE "CUSTOMER: ".
           03 WS-HEAD2-ID        PIC 9(05).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-HEAD2-NAME      PIC X(60).
       01 WS-STMT-ADDR.
           03 FILLER             PIC X(17) VALUE SPACES.
           03 WS-ADDR-TEXT       PIC X(60).
       01 WS-STMT-CITY.
           03 FILLER             PIC X(17) VALUE SPACES.
           03 WS-CITY-NAME       PIC X(30).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-CITY-POSTCODE   PIC X(10).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-CITY-COUNTRY    PIC X(03).
       01 WS-STMT-DELIVERY.
           03 FILLER             PIC X(10) VALUE "DELIVERY: ".
           03 WS-DLV-TEXT        PIC X(7).
           03 WS-DLV-EMAIL       PIC X(50).
       01 WS-STMT-NO-MASTER  PIC X(60) VALUE
           "*** NO CUSTOMER MASTER - ADDRESS NOT ON FILE ***".
       01 WS-STMT-HEAD3.
           03 FILLER             PIC X(8)  VALUE "CURRENCY".
           03 FILLER             PIC X(16) VALUE SPACES.
           03 FILLER             PIC X(4)  VALUE SPACES.
           03 WS-DET-EQUIV       PIC Z(15)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-STATUS      PIC X(7).
       01 WS-CUST-TOTAL-LINE.
           03 FILLER             PIC X(26) VALUE
              "TOTAL POSITION IN BASE....".
                MOVE ST-FXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT CUS-FILE.
           IF CUS-NF OR NOT CUS-OK
                DISPLAY "CUS-FILE ERROR"
                MOVE ST-CUSFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT STM-FILE.
           IF STM-NF OR NOT STM-OK
                DISPLAY "STM-FILE ERROR"
           SET ADV-PAGE TO TRUE.
           PERFORM H650-PUT-STMT-LINE.
           MOVE IDX-ID   TO WS-HEAD2-ID.
           MOVE IDX-ID   TO CUS-ID.
           READ CUS-FILE KEY CUS-ID
             INVALID KEY
                ADD 1 TO CT-NO-MASTER
                MOVE IDX-NAME TO WS-HEAD2-NAME
                MOVE WS-STMT-HEAD2 TO STM-REC
                SET ADV-DOUBLE TO TRUE
                PERFORM H650-PUT-STMT-LINE
                MOVE WS-STMT-NO-MASTER TO WS-ADDR-TEXT
                MOVE WS-STMT-ADDR TO STM-REC
                SET ADV-SINGLE TO TRUE
                PERFORM H650-PUT-STMT-LINE
             NOT INVALID KEY
                PERFORM H410-PRINT-ADDRESS
           END-READ.
           MOVE WS-STMT-HEAD3 TO STM-REC.
           SET ADV-DOUBLE TO TRUE.
           PERFORM H650-PUT-STMT-LINE.
           SET ADV-SINGLE TO TRUE.
           PERFORM H650-PUT-STMT-LINE.
       H400-END. EXIT.
      *
       H410-PRINT-ADDRESS.
           MOVE CUS-FULL-NAME TO WS-HEAD2-NAME.
           MOVE WS-STMT-HEAD2 TO STM-REC.
           SET ADV-DOUBLE TO TRUE.
           PERFORM H650-PUT-STMT-LINE.
           MOVE CUS-ADDR-LINE-1 TO WS-ADDR-TEXT.
           MOVE WS-STMT-ADDR TO STM-REC.
           SET ADV-SINGLE TO TRUE.
           PERFORM H650-PUT-STMT-LINE.
           IF CUS-ADDR-LINE-2 NOT = SPACES
                MOVE CUS-ADDR-LINE-2 TO WS-ADDR-TEXT
                MOVE WS-STMT-ADDR TO STM-REC
                SET ADV-SINGLE TO TRUE
                PERFORM H650-PUT-STMT-LINE
           END-IF.
           MOVE CUS-CITY     TO WS-CITY-NAME.
           MOVE CUS-POSTCODE TO WS-CITY-POSTCODE.
           MOVE CUS-COUNTRY  TO WS-CITY-COUNTRY.
           MOVE WS-STMT-CITY TO STM-REC.
           SET ADV-SINGLE TO TRUE.
           PERFORM H650-PUT-STMT-LINE.
           MOVE SPACES TO WS-DLV-EMAIL.
           IF CUS-BY-EMAIL
                MOVE "EMAIL" TO WS-DLV-TEXT
                MOVE CUS-EMAIL TO WS-DLV-EMAIL
           ELSE
                IF CUS-ON-HOLD
                     MOVE "HOLD" TO WS-DLV-TEXT
                     ADD 1 TO CT-HELD
                ELSE
                     MOVE "POST" TO WS-DLV-TEXT
                END-IF
           END-IF.
           MOVE WS-STMT-DELIVERY TO STM-REC.
           SET ADV-DOUBLE TO TRUE.
           PERFORM H650-PUT-STMT-LINE.
       H410-END. EXIT.
      *
       H500-END-CUSTOMER.
           MOVE SPACES TO STM-REC.
                IF IDX-CLOSED
                     MOVE "CLOSED" TO WS-DET-STATUS
                ELSE
                     IF IDX-DORMANT
                          MOVE "DORMANT" TO WS-DET-STATUS
                     ELSE
                          MOVE "ACTIVE" TO WS-DET-STATUS
                     END-IF
                END-IF
           END-IF.
           MOVE WS-DETAIL TO STM-REC.
           IF CT-ARC-ERRORS > ZERO AND RETURN-CODE = ZERO
                MOVE 8 TO RETURN-CODE
           END-IF.
           IF CT-NO-MASTER > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVSTMT CONTROL TOTALS".
           DISPLAY "  IDX-FILE RECORDS READ....: " CT-IDX-READ.
           DISPLAY "  STATEMENTS PRINTED.......: " CT-STATEMENTS.
           DISPLAY "  LINES ARCHIVED...........: " CT-ARC-LINES.
           DISPLAY "  ARCHIVE WRITE ERRORS.....: " CT-ARC-ERRORS.
           DISPLAY "  NO CUSTOMER MASTER.......: " CT-NO-MASTER.
           DISPLAY "  HELD FOR COLLECTION......: " CT-HELD.
           CLOSE IDX-FILE
           CLOSE FX-FILE
           CLOSE CUS-FILE
           CLOSE STM-FILE
           CLOSE ARC-FILE.
           STOP RUN.
