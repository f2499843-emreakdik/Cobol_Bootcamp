                           STATUS ST-IDXFILE.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUDFILE.
           SELECT PND-FILE ASSIGN TO PNDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY PND-KEY
                           STATUS ST-PNDFILE.
           SELECT APV-FILE ASSIGN TO APVFILE
                           STATUS ST-APVFILE.
           SELECT THR-FILE ASSIGN TO THRFILE
                           STATUS ST-THRFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           03 TRN-DATE       PIC 9(07).
           03 TRN-BALANCE    PIC S9(15).
           03 TRN-STATUS     PIC X(01).
              88 TRN-STATUS-VALID  VALUE "A" "F" "C" "D".
       01 TRN-HDR-REC.
           03 TRN-HDR-TAG          PIC X(03).
           03 TRN-HDR-FILE-ID      PIC X(08).
           03 AUD-AFTER-STATUS-DATE PIC S9(7).
           03 AUD-RESULT-CODE     PIC X(04).
           03 AUD-RESULT-TEXT     PIC X(40).
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
           03 PND-BEFORE-BALANCE  PIC S9(15).
           03 PND-TRN-IMAGE.
              05 PND-TRN-ACTION    PIC X(01).
              05 PND-TRN-ID        PIC 9(05).
              05 PND-TRN-DVZ       PIC 9(03).
              05 PND-TRN-NAME      PIC X(30).
              05 PND-TRN-DATE      PIC 9(07).
              05 PND-TRN-BALANCE   PIC S9(15).
              05 PND-TRN-STATUS    PIC X(01).
       FD APV-FILE RECORDING MODE F.
       01 APV-REC.
           03 APV-ENTRY-DATE      PIC 9(08).
           03 APV-ENTRY-SEQ       PIC 9(05).
           03 APV-OPERATOR-ID     PIC X(08).
           03 APV-DECISION        PIC X(01).
              88 APV-APPROVE       VALUE "A".
              88 APV-REJECT        VALUE "R".
       01 APV-HDR-REC.
           03 APV-HDR-TAG          PIC X(03).
           03 APV-HDR-FILE-ID      PIC X(08).
           03 APV-HDR-CREATE-DATE  PIC 9(08).
           03 APV-HDR-PROGRAM      PIC X(08).
       01 APV-TRL-REC.
           03 APV-TRL-TAG          PIC X(03).
           03 APV-TRL-CT-RECORDS   PIC 9(09).
           03 APV-TRL-HASH-SEQ     PIC S9(17).
       FD THR-FILE RECORDING MODE F.
       01 THR-REC.
           03 THR-DVZ             PIC 9(03).
           03 THR-LIMIT           PIC 9(15).
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-BUSINESS-DATE   PIC 9(08).
           03 PRM-OPERATOR-ID     PIC X(08).
           03 PRM-EXPIRY-DAYS     PIC 9(03).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-AUDFILE         PIC 9(2).
               88 AUD-OK               VALUE 0 97.
               88 AUD-NF               VALUE 23.
           03 ST-PNDFILE         PIC 9(2).
               88 PND-OK               VALUE 0 97.
               88 PND-NF               VALUE 23 35.
           03 ST-APVFILE         PIC 9(2).
               88 APV-EOF              VALUE 10.
               88 APV-OK               VALUE 0 97.
               88 APV-NF               VALUE 23 35.
               88 APV-ABSENT           VALUE 35.
           03 ST-THRFILE         PIC 9(2).
               88 THR-EOF              VALUE 10.
               88 THR-OK               VALUE 0 97.
               88 THR-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       01 WS-THR-TABLE.
           03 WS-THR-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-THR-ENTRY OCCURS 100 TIMES INDEXED BY WS-THR-IDX.
              05 WS-THR-DVZ        PIC 9(03).
              05 WS-THR-LIMIT      PIC 9(15).
       77 WS-THR-SW           PIC X(01).
           88 THRESHOLD-FOUND         VALUE "Y".
           88 THRESHOLD-NOT-FOUND     VALUE "N".
       77 WS-IDX-FOUND-SW     PIC X(01).
           88 IDX-RECORD-FOUND        VALUE "Y".
           88 IDX-RECORD-NOT-FOUND    VALUE "N".
       77 WS-APPROVAL-SW      PIC X(01).
           88 APPROVAL-REQUIRED       VALUE "Y".
           88 APPROVAL-NOT-REQUIRED   VALUE "N".
       77 WS-APV-SW           PIC X(01).
           88 APV-IS-VALID            VALUE "Y".
           88 APV-IS-INVALID          VALUE "N".
       77 WS-PND-SCAN-SW      PIC X(01).
           88 PND-SCAN-DONE           VALUE "Y".
           88 PND-SCAN-ACTIVE         VALUE "N".
       77 WS-PARK-REASON      PIC X(04).
       77 WS-BALANCE-MOVE     PIC S9(15) COMP-3.
       77 WS-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
       77 WS-OPERATOR-ID      PIC X(08) VALUE "BATCH".
       77 WS-EXPIRY-DAYS      PIC 9(3) VALUE 5.
       77 WS-PND-LAST-SEQ     PIC 9(6) COMP-3 VALUE ZERO.
       77 WS-PND-AGE-DAYS     PIC S9(5) COMP-3 VALUE ZERO.
       01 WS-CURRENT-DATE.
           03 WS-CURRENT-YYYYMMDD PIC 9(8).
           03 FILLER              PIC X(13).
       01 WS-PARK-TEXT.
           03 FILLER             PIC X(21) VALUE
              "PENDING APPROVAL REF ".
           03 WS-PARK-DATE       PIC 9(08).
           03 FILLER             PIC X(01) VALUE "-".
           03 WS-PARK-SEQ        PIC 9(05).
       77 CT-TRN-READ         PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-TRN-ADDED        PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-TRN-CHANGED      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-TRN-DELETED      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-TRN-STATUSED     PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-TRN-REJECTED     PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-TRN-PARKED       PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-TRN-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-APV-READ         PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-APV-APPLIED      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-APV-REJECTED     PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-APV-REFUSED      PIC 9(7) COMP-3 VALUE ZERO.
       77 CT-PND-EXPIRED      PIC 9(7) COMP-3 VALUE ZERO.
       77 WS-TRN-CTL-SW       PIC X(01) VALUE "N".
           88 TRN-TRAILER-SEEN        VALUE "Y".
           88 TRN-TRAILER-NOT-SEEN    VALUE "N".
       77 WS-TRN-TRL-COUNT    PIC 9(9)   COMP-3 VALUE ZERO.
       77 WS-TRN-TRL-HASH     PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-APV-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 WS-APV-CTL-SW       PIC X(01) VALUE "N".
           88 APV-TRAILER-SEEN        VALUE "Y".
           88 APV-TRAILER-NOT-SEEN    VALUE "N".
       77 WS-APV-TRL-COUNT    PIC 9(9)   COMP-3 VALUE ZERO.
       77 WS-APV-TRL-HASH     PIC S9(17) COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVMAINT".
           03 RC-LOCK-MODE       PIC X(01) VALUE "H".
           03 RC-FILES           PIC X(40) VALUE
              "TRNFILE IDXFILE AUDFILE PNDFILE APVFILE".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-PARAMETERS
           PERFORM H200-OPEN-FILES
           PERFORM H500-PROCESS-APPROVALS
           PERFORM H560-EXPIRE-PENDING
           PERFORM H240-READ-FIRST-TRN
           PERFORM H300-PROCESS-TRANSACTION
              UNTIL TRN-EOF OR TRN-TRAILER-SEEN
           PERFORM H290-VERIFY-TRN-TRAILER
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
                IF PRM-OK
                     IF PRM-BUSINESS-DATE NUMERIC
                        AND PRM-BUSINESS-DATE > ZERO
                          MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE
                     END-IF
                     IF PRM-OPERATOR-ID NOT = SPACES
                          MOVE PRM-OPERATOR-ID TO WS-OPERATOR-ID
                     END-IF
                     IF PRM-EXPIRY-DAYS NUMERIC
                        AND PRM-EXPIRY-DAYS > ZERO
                          MOVE PRM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                     END-IF
                END-IF
                CLOSE PRM-FILE
           END-IF.
           DISPLAY "PBVMAINT BUSINESS DATE: " WS-BUSINESS-DATE
              " OPERATOR: " WS-OPERATOR-ID
              " EXPIRY DAYS: " WS-EXPIRY-DAYS.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT TRN-FILE.
                MOVE ST-AUDFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN I-O PND-FILE.
           IF PND-NF
                OPEN OUTPUT PND-FILE
                CLOSE PND-FILE
                OPEN I-O PND-FILE
           END-IF.
           IF PND-NF OR NOT PND-OK
                DISPLAY "PND-FILE ERROR"
                MOVE ST-PNDFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT THR-FILE.
           IF THR-NF OR NOT THR-OK
                DISPLAY "THR-FILE ERROR"
                MOVE ST-THRFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H250-LOAD-THRESHOLD-TABLE UNTIL THR-EOF.
           CLOSE THR-FILE.
           PERFORM H255-FIND-LAST-PND-SEQ.
           PERFORM H220-VERIFY-TRN-HEADER.
       H200-END. EXIT.
      *
       H220-VERIFY-TRN-HEADER.
           DISPLAY "TRN-FILE CREATED " TRN-HDR-CREATE-DATE
              " BY " TRN-HDR-PROGRAM.
       H220-END. EXIT.
      *
       H240-READ-FIRST-TRN.
           PERFORM H245-READ-TRN-FILE.
           IF (NOT TRN-OK) AND (NOT TRN-EOF)
                DISPLAY "TRN-FILE ERROR"
                MOVE ST-TRNFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H240-END. EXIT.
      *
       H245-READ-TRN-FILE.
           READ TRN-FILE.
                SET TRN-TRAILER-SEEN TO TRUE
           END-IF.
       H245-END. EXIT.
      *
       H250-LOAD-THRESHOLD-TABLE.
           READ THR-FILE.
           IF THR-OK
                IF WS-THR-COUNT >= 100
                     DISPLAY "THR-FILE HAS TOO MANY ROWS FOR TABLE"
                     MOVE 99 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                ADD 1 TO WS-THR-COUNT
                SET WS-THR-IDX TO WS-THR-COUNT
                MOVE THR-DVZ   TO WS-THR-DVZ (WS-THR-IDX)
                MOVE THR-LIMIT TO WS-THR-LIMIT (WS-THR-IDX)
           ELSE
                IF NOT THR-EOF
                     DISPLAY "THR-FILE READ ERROR"
                     MOVE ST-THRFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
           END-IF.
       H250-END. EXIT.
      *
       H255-FIND-LAST-PND-SEQ.
           MOVE ZERO TO WS-PND-LAST-SEQ.
           MOVE WS-BUSINESS-DATE TO PND-ENTRY-DATE.
           MOVE ZERO TO PND-ENTRY-SEQ.
           START PND-FILE KEY NOT LESS THAN PND-KEY
             INVALID KEY
                SET PND-SCAN-DONE TO TRUE
             NOT INVALID KEY
                SET PND-SCAN-ACTIVE TO TRUE
           END-START.
           PERFORM H256-SCAN-ONE-PND UNTIL PND-SCAN-DONE.
       H255-END. EXIT.
      *
       H256-SCAN-ONE-PND.
           READ PND-FILE NEXT
             AT END
                SET PND-SCAN-DONE TO TRUE
             NOT AT END
                IF PND-ENTRY-DATE NOT = WS-BUSINESS-DATE
                     SET PND-SCAN-DONE TO TRUE
                ELSE
                     MOVE PND-ENTRY-SEQ TO WS-PND-LAST-SEQ
                END-IF
           END-READ.
       H256-END. EXIT.
      *
       H290-VERIFY-TRN-TRAILER.
           IF TRN-TRAILER-NOT-SEEN
           IF TRN-BALANCE IS NUMERIC
                ADD TRN-BALANCE TO CT-TRN-HASH
           END-IF.
           PERFORM H305-INIT-AUDIT-RECORD.
           PERFORM H310-READ-BEFORE-IMAGE.
           PERFORM H320-CHECK-APPROVAL-NEEDED.
           IF APPROVAL-REQUIRED
                PERFORM H330-PARK-TRANSACTION
           ELSE
                PERFORM H400-APPLY-TRANSACTION
           END-IF.
           WRITE AUD-REC.
           PERFORM H245-READ-TRN-FILE.
       H300-END. EXIT.
      *
       H305-INIT-AUDIT-RECORD.
           MOVE SPACES TO AUD-BEFORE-NAME AUD-AFTER-NAME
                          AUD-BEFORE-STATUS AUD-AFTER-STATUS.
           MOVE ZERO   TO AUD-BEFORE-DATE AUD-BEFORE-BALANCE
           MOVE TRN-DVZ    TO AUD-DVZ.
           MOVE TRN-ID     TO IDX-ID.
           MOVE TRN-DVZ    TO IDX-DVZ.
       H305-END. EXIT.
      *
       H310-READ-BEFORE-IMAGE.
           SET IDX-RECORD-NOT-FOUND TO TRUE.
                MOVE IDX-STATUS-DATE TO AUD-BEFORE-STATUS-DATE
           END-READ.
       H310-END. EXIT.
      *
       H320-CHECK-APPROVAL-NEEDED.
           SET APPROVAL-NOT-REQUIRED TO TRUE.
           IF TRN-DELETE AND IDX-RECORD-FOUND
                MOVE "DELT" TO WS-PARK-REASON
                SET APPROVAL-REQUIRED TO TRUE
           END-IF.
           IF TRN-SET-STATUS AND IDX-RECORD-FOUND
              AND TRN-STATUS = "C"
                MOVE "CLOS" TO WS-PARK-REASON
                SET APPROVAL-REQUIRED TO TRUE
           END-IF.
           IF ((TRN-CHANGE AND IDX-RECORD-FOUND)
              OR (TRN-ADD AND IDX-RECORD-NOT-FOUND))
              AND TRN-BALANCE IS NUMERIC
                IF TRN-CHANGE
                     COMPUTE WS-BALANCE-MOVE =
                          TRN-BALANCE - IDX-BALANCE
                ELSE
                     MOVE TRN-BALANCE TO WS-BALANCE-MOVE
                END-IF
                IF WS-BALANCE-MOVE < ZERO
                     COMPUTE WS-BALANCE-MOVE = ZERO - WS-BALANCE-MOVE
                END-IF
                PERFORM H325-FIND-THRESHOLD
                IF WS-BALANCE-MOVE > ZERO
                     IF THRESHOLD-NOT-FOUND
                          MOVE "THRS" TO WS-PARK-REASON
                          SET APPROVAL-REQUIRED TO TRUE
                     ELSE
                          IF WS-BALANCE-MOVE >
                             WS-THR-LIMIT (WS-THR-IDX)
                               MOVE "THRS" TO WS-PARK-REASON
                               SET APPROVAL-REQUIRED TO TRUE
                          END-IF
                     END-IF
                END-IF
           END-IF.
       H320-END. EXIT.
      *
       H325-FIND-THRESHOLD.
           SET THRESHOLD-NOT-FOUND TO TRUE.
           SET WS-THR-IDX TO 1.
           PERFORM H326-CHECK-ONE-THRESHOLD
              UNTIL WS-THR-IDX > WS-THR-COUNT OR THRESHOLD-FOUND.
       H325-END. EXIT.
      *
       H326-CHECK-ONE-THRESHOLD.
           IF TRN-DVZ = WS-THR-DVZ (WS-THR-IDX)
                SET THRESHOLD-FOUND TO TRUE
           ELSE
                SET WS-THR-IDX UP BY 1
           END-IF.
       H326-END. EXIT.
      *
       H330-PARK-TRANSACTION.
           ADD 1 TO WS-PND-LAST-SEQ.
           IF WS-PND-LAST-SEQ > 99999
                DISPLAY "PND-FILE SEQUENCE EXHAUSTED FOR "
                   WS-BUSINESS-DATE
                MOVE 99 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           MOVE WS-BUSINESS-DATE TO PND-ENTRY-DATE.
           MOVE WS-PND-LAST-SEQ  TO PND-ENTRY-SEQ.
           SET PND-PENDING TO TRUE.
           MOVE WS-PARK-REASON   TO PND-REASON-CODE.
           MOVE WS-OPERATOR-ID   TO PND-MAKER-ID.
           MOVE SPACES           TO PND-CHECKER-ID PND-RESULT-CODE.
           MOVE ZERO             TO PND-DECISION-DATE.
           IF IDX-RECORD-FOUND
                MOVE IDX-BALANCE TO PND-BEFORE-BALANCE
           ELSE
                MOVE ZERO TO PND-BEFORE-BALANCE
           END-IF.
           MOVE TRN-REC TO PND-TRN-IMAGE.
           WRITE PND-REC
             INVALID KEY
                DISPLAY "PND-FILE ERROR"
                MOVE ST-PNDFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-WRITE.
           MOVE PND-ENTRY-DATE TO WS-PARK-DATE.
           MOVE PND-ENTRY-SEQ  TO WS-PARK-SEQ.
           MOVE "PEND" TO AUD-RESULT-CODE.
           MOVE WS-PARK-TEXT TO AUD-RESULT-TEXT.
           ADD 1 TO CT-TRN-PARKED.
       H330-END. EXIT.
      *
       H400-APPLY-TRANSACTION.
           IF TRN-ADD
                PERFORM H410-ADD-RECORD
           ELSE IF TRN-CHANGE
                PERFORM H420-CHANGE-RECORD
           ELSE IF TRN-DELETE
                PERFORM H430-DELETE-RECORD
           ELSE IF TRN-SET-STATUS
                PERFORM H440-SET-STATUS
           ELSE
                MOVE "BADA" TO AUD-RESULT-CODE
                MOVE "UNKNOWN TRANSACTION ACTION CODE" TO
                     AUD-RESULT-TEXT
                ADD 1 TO CT-TRN-REJECTED
           END-IF.
       H400-END. EXIT.
      *
       H410-ADD-RECORD.
           IF IDX-RECORD-FOUND
           MOVE IDX-STATUS      TO AUD-AFTER-STATUS.
           MOVE IDX-STATUS-DATE TO AUD-AFTER-STATUS-DATE.
       H450-END. EXIT.
      *
       H500-PROCESS-APPROVALS.
           OPEN INPUT APV-FILE.
           IF APV-ABSENT
                DISPLAY "APV-FILE NOT PRESENT - NO APPROVALS PROCESSED"
           ELSE
                IF NOT APV-OK
                     DISPLAY "APV-FILE ERROR"
                     MOVE ST-APVFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                PERFORM H502-VERIFY-APV-HEADER
                PERFORM H505-READ-APV-FILE
                PERFORM H510-PROCESS-APPROVAL
                   UNTIL APV-EOF OR APV-TRAILER-SEEN
                PERFORM H530-VERIFY-APV-TRAILER
           END-IF.
       H500-END. EXIT.
      *
       H502-VERIFY-APV-HEADER.
           READ APV-FILE.
           IF (NOT APV-OK) OR APV-HDR-TAG NOT = "HDR"
                DISPLAY "APV-FILE HEADER RECORD MISSING OR INVALID"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           DISPLAY "APV-FILE CREATED " APV-HDR-CREATE-DATE
              " BY " APV-HDR-PROGRAM.
       H502-END. EXIT.
      *
       H505-READ-APV-FILE.
           READ APV-FILE.
           IF (NOT APV-OK) AND (NOT APV-EOF)
                DISPLAY "APV-FILE ERROR"
                MOVE ST-APVFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF APV-OK AND APV-TRL-TAG = "TRL"
                MOVE APV-TRL-CT-RECORDS TO WS-APV-TRL-COUNT
                MOVE APV-TRL-HASH-SEQ   TO WS-APV-TRL-HASH
                SET APV-TRAILER-SEEN TO TRUE
           END-IF.
       H505-END. EXIT.
      *
       H510-PROCESS-APPROVAL.
           ADD 1 TO CT-APV-READ.
           ADD APV-ENTRY-SEQ TO CT-APV-HASH.
           SET APV-IS-VALID TO TRUE.
           MOVE APV-ENTRY-DATE TO PND-ENTRY-DATE.
           MOVE APV-ENTRY-SEQ  TO PND-ENTRY-SEQ.
           READ PND-FILE KEY PND-KEY
             INVALID KEY
                DISPLAY "APPROVAL REFUSED - REFERENCE NOT FOUND: "
                   APV-ENTRY-DATE "-" APV-ENTRY-SEQ
                SET APV-IS-INVALID TO TRUE
           END-READ.
           IF APV-IS-VALID AND NOT PND-PENDING
                DISPLAY "APPROVAL REFUSED - ITEM ALREADY DECIDED: "
                   APV-ENTRY-DATE "-" APV-ENTRY-SEQ
                SET APV-IS-INVALID TO TRUE
           END-IF.
           IF APV-IS-VALID
              AND (APV-OPERATOR-ID = SPACES
                   OR APV-OPERATOR-ID = PND-MAKER-ID)
                DISPLAY "APPROVAL REFUSED - CHECKER SAME AS MAKER: "
                   APV-ENTRY-DATE "-" APV-ENTRY-SEQ
                SET APV-IS-INVALID TO TRUE
           END-IF.
           IF APV-IS-VALID AND NOT (APV-APPROVE OR APV-REJECT)
                DISPLAY "APPROVAL REFUSED - UNKNOWN DECISION CODE: "
                   APV-ENTRY-DATE "-" APV-ENTRY-SEQ
                SET APV-IS-INVALID TO TRUE
           END-IF.
           IF APV-IS-INVALID
                ADD 1 TO CT-APV-REFUSED
           ELSE
                MOVE APV-OPERATOR-ID  TO PND-CHECKER-ID
                MOVE WS-BUSINESS-DATE TO PND-DECISION-DATE
                IF APV-REJECT
                     SET PND-REJECTED TO TRUE
                     MOVE "RJCT" TO PND-RESULT-CODE
                     ADD 1 TO CT-APV-REJECTED
                ELSE
                     PERFORM H520-APPLY-APPROVED-ITEM
                     SET PND-APPROVED TO TRUE
                     MOVE AUD-RESULT-CODE TO PND-RESULT-CODE
                     ADD 1 TO CT-APV-APPLIED
                END-IF
                REWRITE PND-REC
                  INVALID KEY
                     DISPLAY "PND-FILE ERROR"
                     MOVE ST-PNDFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-REWRITE
           END-IF.
           PERFORM H505-READ-APV-FILE.
       H510-END. EXIT.
      *
       H520-APPLY-APPROVED-ITEM.
           MOVE PND-TRN-IMAGE TO TRN-REC.
           PERFORM H305-INIT-AUDIT-RECORD.
           PERFORM H310-READ-BEFORE-IMAGE.
           IF TRN-CHANGE AND IDX-RECORD-FOUND
              AND IDX-BALANCE NOT = PND-BEFORE-BALANCE
                MOVE "STAL" TO AUD-RESULT-CODE
                MOVE "APPROVED CHANGE REJECTED - BALANCE MOVED" TO
                     AUD-RESULT-TEXT
                ADD 1 TO CT-TRN-REJECTED
           ELSE
                PERFORM H400-APPLY-TRANSACTION
           END-IF.
           WRITE AUD-REC.
       H520-END. EXIT.
      *
       H530-VERIFY-APV-TRAILER.
           IF APV-TRAILER-NOT-SEEN
                DISPLAY "APV-FILE TRAILER RECORD MISSING"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF WS-APV-TRL-COUNT NOT = CT-APV-READ
                DISPLAY "APV-FILE TRAILER COUNT DISAGREES: "
                   WS-APV-TRL-COUNT " VS " CT-APV-READ
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF WS-APV-TRL-HASH NOT = CT-APV-HASH
                DISPLAY "APV-FILE TRAILER HASH DISAGREES: "
                   WS-APV-TRL-HASH " VS " CT-APV-HASH
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H530-END. EXIT.
      *
       H560-EXPIRE-PENDING.
           MOVE ZERO TO PND-ENTRY-DATE PND-ENTRY-SEQ.
           START PND-FILE KEY NOT LESS THAN PND-KEY
             INVALID KEY
                SET PND-SCAN-DONE TO TRUE
             NOT INVALID KEY
                SET PND-SCAN-ACTIVE TO TRUE
           END-START.
           PERFORM H565-EXPIRE-ONE-PND UNTIL PND-SCAN-DONE.
       H560-END. EXIT.
      *
       H565-EXPIRE-ONE-PND.
           READ PND-FILE NEXT
             AT END
                SET PND-SCAN-DONE TO TRUE
             NOT AT END
                IF PND-PENDING
                     COMPUTE WS-PND-AGE-DAYS =
                          FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                        - FUNCTION INTEGER-OF-DATE(PND-ENTRY-DATE)
                     IF WS-PND-AGE-DAYS > WS-EXPIRY-DAYS
                          SET PND-EXPIRED TO TRUE
                          MOVE "EXPD" TO PND-RESULT-CODE
                          MOVE WS-BUSINESS-DATE TO PND-DECISION-DATE
                          REWRITE PND-REC
                            INVALID KEY
                               DISPLAY "PND-FILE ERROR"
                               MOVE ST-PNDFILE TO RETURN-CODE
                               PERFORM H990-SHUT-DOWN
                          END-REWRITE
                          ADD 1 TO CT-PND-EXPIRED
                     END-IF
                END-IF
           END-READ.
       H565-END. EXIT.
      *
       H990-SHUT-DOWN.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "  RECORDS DELETED..........: " CT-TRN-DELETED.
           DISPLAY "  RECORD STATUSES SET......: " CT-TRN-STATUSED.
           DISPLAY "  TRANSACTIONS REJECTED....: " CT-TRN-REJECTED.
           DISPLAY "  PARKED FOR APPROVAL......: " CT-TRN-PARKED.
           DISPLAY "  APPROVALS READ...........: " CT-APV-READ.
           DISPLAY "  APPROVED ITEMS APPLIED...: " CT-APV-APPLIED.
           DISPLAY "  ITEMS REJECTED BY CHECKER: " CT-APV-REJECTED.
           DISPLAY "  APPROVALS REFUSED........: " CT-APV-REFUSED.
           DISPLAY "  PENDING ITEMS EXPIRED....: " CT-PND-EXPIRED.
           CLOSE TRN-FILE
           CLOSE IDX-FILE
           CLOSE AUD-FILE
           CLOSE PND-FILE
           CLOSE APV-FILE.
           STOP RUN.
       H990-END. EXIT.
