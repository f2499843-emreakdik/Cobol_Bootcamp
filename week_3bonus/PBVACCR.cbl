              88 IDX-ACTIVE        VALUE "A" " ".
              88 IDX-FROZEN        VALUE "F".
              88 IDX-CLOSED        VALUE "C".
              88 IDX-DORMANT       VALUE "D".
           03 IDX-STATUS-DATE PIC S9(7) COMP-3.
       FD IRT-FILE RECORDING MODE F.
       01 IRT-REC.
      *
       H300-ACCRUE-RECORD.
           ADD 1 TO CT-IDX-READ.
           IF NOT IDX-ACTIVE AND NOT IDX-DORMANT
                ADD 1 TO CT-NOT-ACTIVE
           ELSE
                PERFORM H310-FIND-RATE-ENTRY
