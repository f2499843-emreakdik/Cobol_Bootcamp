           03 RC-REQUEST         PIC X(01).
              88 RC-START-REQUEST     VALUE "S".
              88 RC-END-REQUEST       VALUE "E".
              88 RC-STEP-REQUEST      VALUE "R".
           03 RC-PROGRAM         PIC X(08).
           03 RC-LOCK-MODE       PIC X(01).
              88 RC-LOCK-HOLD         VALUE "H".
           IF RC-START-REQUEST
                PERFORM H200-START-REQUEST
           ELSE
                IF RC-STEP-REQUEST
                     PERFORM H400-WRITE-LOG
                ELSE
                     PERFORM H300-END-REQUEST
                END-IF
           END-IF.
           GOBACK.
       0000-END. EXIT.
