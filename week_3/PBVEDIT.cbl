           03 TRN-DATE       PIC 9(07).
           03 TRN-BALANCE    PIC S9(15).
           03 TRN-STATUS     PIC X(01).
              88 TRN-STATUS-VALID  VALUE "A" "F" "C" "D".
       01 TRN-HDR-REC.
           03 TRN-HDR-TAG          PIC X(03).
           03 TRN-HDR-FILE-ID      PIC X(08).
           IF TRN-SET-STATUS
                IF NOT TRN-STATUS-VALID
                     MOVE "BDST" TO WS-ERROR-CODE
                     MOVE "STATUS VALUE MUST BE A F C OR D"
                       TO WS-ERROR-TEXT
                     SET TRN-IN-ERROR TO TRUE
                END-IF
                   AND TRN-STATUS NOT = SPACE
                   AND NOT TRN-STATUS-VALID
                     MOVE "BDST" TO WS-ERROR-CODE
                     MOVE "STATUS VALUE MUST BE A F C D OR BLANK"
                       TO WS-ERROR-TEXT
                     SET TRN-IN-ERROR TO TRUE
                END-IF
