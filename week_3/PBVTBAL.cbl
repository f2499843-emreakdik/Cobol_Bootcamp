       77 WS-BAU-TRL-HASH     PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-BAU-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-BAU-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-SEG-DETAILS      PIC 9(9)   COMP-3 VALUE ZERO.
       77 CT-SEG-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-IDX-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-AUD-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-SNP-WRITTEN      PIC 9(7)   COMP-3 VALUE ZERO.
           ELSE
                SET BAU-PRESENT TO TRUE
                PERFORM H455-VERIFY-BAU-HEADER
                PERFORM H457-LOAD-ONE-SEGMENT UNTIL BAU-EOF
                CLOSE BAU-FILE
           END-IF.
       H450-END. EXIT.
           DISPLAY "BAU-FILE CREATED " BAU-HDR-CREATE-DATE
              " BY " BAU-HDR-PROGRAM.
       H455-END. EXIT.
      *
       H457-LOAD-ONE-SEGMENT.
           MOVE ZERO TO CT-SEG-DETAILS.
           MOVE ZERO TO CT-SEG-HASH.
           SET BAU-TRAILER-NOT-SEEN TO TRUE.
           PERFORM H460-READ-BAU-FILE.
           PERFORM H465-LOAD-ONE-POSTED
              UNTIL BAU-EOF OR BAU-TRAILER-SEEN.
           PERFORM H470-VERIFY-BAU-TRAILER.
           PERFORM H475-READ-NEXT-SEGMENT.
       H457-END. EXIT.
      *
       H460-READ-BAU-FILE.
           READ BAU-FILE.
       H465-LOAD-ONE-POSTED.
           ADD 1 TO CT-BAU-READ.
           ADD BAU-BONUS-AMOUNT TO CT-BAU-HASH.
           ADD 1 TO CT-SEG-DETAILS.
           ADD BAU-BONUS-AMOUNT TO CT-SEG-HASH.
           MOVE BAU-DVZ TO WS-TARGET-DVZ.
           PERFORM H310-FIND-DVZ-ENTRY.
           IF DVZ-NOT-FOUND
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF WS-BAU-TRL-COUNT NOT = CT-SEG-DETAILS
                DISPLAY "BAU-FILE TRAILER COUNT DISAGREES: "
                   WS-BAU-TRL-COUNT " VS " CT-SEG-DETAILS
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF WS-BAU-TRL-HASH NOT = CT-SEG-HASH
                DISPLAY "BAU-FILE TRAILER HASH DISAGREES: "
                   WS-BAU-TRL-HASH " VS " CT-SEG-HASH
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H470-END. EXIT.
      *
       H475-READ-NEXT-SEGMENT.
           READ BAU-FILE.
           IF BAU-OK
                IF BAU-HDR-TAG = "HDR"
                     DISPLAY "BAU-FILE CREATED " BAU-HDR-CREATE-DATE
                        " BY " BAU-HDR-PROGRAM
                ELSE
                     DISPLAY "BAU-FILE DETAIL OUTSIDE HEADER/TRAILER"
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
           ELSE
                IF NOT BAU-EOF
                     DISPLAY "BAU-FILE ERROR"
                     MOVE ST-BAUFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
           END-IF.
       H475-END. EXIT.
      *
       H500-WRITE-SNAPSHOT.
           MOVE "HDR"     TO SNP-HDR-TAG.
