       H140-WRITE-BAU-HEADER.
           MOVE "HDR"     TO BAU-HDR-TAG.
           MOVE "BAUFILE" TO BAU-HDR-FILE-ID.
           MOVE WS-BUSINESS-DATE TO BAU-HDR-CREATE-DATE.
           MOVE "EXTRAPR" TO BAU-HDR-PROGRAM.
           WRITE BAU-HDR-REC.
       H140-END. EXIT.
