      *> "05" JUST MEANS THE OPTIONAL MASTER WAS CREATED ON OPEN
           DISPLAY "CANNOT OPEN ALPHMAST.DAT, STATUS " WS-AM-STATUS
           CLOSE ALPHSEQ-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "ALPHLOAD DONE: " WS-COUNT-ADDED " ADDED, "
           WS-COUNT-REPLACED " REPLACED, " WS-COUNT-BAD " REJECTED"

      *> RETURN CODE FOR THE JOB STREAM: 0 CLEAN, 4 WHEN ANY
      *> WORKSHEET LINE WAS REJECTED, 16 WHEN THE MASTER WOULD NOT OPEN
       IF WS-COUNT-BAD > 0 THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF

       STOP RUN.

       LOAD-ONE-ALPHA.
