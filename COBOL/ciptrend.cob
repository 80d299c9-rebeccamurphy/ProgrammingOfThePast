       DISPLAY "CIPTREND DONE: " WS-NIGHT-USED " NIGHT(S) FROM "
           WS-COUNT-SEL " HISTORY LINE(S) - SEE CIPTREND.RPT"

      *> RETURN CODE FOR THE JOB STREAM: 4 WHEN THE NIGHT TABLE
      *> OVERFLOWED, 0 OTHERWISE
       IF WS-NIGHT-OVER > 0 THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF

       STOP RUN.

       TALLY-HISTORY-RECORD.
