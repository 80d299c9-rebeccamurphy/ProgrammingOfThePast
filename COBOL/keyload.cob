      *> EVERY PENDING ENTRY MUST NAME ITS LOADER OR THE DUAL-CONTROL
      *> TRAIL HAS A HOLE IN IT BEFORE IT STARTS
           DISPLAY "INITIALS REQUIRED - NOTHING LOADED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

           " STAGED FOR APPROVAL, " WS-COUNT-BAD " REJECTED - "
           "RUN KEYAPPR WITH A SECOND CUSTODIAN TO GO LIVE"

      *> RETURN CODE FOR THE JOB STREAM: 0 CLEAN, 4 WHEN ANY
      *> WORKSHEET LINE WAS REJECTED, 16 WHEN NOTHING COULD BE LOADED
       IF WS-COUNT-BAD > 0 THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF

       STOP RUN.

       STAGE-ONE-KEY.
