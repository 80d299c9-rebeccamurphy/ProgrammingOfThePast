           05 	FILLER		PIC X(1).
           05 	AUD-MODE	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	AUD-FPRINT	PIC X(32).
           05 	FILLER		PIC X(1).
           05 	AUD-FPRINT-FORM	PIC X(1).
           05 	FILLER		PIC X(16).
           05 	FILLER		PIC X(1).
           05 	AUD-SHIFT	PIC X(4).
           05 	FILLER		PIC X(1).
           05 	AUD-TRUNC	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	AUD-DOC-REF	PIC X(12).
           05 	FILLER		PIC X(1).
           05 	AUD-KEY-GEN	PIC X(3).
           05 	FILLER		PIC X(1).
           05 	AUD-STEP-GENS	PIC X(15).

       FD  HISTORY-REPORT.
       01  HISTORY-LINE 	PIC X(100).
       FD  ARCHIVE-FILE.
       *> RECORDS ROLLED OUT OF THE LIVE LOG, NAMED FOR THE CUTOFF
       *> DATE SO EACH MONTH-END ROLL IS ITS OWN FILE
       01  ARCHIVE-RECORD 	PIC X(135).

       FD  KEEP-FILE.
       *> THE RECORDS THAT STAY - OPERATIONS SWAPS AUDIT.NEW IN OVER
       *> AUDIT.LOG ONCE THE ARCHIVE FILE IS PUT AWAY
       01  KEEP-RECORD 	PIC X(135).

       FD  PARAM-FILE.
       *> UNATTENDED RUN CONTROL. WHEN AUDHIST.PRM IS PRESENT ITS ONE
       DISPLAY "AUDIT HISTORY DONE: " WS-COUNT-SEL
           " SELECTED OF " WS-COUNT-READ " - SEE AUDHIST.RPT"

      *> RETURN CODE FOR THE JOB STREAM: 4 WHEN THE DAY TABLE
      *> OVERFLOWED, 0 OTHERWISE
       IF WS-DAY-OVER > 0 THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF

       STOP RUN.

       READ-PARAM-FILE.
               IF AUD-TRUNC = "T" THEN
                   ADD 1 TO WS-COUNT-TRUNC
                   MOVE SPACES TO HISTORY-LINE
                   STRING "  " AUD-TIMESTAMP " " AUD-MODE " DOC "
                       AUD-DOC-REF " " AUD-FPRINT
                       DELIMITED BY SIZE INTO HISTORY-LINE
                   WRITE HISTORY-LINE
               END-IF
