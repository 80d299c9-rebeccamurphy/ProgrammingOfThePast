           05 	KM-EFF-DATE 	PIC 9(8).
           05 	KM-EXP-DATE 	PIC 9(8).
           05 	KM-STATUS 	PIC X(1).
           05 	KM-GEN 		PIC 9(3).

       FD  AUDIT-FILE.
       *> SAME LINE CIPHER'S LOG-AUDIT-RECORD WRITES - SEE THE
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

       FD  KEY-REPORT.
       01  KEY-REPORT-LINE 	PIC X(100).
       OPEN INPUT KEY-FILE
       IF WS-KM-STATUS NOT = "00" AND WS-KM-STATUS NOT = "05" THEN
           DISPLAY "CANNOT OPEN KEYMAST.DAT, STATUS " WS-KM-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL END-OF-KEYS
           "AGAINST " WS-COUNT-AUDIT " AUDIT RECORD(S) - "
           "SEE KEYRPT.RPT"

      *> RETURN CODE FOR THE JOB STREAM: 4 WHEN TRAFFIC IS STILL
      *> ARRIVING AGAINST A DEAD KEY OR THE KEY TABLE OVERFLOWED,
      *> 0 OTHERWISE, 16 WHEN THE KEY MASTER WOULD NOT OPEN
       IF WS-COUNT-DEADTRAF > 0 OR WS-KEY-OVER > 0 THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF

       STOP RUN.

       NOTE-ONE-KEY.

       TALLY-ONE-AUDIT.
       *> ONLY V/W RECORDS CARRY A KEY ID IN AUD-KEY-ID - FOR S AND K
       *> THE COLUMN IS BLANK, BUT AN OLDER RECORD AUDSCRUB HAS NOT
       *> YET BEEN RUN OVER STILL HOLDS A PLAINTEXT CRIB THERE, WHICH
       *> MUST NOT BE MISTAKEN FOR KEY TRAFFIC JUST BECAUSE IT HAPPENS
       *> TO START WITH EIGHT CHARACTERS THAT LOOK LIKE AN ID
           ADD 1 TO WS-COUNT-AUDIT
           IF AUD-MODE = "V" OR AUD-MODE = "W" THEN
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
