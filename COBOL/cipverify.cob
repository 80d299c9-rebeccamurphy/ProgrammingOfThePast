       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-FILE ASSIGN TO "CIPHER.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OF-STATUS.
           SELECT VERIFY-REPORT ASSIGN TO "CIPVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KEY-FILE ASSIGN TO "KEYMAST.DAT"
               ACCESS MODE IS RANDOM
               RECORD KEY IS KM-KEY-ID
               FILE STATUS IS WS-KM-STATUS.
           SELECT OPTIONAL KEY-HISTORY ASSIGN TO "KEYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-KEY
               FILE STATUS IS WS-KH-STATUS.
           SELECT OPTIONAL ALPHA-MASTER ASSIGN TO "ALPHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-NAME
               FILE STATUS IS WS-AM-STATUS.
           SELECT OPTIONAL RECIPE-MASTER ASSIGN TO "RCPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-NAME
               FILE STATUS IS WS-RC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE.
           05 	OUT-DOC-REF 	PIC X(12).
           05 	OUT-SOURCE 	PIC X(30).
           05 	OUT-DOC-FILE 	PIC X(1).
           05 	OUT-OFFICE 	PIC X(10).
           05 	OUT-SUSPECT 	PIC X(1).
           05 	OUT-KEY-GEN 	PIC 9(3).
           05 	OUT-STEP-GENS.
               10 	OUT-STEP-GEN 	PIC 9(3) OCCURS 5 TIMES.

       FD  KEY-FILE.
       *> SAME RECORD AS THE KEY-FILE FD IN CIPHER. OUT-KEYWORD ONLY
           05 	KM-EFF-DATE 	PIC 9(8).
           05 	KM-EXP-DATE 	PIC 9(8).
           05 	KM-STATUS 	PIC X(1).
           05 	KM-GEN 		PIC 9(3).

       FD  KEY-HISTORY.
       *> SAME RECORD AS THE KEY-HISTORY FD IN KEYAPPR. A MODE V
       *> RECORD MADE UNDER AN EARLIER GENERATION THAN THE KEY
       *> MASTER NOW HOLDS IS PROVED WITH THAT GENERATION'S KEYWORD,
       *> FOUND HERE - WHATEVER ITS STATUS, FOR THE SAME REASON AS
       *> ABOVE.
       01  KEY-HIST-REC.
           05 	KH-KEY.
               10 	KH-KEY-ID 	PIC X(8).
               10 	KH-GEN 		PIC 9(3).
           05 	KH-KEY-VALUE 	PIC X(20).
           05 	KH-EFF-DATE 	PIC 9(8).
           05 	KH-EXP-DATE 	PIC 9(8).
           05 	KH-STATUS 	PIC X(1).
           05 	KH-APPROVED-BY 	PIC X(3).
           05 	KH-APPROVED-DATE PIC X(8).
           05 	KH-SUPERSEDED-DATE PIC X(8).
           05 	KH-RETIRED-DATE PIC X(8).

       FD  ALPHA-MASTER.
       *> SAME RECORD AS THE ALPHA-MASTER FD IN CIPHER. MODE M
           05 	AM-EXP-DATE 	PIC 9(8).
           05 	AM-STATUS 	PIC X(1).

       FD  RECIPE-MASTER.
       *> SAME RECORD AS THE RECIPE-MASTER FD IN CIPHER. MODE C
       *> RECORDS CARRY ONLY THE RECIPE NAME IN OUT-KEYWORD, SO THE
       *> ROUND TRIP RESOLVES THE RECIPE AND EACH OF ITS STEPS HERE.
       *> STATUS AND EXPIRY ARE DELIBERATELY IGNORED, ON THE RECIPE
       *> AND ON EVERY STEP'S KEY AND ALPHABET, FOR THE SAME REASON
       *> AS ABOVE.
       01  RECIPE-MASTER-REC.
           05 	RC-NAME 	PIC X(8).
           05 	RC-STEP OCCURS 5 TIMES.
               10 	RC-STEP-TYPE 	PIC X(1).
               10 	RC-STEP-SHIFT 	PIC S9(3) SIGN LEADING SEPARATE.
               10 	RC-STEP-NAME 	PIC X(8).
           05 	RC-EFF-DATE 	PIC 9(8).
           05 	RC-EXP-DATE 	PIC 9(8).
           05 	RC-STATUS 	PIC X(1).

       FD  VERIFY-REPORT.
       *> ONE DETAIL LINE PER MISMATCH OR TRUNCATION-FLAGGED RECORD,
       *> FOLLOWED BY THE RECONCILIATION TOTALS
      *>  "MISMATCH  ", "TRUNCATED " OR "NO KEY    " - SET BEFORE
      *>  WRITE-DETAIL
       01 	WS-KM-STATUS	PIC X(2).
       01 	WS-KH-STATUS	PIC X(2).
       01 	WS-CUR-GEN	PIC 9(3).
      *>  THE GENERATION THE KEY MASTER HOLDS FOR THE RECORD'S KEY ID
       01 	WS-ACTUAL-KEY	PIC X(20).
      *>  THE REAL KEYWORD RESOLVED FROM THE MODE V RECORD'S KEY ID,
      *>  SPACES WHEN THE MASTER DOES NOT HAVE IT
       01 	WS-ACTUAL-ALPHA	PIC X(26).
      *>  THE SUBSTITUTION TABLE RESOLVED FROM THE MODE M RECORD'S
      *>  ALPHABET NAME, SPACES WHEN THE NAME NO LONGER RESOLVES
       01 	WS-RC-STATUS	PIC X(2).
       01 	WS-RCP-OK	PIC X(1).
           88 	RECIPE-RESOLVED		VALUE "Y".
       01 	WS-RCP-TABLE.
      *>  THE MODE C RECORD'S RECIPE, EACH STEP RESOLVED TO ITS SHIFT,
      *>  KEYWORD OR TABLE, IN THE ORDER CIPHER APPLIED THEM
           05 	WS-RS-ENTRY OCCURS 5 TIMES.
               10 	WS-RS-TYPE 	PIC X(1).
               10 	WS-RS-SHIFT 	PIC S9(3) SIGN LEADING SEPARATE.
               10 	WS-RS-KEY 	PIC X(20).
               10 	WS-RS-ALPHA 	PIC X(26).
               10 	WS-RS-KEYPOS 	PIC 9(2).
       01 	WS-RCP-STEPS	PIC 9(1).
       01 	WS-RCP-IDX	PIC 9(1).
       01 	WS-STEP-TEXT	PIC X(50).
       01 	WS-TIMESTAMP	PIC X(21).
       01 	WS-COUNT-READ	PIC 9(7) VALUE 0.
       01 	WS-COUNT-CHECKED PIC 9(7) VALUE 0.
       01 	WS-COUNT-DOCFILE PIC 9(7) VALUE 0.
       01 	WS-COUNT-NOKEY	PIC 9(7) VALUE 0.
       01 	WS-COUNT-NOALPHA PIC 9(7) VALUE 0.
       01 	WS-COUNT-NORECIPE PIC 9(7) VALUE 0.
       01 	WS-COUNT-EDIT	PIC ZZZZZZ9.
       01 	WS-OF-STATUS	PIC X(2).

       PROCEDURE DIVISION.

       OPEN INPUT OUT-FILE
       IF WS-OF-STATUS NOT = "00" THEN
      *> NOTHING TO CERTIFY IS NOT A CLEAN CERTIFICATION - THE JOB
      *> STREAM MUST NOT GO ON TO DISTRIBUTE A RUN NOBODY CHECKED
           DISPLAY "CANNOT OPEN CIPHER.OUT, STATUS " WS-OF-STATUS
               " - NOTHING VERIFIED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT KEY-FILE
       OPEN INPUT KEY-HISTORY
       OPEN INPUT ALPHA-MASTER
       OPEN INPUT RECIPE-MASTER
       OPEN OUTPUT VERIFY-REPORT

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

       CLOSE OUT-FILE
       CLOSE KEY-FILE
       CLOSE KEY-HISTORY
       CLOSE ALPHA-MASTER
       CLOSE RECIPE-MASTER
       CLOSE VERIFY-REPORT

       DISPLAY "VERIFICATION DONE: " WS-COUNT-CHECKED " CHECKED, "
           WS-COUNT-MISMATCH " MISMATCHED - SEE CIPVER.RPT"

      *> RETURN CODE FOR THE JOB STREAM: 8 WHEN ANY RECORD FAILED ITS
      *> ROUND TRIP OR COULD NOT BE CHECKED FOR WANT OF ITS KEY,
      *> ALPHABET OR RECIPE, 4 WHEN RECORDS WERE TRUNCATION-FLAGGED,
      *> 0 CLEAN
       EVALUATE TRUE
           WHEN WS-COUNT-MISMATCH > 0 OR WS-COUNT-NOKEY > 0
                   OR WS-COUNT-NOALPHA > 0 OR WS-COUNT-NORECIPE > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-COUNT-TRUNC > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
       END-EVALUATE

       STOP RUN.

       VERIFY-RECORD.
       *> RE-DERIVES THE ORIGINAL TEXT FROM OUT-RESULT FOR THE MODES
       *> THAT HAVE AN EXACT INVERSE - DECRYPT FOR MODE E, VDECRYPT
       *> FOR MODE V, SUBCIPH DECIPHERING FOR MODE M, THE RECIPE'S
       *> STEPS UNDONE LAST TO FIRST FOR MODE C - AND COMPARES IT TO
       *> OUT-ORIGINAL. OTHER MODES HAVE NO ROUND TRIP TO PROVE
       *> (D/S/W/K/N/X REPORT PLAINTEXT) AND ARE COUNTED AS NOT
       *> VERIFIABLE. DOCUMENT-FILE RECORDS CARRY THE INPUT AND
       *> OUTPUT FILE NAMES IN OUT-ORIGINAL/OUT-RESULT, NOT TEXT -
       *> DECIPHERING A FILE NAME WOULD MISMATCH EVERY TIME AND BURY
                   ELSE
                       PERFORM VERIFY-ROUND-TRIP
                   END-IF
               WHEN "C"
                   PERFORM RESOLVE-RECIPE-NAME
                   IF NOT RECIPE-RESOLVED THEN
                       ADD 1 TO WS-COUNT-NORECIPE
                       MOVE "NO RECIPE " TO WS-DETAIL-TAG
                       PERFORM WRITE-DETAIL
                   ELSE
                       PERFORM VERIFY-ROUND-TRIP
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-COUNT-SKIPPED
           END-EVALUATE
           MOVE SPACES TO WS-REBUILT
           MOVE OUT-SHIFT TO THE-SHIFT
           MOVE 1 TO WS-KEYPOS
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > 5
               MOVE 1 TO WS-RS-KEYPOS (WS-RCP-IDX)
           END-PERFORM
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > 3
               COMPUTE WS-SEG-START = ((WS-SEG-IDX - 1) * 50) + 1
                       CALL "SUBCIPH" USING BY CONTENT THE-MESSAGE,
                           WS-ACTUAL-ALPHA, "D",
                           BY REFERENCE WS-RESULT
                   WHEN "C"
                       PERFORM UNDO-RECIPE
               END-EVALUATE
               MOVE WS-RESULT TO WS-REBUILT (WS-SEG-START:50)
      *> THE CIPHER SUBPROGRAMS TRIM WHAT THEY RETURN, SO A SEGMENT
       *> TURNS THE MODE V RECORD'S KEY ID BACK INTO THE REAL KEYWORD
       *> SO THE ROUND TRIP CAN BE RE-RUN. DRIVEN OFF THE FILE
       *> STATUS, NOT JUST THE INVALID KEY CONDITION, SO AN
       *> UNREADABLE KEY MASTER FAILS THE LOOKUP CLEANLY. THE
       *> RECORD'S OWN GENERATION DECIDES WHICH KEYWORD: THE KEY
       *> MASTER'S WHEN IT IS STILL CURRENT (OR THE RECORD PREDATES
       *> GENERATIONS AND CARRIES ZERO), OTHERWISE THE ONE KEPT ON
       *> THE KEY HISTORY. A GENERATION NEITHER FILE HAS IS COUNTED
       *> AS KEY NOT FOUND.
           MOVE SPACES TO WS-ACTUAL-KEY
           MOVE OUT-KEYWORD (1:8) TO KM-KEY-ID
           READ KEY-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-KM-STATUS = "00" THEN
               IF KM-GEN IS NUMERIC AND KM-GEN > 0 THEN
                   MOVE KM-GEN TO WS-CUR-GEN
               ELSE
                   MOVE 1 TO WS-CUR-GEN
               END-IF
               IF OUT-KEY-GEN IS NOT NUMERIC OR OUT-KEY-GEN = 0
                       OR OUT-KEY-GEN = WS-CUR-GEN THEN
                   MOVE KM-KEY-VALUE TO WS-ACTUAL-KEY
               ELSE
                   PERFORM RESOLVE-KEY-GENERATION
               END-IF
           ELSE
               IF OUT-KEY-GEN IS NUMERIC AND OUT-KEY-GEN > 0 THEN
                   PERFORM RESOLVE-KEY-GENERATION
               END-IF
           END-IF.

       RESOLVE-KEY-GENERATION.
       *> THE KEYWORD AN EARLIER GENERATION OF THE KEY ID CARRIED
           MOVE OUT-KEYWORD (1:8) TO KH-KEY-ID
           MOVE OUT-KEY-GEN TO KH-GEN
           READ KEY-HISTORY
               INVALID KEY CONTINUE
           END-READ
           IF WS-KH-STATUS = "00" THEN
               MOVE KH-KEY-VALUE TO WS-ACTUAL-KEY
           END-IF.

       RESOLVE-ALPHA-NAME.
               MOVE AM-TABLE TO WS-ACTUAL-ALPHA
           END-IF.

       RESOLVE-RECIPE-NAME.
       *> TURNS THE MODE C RECORD'S RECIPE NAME BACK INTO ITS STEPS,
       *> EACH KEY ID AND ALPHABET NAME RESOLVED THE WAY THE MODE V
       *> AND MODE M RECORDS ARE ABOVE. THE RECIPE ONLY COUNTS AS
       *> RESOLVED WHEN IT IS ON FILE WITH AT LEAST ONE STEP AND
       *> EVERY STEP RESOLVES. EACH STEP'S KEYWORD IS TAKEN AT THE
       *> GENERATION THE RECORD CARRIES FOR THAT STEP, THE SAME WAY
       *> RESOLVE-KEY-ID PICKS ONE FOR A MODE V RECORD.
           MOVE "N" TO WS-RCP-OK
           MOVE 0 TO WS-RCP-STEPS
           MOVE SPACES TO WS-RCP-TABLE
           MOVE FUNCTION UPPER-CASE (OUT-KEYWORD (1:8)) TO RC-NAME
           READ RECIPE-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF WS-RC-STATUS = "00" THEN
               MOVE "Y" TO WS-RCP-OK
               PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                       UNTIL WS-RCP-IDX > 5
                   IF RC-STEP-TYPE (WS-RCP-IDX) NOT = SPACE THEN
                       PERFORM RESOLVE-RECIPE-STEP
                   END-IF
               END-PERFORM
               IF WS-RCP-STEPS = 0 THEN
                   MOVE "N" TO WS-RCP-OK
               END-IF
           END-IF.

       RESOLVE-RECIPE-STEP.
           ADD 1 TO WS-RCP-STEPS
           MOVE RC-STEP-TYPE (WS-RCP-IDX) TO WS-RS-TYPE (WS-RCP-STEPS)
           MOVE 0 TO WS-RS-SHIFT (WS-RCP-STEPS)
           EVALUATE RC-STEP-TYPE (WS-RCP-IDX)
               WHEN "E"
                   IF RC-STEP-SHIFT (WS-RCP-IDX) IS NUMERIC THEN
                       MOVE RC-STEP-SHIFT (WS-RCP-IDX)
                           TO WS-RS-SHIFT (WS-RCP-STEPS)
                   ELSE
                       MOVE "N" TO WS-RCP-OK
                   END-IF
               WHEN "V"
                   PERFORM RESOLVE-STEP-KEY
                   IF WS-ACTUAL-KEY NOT = SPACES THEN
                       MOVE WS-ACTUAL-KEY TO WS-RS-KEY (WS-RCP-STEPS)
                   ELSE
                       MOVE "N" TO WS-RCP-OK
                   END-IF
               WHEN "M"
                   MOVE FUNCTION UPPER-CASE (RC-STEP-NAME (WS-RCP-IDX))
                       TO AM-NAME
                   READ ALPHA-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-AM-STATUS = "00" THEN
                       MOVE AM-TABLE TO WS-RS-ALPHA (WS-RCP-STEPS)
                   ELSE
                       MOVE "N" TO WS-RCP-OK
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-RCP-OK
           END-EVALUATE.

       RESOLVE-STEP-KEY.
       *> THE KEYWORD FOR ONE VIGENERE STEP OF THE RECIPE: THE KEY
       *> MASTER'S WHEN THE STEP'S GENERATION IS STILL CURRENT (OR
       *> THE RECORD CARRIES NONE), OTHERWISE THE ONE KEPT ON THE KEY
       *> HISTORY. SPACES WHEN NEITHER FILE HAS IT.
           MOVE SPACES TO WS-ACTUAL-KEY
           MOVE RC-STEP-NAME (WS-RCP-IDX) TO KM-KEY-ID
           READ KEY-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-KM-STATUS = "00" THEN
               IF KM-GEN IS NUMERIC AND KM-GEN > 0 THEN
                   MOVE KM-GEN TO WS-CUR-GEN
               ELSE
                   MOVE 1 TO WS-CUR-GEN
               END-IF
               IF OUT-STEP-GEN (WS-RCP-STEPS) IS NOT NUMERIC
                       OR OUT-STEP-GEN (WS-RCP-STEPS) = 0
                       OR OUT-STEP-GEN (WS-RCP-STEPS) = WS-CUR-GEN THEN
                   MOVE KM-KEY-VALUE TO WS-ACTUAL-KEY
               ELSE
                   PERFORM RESOLVE-STEP-GENERATION
               END-IF
           ELSE
               IF OUT-STEP-GEN (WS-RCP-STEPS) IS NUMERIC
                       AND OUT-STEP-GEN (WS-RCP-STEPS) > 0 THEN
                   PERFORM RESOLVE-STEP-GENERATION
               END-IF
           END-IF.

       RESOLVE-STEP-GENERATION.
           MOVE RC-STEP-NAME (WS-RCP-IDX) TO KH-KEY-ID
           MOVE OUT-STEP-GEN (WS-RCP-STEPS) TO KH-GEN
           READ KEY-HISTORY
               INVALID KEY CONTINUE
           END-READ
           IF WS-KH-STATUS = "00" THEN
               MOVE KH-KEY-VALUE TO WS-ACTUAL-KEY
           END-IF.

       UNDO-RECIPE.
       *> DECIPHERS ONE SEGMENT BACK THROUGH THE RECIPE, LAST STEP
       *> FIRST, EACH VIGENERE STEP CARRYING ITS OWN KEYWORD PHASE
       *> ACROSS THE SEGMENTS AS CIPHER'S APPLY-RECIPE DID
           MOVE THE-MESSAGE TO WS-STEP-TEXT
           PERFORM VARYING WS-RCP-IDX FROM WS-RCP-STEPS BY -1
                   UNTIL WS-RCP-IDX < 1
               MOVE SPACES TO WS-RESULT
               EVALUATE WS-RS-TYPE (WS-RCP-IDX)
                   WHEN "E"
                       CALL "DECRYPT" USING BY CONTENT WS-STEP-TEXT,
                           WS-RS-SHIFT (WS-RCP-IDX),
                           BY REFERENCE WS-RESULT
                   WHEN "V"
                       CALL "VDECRYPT" USING BY CONTENT WS-STEP-TEXT,
                           WS-RS-KEY (WS-RCP-IDX),
                           BY REFERENCE WS-RESULT,
                           BY REFERENCE WS-RS-KEYPOS (WS-RCP-IDX)
                   WHEN "M"
                       CALL "SUBCIPH" USING BY CONTENT WS-STEP-TEXT,
                           WS-RS-ALPHA (WS-RCP-IDX), "D",
                           BY REFERENCE WS-RESULT
               END-EVALUATE
               MOVE WS-RESULT TO WS-STEP-TEXT
           END-PERFORM
           MOVE WS-STEP-TEXT TO WS-RESULT.

       WRITE-DETAIL.
       *> ONE EXCEPTION LINE: WHAT WENT WRONG, WHICH MODE, AND ENOUGH
       *> OF THE ORIGINAL TEXT TO FIND THE DOCUMENT AGAIN
           STRING WS-DETAIL-TAG "DOC " OUT-DOC-REF
               " MODE " OUT-MODE
               " SHIFT " OUT-SHIFT " KEY " OUT-KEYWORD
               " GEN " OUT-KEY-GEN
               " ORIGINAL: " OUT-ORIGINAL (1:40)
               DELIMITED BY SIZE INTO VERIFY-LINE
           WRITE VERIFY-LINE.
           WRITE VERIFY-LINE

           MOVE WS-COUNT-CHECKED TO WS-COUNT-EDIT
           STRING "RECORDS CHECKED E/V/M/C: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VERIFY-LINE
           WRITE VERIFY-LINE

               DELIMITED BY SIZE INTO VERIFY-LINE
           WRITE VERIFY-LINE

           MOVE WS-COUNT-NORECIPE TO WS-COUNT-EDIT
           STRING "RECORDS RECIPE NOT FOUND:" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VERIFY-LINE
           WRITE VERIFY-LINE

           MOVE WS-COUNT-DOCFILE TO WS-COUNT-EDIT
           STRING "DOCUMENT-FILE RECORDS:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VERIFY-LINE
