       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCPLOAD.
       *> LOADS THE COMPOUND RECIPE WORKSHEET RCPTAB.SEQ INTO THE
       *> INDEXED RECIPE MASTER RCPMAST.DAT THAT CIPHER AND CIPVERIFY
       *> RESOLVE MODE C/X RECIPE NAMES AGAINST. A RECIPE IS AN
       *> ORDERED LIST OF UP TO FIVE STEPS - A CAESAR SHIFT, A KEY ID
       *> OR A CARD-ROOM ALPHABET NAME - THAT CIPHER APPLIES IN TURN
       *> ON ENCIPHER AND IN REVERSE ON DECIPHER, SO THE LEGAL AND
       *> DUTY OFFICES' HIGHER-GRADE TRAFFIC NO LONGER HAS TO BE RUN
       *> THROUGH CIPHER TWICE BY HAND. ONLY THE NAMES OF THE KEYS
       *> AND ALPHABETS ARE HELD HERE, NEVER A KEYWORD OR A TABLE -
       *> THOSE STAY ON THEIR OWN MASTERS. STATUS AND EFFECTIVE/EXPIRY
       *> DATES WORK LIKE THE KEY MASTER'S. A RECIPE ALREADY ON THE
       *> MASTER HAS ITS DATES AND STATUS REPLACED, SO RE-RUNNING A
       *> CORRECTED WORKSHEET IS SAFE - THE SAME WAY ALPHLOAD
       *> MAINTAINS ALPHMAST.DAT. ITS STEPS NEVER CHANGE: A MASTERED
       *> MODE C RESULT IS ONLY RECORDED BY RECIPE NAME, SO A NAME
       *> MUST ALWAYS MEAN THE SAME STEPS OR THAT RESULT COULD NEVER
       *> BE DECIPHERED OR PROVED AGAIN. NEW STEPS GO UNDER A NEW NAME.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPSEQ-FILE ASSIGN TO "RCPTAB.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECIPE-MASTER ASSIGN TO "RCPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-NAME
               FILE STATUS IS WS-RC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCPSEQ-FILE.
       *> ONE RECIPE PER LINE, SAME FIELDS AND WIDTHS AS THE MASTER
       *> RECORD BELOW. STEPS ARE FILLED FROM THE LEFT; THE FIRST
       *> BLANK STEP ENDS THE RECIPE.
       01  RCPSEQ-RECORD.
           05 	RS-NAME 	PIC X(8).
           05 	RS-STEP OCCURS 5 TIMES.
               10 	RS-STEP-TYPE 	PIC X(1).
               10 	RS-STEP-SHIFT 	PIC S9(3) SIGN LEADING SEPARATE.
               10 	RS-STEP-NAME 	PIC X(8).
           05 	RS-EFF-DATE 	PIC X(8).
           05 	RS-EXP-DATE 	PIC X(8).
           05 	RS-STATUS 	PIC X(1).

       FD  RECIPE-MASTER.
       *> SAME RECORD AS THE RECIPE-MASTER FD IN CIPHER
       01  RECIPE-MASTER-REC.
           05 	RC-NAME 	PIC X(8).
           05 	RC-STEP OCCURS 5 TIMES.
               10 	RC-STEP-TYPE 	PIC X(1).
      *>  E = CAESAR SHIFT BY RC-STEP-SHIFT, V = VIGENERE UNDER THE
      *>  KEY ID IN RC-STEP-NAME, M = SUBSTITUTION UNDER THE ALPHABET
      *>  NAMED IN RC-STEP-NAME, SPACE = NO MORE STEPS
               10 	RC-STEP-SHIFT 	PIC S9(3) SIGN LEADING SEPARATE.
               10 	RC-STEP-NAME 	PIC X(8).
           05 	RC-EFF-DATE 	PIC 9(8).
           05 	RC-EXP-DATE 	PIC 9(8).
      *>  YYYYMMDD, INCLUSIVE ON BOTH ENDS
           05 	RC-STATUS 	PIC X(1).
      *>  A = ACTIVE, I = INACTIVE

       WORKING-STORAGE SECTION.
       01 	WS-EOF		PIC X VALUE "N".
           88 	END-OF-SEQ		VALUE "Y".
       01 	WS-RC-STATUS	PIC X(2).
       01 	WS-COUNT-ADDED	PIC 9(5) VALUE 0.
       01 	WS-COUNT-REPLACED PIC 9(5) VALUE 0.
       01 	WS-COUNT-BAD	PIC 9(5) VALUE 0.
       01 	WS-COUNT-REFUSED PIC 9(5) VALUE 0.
      *>  RECIPES ALREADY ON THE MASTER THAT THE WORKSHEET TRIED TO
      *>  GIVE DIFFERENT STEPS
       01 	WS-NEW-RECIPE	PIC X(90).
      *>  THE WORKSHEET'S VERSION, HELD WHILE THE MASTER'S IS READ
       01 	WS-STEP-IDX	PIC 9(1).
       01 	WS-STEP-COUNT	PIC 9(1).
       01 	WS-STEPS-OK	PIC X(1).
       01 	WS-STEPS-ENDED	PIC X(1).
      *>  "Y" ONCE A BLANK STEP HAS BEEN SEEN - ANY STEP AFTER IT
      *>  MUST BE BLANK TOO
       01 	WS-STEP-TYPE	PIC X(1).

       PROCEDURE DIVISION.

       OPEN INPUT RCPSEQ-FILE
       OPEN I-O RECIPE-MASTER
       IF WS-RC-STATUS = "35" THEN
      *> NO MASTER YET - FIRST LOAD CREATES IT
           OPEN OUTPUT RECIPE-MASTER
       END-IF
       IF WS-RC-STATUS NOT = "00" AND WS-RC-STATUS NOT = "05" THEN
      *> "05" JUST MEANS THE OPTIONAL MASTER WAS CREATED ON OPEN
           DISPLAY "CANNOT OPEN RCPMAST.DAT, STATUS " WS-RC-STATUS
           CLOSE RCPSEQ-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM UNTIL END-OF-SEQ
           READ RCPSEQ-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM LOAD-ONE-RECIPE
           END-READ
       END-PERFORM

       CLOSE RCPSEQ-FILE
       CLOSE RECIPE-MASTER

       DISPLAY "RCPLOAD DONE: " WS-COUNT-ADDED " ADDED, "
           WS-COUNT-REPLACED " REPLACED, " WS-COUNT-BAD " REJECTED, "
           WS-COUNT-REFUSED " REFUSED (STEPS CHANGED)"

      *> RETURN CODE FOR THE JOB STREAM: 0 CLEAN, 4 WHEN ANY
      *> WORKSHEET LINE WAS REJECTED OR REFUSED, 16 WHEN THE MASTER
      *> WOULD NOT OPEN
       IF WS-COUNT-BAD > 0 OR WS-COUNT-REFUSED > 0 THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF

       STOP RUN.

       LOAD-ONE-RECIPE.
       *> EDITS ONE WORKSHEET LINE AND PUTS IT ON THE MASTER. EVERY
       *> STEP MUST BE ONE CIPHER CAN RUN BOTH WAYS, AND A SHIFT STEP
       *> THAT COMES BACK ROUND TO ITSELF (A MULTIPLE OF 26) IS
       *> REFUSED - IT WOULD LOOK LIKE A STAGE OF ENCIPHERMENT AND
       *> DO NOTHING. WHETHER EACH KEY ID AND ALPHABET NAME IS USABLE,
       *> AND WHETHER IT BELONGS TO THE OFFICE SENDING THE TRAFFIC,
       *> IS CIPHER'S CHECK AT RUN TIME, THE SAME AS FOR MODES V AND
       *> M. A BAD LINE IS REPORTED AND SKIPPED SO ONE TYPO CANNOT
       *> SPOIL THE WHOLE LOAD.
           MOVE "Y" TO WS-STEPS-OK
           MOVE "N" TO WS-STEPS-ENDED
           MOVE 0 TO WS-STEP-COUNT
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 5
               PERFORM EDIT-ONE-STEP
           END-PERFORM
           IF RS-NAME = SPACES
                   OR WS-STEP-COUNT = 0
                   OR WS-STEPS-OK = "N"
                   OR RS-EFF-DATE IS NOT NUMERIC
                   OR RS-EXP-DATE IS NOT NUMERIC
                   OR (RS-STATUS NOT = "A" AND
                       RS-STATUS NOT = "I") THEN
               ADD 1 TO WS-COUNT-BAD
               DISPLAY "BAD RECIPE ENTRY SKIPPED: " RS-NAME
           ELSE
               MOVE RCPSEQ-RECORD TO RECIPE-MASTER-REC
               MOVE FUNCTION UPPER-CASE (RS-NAME) TO RC-NAME
      *> RECIPE AND ALPHABET NAMES RESOLVE UPPER-CASED ON THEIR
      *> MASTERS, SO THEY ARE HELD THAT WAY HERE TOO. KEY IDS ARE
      *> KEPT EXACTLY AS THE KEY MASTER HOLDS THEM.
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 5
                   MOVE FUNCTION UPPER-CASE (RS-STEP-TYPE (WS-STEP-IDX))
                       TO RC-STEP-TYPE (WS-STEP-IDX)
                   IF RC-STEP-TYPE (WS-STEP-IDX) = "M" THEN
                       MOVE FUNCTION UPPER-CASE
                           (RS-STEP-NAME (WS-STEP-IDX))
                           TO RC-STEP-NAME (WS-STEP-IDX)
                   END-IF
                   IF RC-STEP-TYPE (WS-STEP-IDX) NOT = "E" THEN
                       MOVE 0 TO RC-STEP-SHIFT (WS-STEP-IDX)
                   END-IF
               END-PERFORM
               WRITE RECIPE-MASTER-REC
                   INVALID KEY PERFORM REPLACE-ONE-RECIPE
                   NOT INVALID KEY ADD 1 TO WS-COUNT-ADDED
               END-WRITE
           END-IF.

       EDIT-ONE-STEP.
       *> ONE STEP OF THE WORKSHEET LINE. A BLANK STEP ENDS THE
       *> RECIPE; A STEP AFTER IT WOULD BE SILENTLY SKIPPED BY CIPHER,
       *> SO IT IS AN ERROR RATHER THAN IGNORED.
           MOVE FUNCTION UPPER-CASE (RS-STEP-TYPE (WS-STEP-IDX))
               TO WS-STEP-TYPE
           EVALUATE TRUE
               WHEN WS-STEP-TYPE = SPACE
                   MOVE "Y" TO WS-STEPS-ENDED
               WHEN WS-STEPS-ENDED = "Y"
                   MOVE "N" TO WS-STEPS-OK
               WHEN WS-STEP-TYPE = "E"
                   ADD 1 TO WS-STEP-COUNT
                   IF RS-STEP-SHIFT (WS-STEP-IDX) IS NOT NUMERIC THEN
                       MOVE "N" TO WS-STEPS-OK
                   ELSE
                       IF FUNCTION MOD (RS-STEP-SHIFT (WS-STEP-IDX), 26)
                               = 0 THEN
                           MOVE "N" TO WS-STEPS-OK
                       END-IF
                   END-IF
               WHEN WS-STEP-TYPE = "V" OR WS-STEP-TYPE = "M"
                   ADD 1 TO WS-STEP-COUNT
                   IF RS-STEP-NAME (WS-STEP-IDX) = SPACES THEN
                       MOVE "N" TO WS-STEPS-OK
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-STEPS-OK
           END-EVALUATE.

       REPLACE-ONE-RECIPE.
       *> THE NAME IS ALREADY ON THE MASTER - REPLACE IT WITH THE
       *> WORKSHEET'S VERSION, PROVIDED THE STEPS ARE THE SAME ONES
       *> (SEE THE PROGRAM BANNER). DRIVEN OFF THE FILE STATUS SO
       *> EVERY FAILURE IS COUNTED AND REPORTED, NOT JUST THE
       *> INVALID-KEY KIND.
           MOVE RECIPE-MASTER-REC TO WS-NEW-RECIPE
           READ RECIPE-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF WS-RC-STATUS NOT = "00" THEN
               ADD 1 TO WS-COUNT-BAD
               DISPLAY "CANNOT READ RECIPE " RC-NAME
                   ", STATUS " WS-RC-STATUS
           ELSE
      *> THE FIVE STEPS SIT BETWEEN THE NAME AND THE DATES
               IF RECIPE-MASTER-REC (9:65)
                       NOT = WS-NEW-RECIPE (9:65) THEN
                   ADD 1 TO WS-COUNT-REFUSED
                   DISPLAY "RECIPE " RC-NAME " ALREADY ON THE MASTER "
                       "WITH OTHER STEPS - NOT CHANGED, LOAD THE NEW "
                       "STEPS UNDER A NEW NAME"
               ELSE
                   MOVE WS-NEW-RECIPE TO RECIPE-MASTER-REC
                   REWRITE RECIPE-MASTER-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF WS-RC-STATUS = "00" THEN
                       ADD 1 TO WS-COUNT-REPLACED
                   ELSE
                       ADD 1 TO WS-COUNT-BAD
                       DISPLAY "CANNOT REPLACE RECIPE " RC-NAME
                           ", STATUS " WS-RC-STATUS
                   END-IF
               END-IF
           END-IF.
       END PROGRAM RCPLOAD.
