       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPTRIAGE.
       *> CIPHER IDENTIFICATION AND TRIAGE FOR UNLABELLED TRAFFIC. AN
       *> OFFICE THAT HAS CIPHERTEXT BUT DOES NOT KNOW WHAT MADE IT
       *> SENDS TRIAGE.IN - A TRANS FILE IN EVERY RESPECT (HEADER,
       *> TRANSACTIONS, TRAILER) EXCEPT THAT THE MODE COLUMN IS LEFT
       *> BLANK. EACH MESSAGE'S LETTER STATISTICS ARE MEASURED AGAINST
       *> THE SAME ENGLISH FREQUENCY FIGURES VSOLVE HOLDS:
       *>   INDEX OF COINCIDENCE - ENGLISH, AND ANY ONE-ALPHABET
       *>   CIPHER OF IT, KEEPS ITS LUMPY LETTER DISTRIBUTION (ABOUT
       *>   0.066); A KEYWORD CIPHER FLATTENS IT TOWARD 0.038.
       *>   BEST CAESAR FIT - THE SHIFT WHOSE DECRYPTION SITS CLOSEST
       *>   TO ENGLISH (CHI-SQUARED), AND HOW FAR AHEAD OF THE
       *>   RUNNER-UP IT IS.
       *>   PERIOD - THE SHORTEST KEYWORD LENGTH WHOSE SLOTS EACH
       *>   LOOK LIKE ONE CAESAR STREAM AND WHOSE SLOT-BY-SLOT
       *>   DECRYPTION READS AS ENGLISH.
       *> EACH MESSAGE IS CALLED PLAINTEXT, CAESAR, PERIODIC KEYWORD
       *> OR MONOALPHABETIC SUBSTITUTION, WITH A CONFIDENCE OF HIGH,
       *> MEDIUM OR LOW. WHAT CAN BE RUN GOES TO TRIAGE.TRN, A READY-
       *> TO-RUN TRANS FILE UNDER THE INTAKE'S OWN HEADER:
       *>   CAESAR        MODE D WITH THE SHIFT FOUND HERE (MODE S
       *>                 WITHOUT A CRIB ONLY DISPLAYS CANDIDATES)
       *>   KEYWORD       MODE K, NO CRIB - VSOLVE RECOVERS THE KEY
       *>   SUBSTITUTION  MODE N UNDER THE OFFICE'S ALPHABET, WHEN THE
       *>                 OFFICE MASTER ASSIGNS IT EXACTLY ONE
       *> A LOW-CONFIDENCE CALL, A SUBSTITUTION WITH NO SINGLE
       *> ALPHABET TO TRY, OR A MODE THE OFFICE MAY NOT USE IS HELD
       *> FOR A PERSON TO LOOK AT, NOT PUT IN THE BATCH. PLAINTEXT
       *> NEEDS NO DECIPHERING AND GOES BACK TO THE OFFICE. TRIAGE.RPT
       *> SHOWS THE SCORES BEHIND EVERY CALL.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INTAKE-FILE ASSIGN TO "TRIAGE.IN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIAGE-TRANS ASSIGN TO "TRIAGE.TRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIAGE-REPORT ASSIGN TO "TRIAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OFFICE-MASTER ASSIGN TO "OFFMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OFFICE
               FILE STATUS IS WS-OM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-FILE.
       *> SAME SHAPE AS CIPHER'S TRANS-FILE - SEE THE FD THERE. ONLY
       *> THE MESSAGE, CONTINUATION FLAG, DOCUMENT REFERENCE AND
       *> PRECEDENCE ARE TAKEN FROM A TRANSACTION LINE; WHATEVER IS IN
       *> THE MODE, SHIFT AND CRIB COLUMNS IS IGNORED.
       01  INTAKE-RECORD.
           05 	IN-MODE 	PIC X(1).
           05 	IN-MESSAGE 	PIC X(50).
           05 	IN-CONT-FLAG 	PIC X(1).
           05 	IN-SHIFT 	PIC X(4).
           05 	IN-CRIB 	PIC X(20).
           05 	IN-DOC-REF 	PIC X(12).
           05 	IN-RESUB 	PIC X(1).
           05 	IN-FILE-FLAG 	PIC X(1).
           05 	IN-PREC 	PIC X(1).
       01  INTAKE-HEADER-REC.
           05 	IH-REC-TYPE 	PIC X(1).
           05 	IH-BATCH-ID 	PIC X(8).
           05 	IH-CREATE-DATE 	PIC X(8).
           05 	IH-OFFICE 	PIC X(10).
           05 	FILLER 		PIC X(64).
       01  INTAKE-TRAILER-REC.
           05 	IT-REC-TYPE 	PIC X(1).
           05 	IT-TX-COUNT 	PIC X(6).
           05 	FILLER 		PIC X(84).

       FD  TRIAGE-TRANS.
       *> A TRANS FILE READY FOR THE NEXT MANIFEST - SAME RECORD AS
       *> CIPHER'S TRANS-FILE
       01  TRIAGE-TRANS-REC.
           05 	TT-MODE 	PIC X(1).
           05 	TT-MESSAGE 	PIC X(50).
           05 	TT-CONT-FLAG 	PIC X(1).
           05 	TT-SHIFT 	PIC S9(3) SIGN LEADING SEPARATE.
           05 	TT-CRIB 	PIC X(20).
           05 	TT-DOC-REF 	PIC X(12).
           05 	TT-RESUB 	PIC X(1).
           05 	TT-FILE-FLAG 	PIC X(1).
           05 	TT-PREC 	PIC X(1).
       01  TRIAGE-TRAILER-REC.
           05 	TT-TRL-TYPE 	PIC X(1).
           05 	TT-TRL-COUNT 	PIC 9(6).
           05 	FILLER 		PIC X(84).

       FD  TRIAGE-REPORT.
       01  TRIAGE-LINE 	PIC X(132).

       FD  OFFICE-MASTER.
       *> SAME RECORD AS THE OFFICE-MASTER FD IN CIPHER
       01  OFFICE-MASTER-REC.
           05 	OM-OFFICE 	PIC X(10).
           05 	OM-NAME 	PIC X(30).
           05 	OM-MODES 	PIC X(10).
           05 	OM-KEY-IDS.
               10 	OM-KEY-ID 	PIC X(8) OCCURS 10 TIMES.
           05 	OM-ALPHAS.
               10 	OM-ALPHA 	PIC X(8) OCCURS 5 TIMES.
           05 	OM-STATUS 	PIC X(1).

       WORKING-STORAGE SECTION.
       01 	WS-EOF		PIC X VALUE "N".
           88 	END-OF-INTAKE		VALUE "Y".
       01 	WS-OM-STATUS	PIC X(2).
       01 	WS-TIMESTAMP	PIC X(21).
       01 	WS-HDR-PRESENT	PIC X(1) VALUE "N".
       01 	WS-TRL-PRESENT	PIC X(1) VALUE "N".
       01 	WS-TRL-EXPECTED	PIC 9(6) VALUE 0.
       01 	WS-HEADER-SAVE	PIC X(91).
       01 	WS-OFFICE-OK	PIC X(1) VALUE "N".
           88 	OFFICE-REGISTERED	VALUE "Y".
       01 	WS-OFFICE-ALPHA	PIC X(8) VALUE SPACES.
      *>  THE OFFICE'S ALPHABET NAME WHEN THE OFFICE MASTER ASSIGNS IT
      *>  EXACTLY ONE, ELSE SPACES
       01 	WS-ALPHA-CNT	PIC 9(1).
       01 	WS-ALPHA-IDX	PIC 9(1).

      *> THE MESSAGE BEING GATHERED - UP TO THREE 50-CHARACTER LINES,
      *> THE SAME 150-CHARACTER CAP CIPHER WORKS TO
       01 	WS-IN-MESSAGE	PIC X(1) VALUE "N".
           88 	MESSAGE-OPEN		VALUE "Y".
       01 	WS-LONG-TEXT	PIC X(150).
       01 	WS-SEG-COUNT	PIC 9(2).
       01 	WS-SEG-IDX	PIC 9(2).
       01 	WS-SEG-START	PIC 9(3).
       01 	WS-OVERLONG	PIC X(1).
       01 	WS-MSG-DOC-REF	PIC X(12).
       01 	WS-MSG-PREC	PIC X(1).
       01 	WS-MSG-POS	PIC 9(5) VALUE 0.
      *>  MESSAGE NUMBER WITHIN THE INTAKE FILE, FOR THE REPORT

      *> LETTER STATISTICS
       01 	WS-UPPER-TEXT	PIC X(150).
       01 	WS-ONE-CHAR	PIC X(1).
       01 	WS-CHAR-NUM	PIC 9(3).
       01 	WS-ORD-A	PIC 9(3).
       01 	WS-ORD-Z	PIC 9(3).
       01 	WS-CHAR-IDX	PIC 9(3).
       01 	WS-NLTR		PIC 9(3).
       01 	WS-LTR-TABLE.
           05 	WS-LTR-VAL	PIC 9(2) OCCURS 150 TIMES.
      *>  0-25 VALUE OF EACH LETTER IN ORDER, NON-LETTERS SKIPPED -
      *>  THE SAME POSITIONS THAT CONSUME A KEYWORD LETTER
       01 	WS-ENG-FREQ-VALUES.
      *>  ENGLISH LETTER FREQUENCIES PER MILLE, A THROUGH Z - THE
      *>  SAME FIGURES AS VSOLVE'S ENG-FREQ TABLE IN CIPHER. KEEP THE
      *>  TWO IN STEP.
           05 	FILLER		PIC 9(3) VALUE 082.
           05 	FILLER		PIC 9(3) VALUE 015.
           05 	FILLER		PIC 9(3) VALUE 028.
           05 	FILLER		PIC 9(3) VALUE 043.
           05 	FILLER		PIC 9(3) VALUE 127.
           05 	FILLER		PIC 9(3) VALUE 022.
           05 	FILLER		PIC 9(3) VALUE 020.
           05 	FILLER		PIC 9(3) VALUE 061.
           05 	FILLER		PIC 9(3) VALUE 070.
           05 	FILLER		PIC 9(3) VALUE 002.
           05 	FILLER		PIC 9(3) VALUE 008.
           05 	FILLER		PIC 9(3) VALUE 040.
           05 	FILLER		PIC 9(3) VALUE 024.
           05 	FILLER		PIC 9(3) VALUE 067.
           05 	FILLER		PIC 9(3) VALUE 075.
           05 	FILLER		PIC 9(3) VALUE 019.
           05 	FILLER		PIC 9(3) VALUE 001.
           05 	FILLER		PIC 9(3) VALUE 060.
           05 	FILLER		PIC 9(3) VALUE 063.
           05 	FILLER		PIC 9(3) VALUE 091.
           05 	FILLER		PIC 9(3) VALUE 028.
           05 	FILLER		PIC 9(3) VALUE 010.
           05 	FILLER		PIC 9(3) VALUE 024.
           05 	FILLER		PIC 9(3) VALUE 002.
           05 	FILLER		PIC 9(3) VALUE 020.
           05 	FILLER		PIC 9(3) VALUE 001.
       01 	WS-ENG-FREQ-TABLE REDEFINES WS-ENG-FREQ-VALUES.
           05 	WS-ENG-FREQ	PIC 9(3) OCCURS 26 TIMES.
       01 	WS-CNT-TABLE.
           05 	WS-CNT		PIC 9(3) OCCURS 26 TIMES.
      *>  LETTER COUNTS OF WHATEVER IS BEING SCORED - THE WHOLE
      *>  MESSAGE, ONE KEYWORD SLOT, OR A TRIAL DECRYPTION
       01 	WS-CNT-N	PIC 9(3).
       01 	WS-L-IDX	PIC 9(2).
       01 	WS-C-IDX	PIC 9(2).
       01 	WS-PAIR-SUM	PIC 9(7).
       01 	WS-IC		PIC 9(5)V9(2).
      *>  INDEX OF COINCIDENCE SCALED BY TEN THOUSAND, AS IN VSOLVE
       01 	WS-MSG-IC	PIC 9(5)V9(2).
       01 	WS-K-SHIFT	PIC 9(2).
       01 	WS-EXP-CNT	PIC 9(3)V9(4).
       01 	WS-DIFF-CNT	PIC S9(4)V9(4).
       01 	WS-CHI		PIC 9(9)V9(2).
       01 	WS-BEST-CHI	PIC 9(9)V9(2).
       01 	WS-NEXT-CHI	PIC 9(9)V9(2).
       01 	WS-BEST-SHIFT	PIC 9(2).
       01 	WS-CAESAR-CHI	PIC 9(9)V9(2).
       01 	WS-CAESAR-NEXT	PIC 9(9)V9(2).
       01 	WS-CAESAR-SHIFT	PIC 9(2).
       01 	WS-TRY-LEN	PIC 9(2).
       01 	WS-SLOT-IDX	PIC 9(2).
       01 	WS-TOTAL-IC	PIC 9(7)V9(2).
       01 	WS-AVG-IC	PIC 9(5)V9(2).
       01 	WS-SLOT-SHIFTS.
           05 	WS-SLOT-SHIFT	PIC 9(2) OCCURS 20 TIMES.
       01 	WS-PERIOD	PIC 9(2).
       01 	WS-PERIOD-CHI	PIC 9(9)V9(2).
       01 	WS-PERIOD-IC	PIC 9(5)V9(2).
       01 	WS-PER-SLOT	PIC 9(3).

      *> CALL THRESHOLDS, SETTLED AGAINST SAMPLE OFFICE TRAFFIC.
      *> CHI-SQUARED IS AGAINST THE PER-MILLE TABLE ABOVE; IC IS
      *> SCALED BY TEN THOUSAND.
       01 	WS-MIN-LETTERS	PIC 9(3) VALUE 20.
      *>  FEWER LETTERS THAN THIS AND NO STATISTIC MEANS ANYTHING
       01 	WS-CAESAR-LIMIT	PIC 9(3) VALUE 60.
      *>  BEST-SHIFT CHI AT OR UNDER THIS READS AS ENGLISH
       01 	WS-CAESAR-SURE	PIC 9(3) VALUE 40.
       01 	WS-MONO-IC	PIC 9(3) VALUE 540.
      *>  WHOLE-MESSAGE IC AT OR OVER THIS IS ONE-ALPHABET TEXT
       01 	WS-MONO-SURE-IC	PIC 9(3) VALUE 600.
       01 	WS-SUBST-MIN-IC	PIC 9(3) VALUE 470.
      *>  BELOW THIS, AND WITH NO PERIOD FOUND, NOTHING IS CALLED
       01 	WS-SLOT-IC-MIN	PIC 9(3) VALUE 560.
      *>  A KEYWORD SLOT MUST AVERAGE THIS TO COUNT AS ONE STREAM
       01 	WS-POLY-SURE-IC	PIC 9(3) VALUE 480.
       01 	WS-PERIOD-LIMIT	PIC 9(3) VALUE 50.
      *>  SLOT-BY-SLOT DECRYPTION CHI AT OR UNDER THIS READS AS ENGLISH

       01 	WS-CALL		PIC X(12).
      *>  PLAINTEXT, CAESAR, KEYWORD, SUBSTITUTION OR UNCLASSIFIED
       01 	WS-CONFIDENCE	PIC X(6).
       01 	WS-TX-MODE	PIC X(1).
       01 	WS-TX-SHIFT	PIC S9(3).
       01 	WS-TX-CRIB	PIC X(20).
       01 	WS-DISPOSITION	PIC X(40).
       01 	WS-AUTH-CNT	PIC 9(2).

       01 	WS-COUNT-MSGS	PIC 9(5) VALUE 0.
       01 	WS-COUNT-BATCHED PIC 9(5) VALUE 0.
       01 	WS-COUNT-PERSON	PIC 9(5) VALUE 0.
       01 	WS-COUNT-PLAIN	PIC 9(5) VALUE 0.
       01 	WS-COUNT-CAESAR	PIC 9(5) VALUE 0.
       01 	WS-COUNT-KEYWORD PIC 9(5) VALUE 0.
       01 	WS-COUNT-SUBST	PIC 9(5) VALUE 0.
       01 	WS-COUNT-UNCL	PIC 9(5) VALUE 0.
       01 	WS-TRN-COUNT	PIC 9(6) VALUE 0.
       01 	WS-COUNT-EDIT	PIC ZZZZ9.
       01 	WS-NLTR-EDIT	PIC ZZ9.
       01 	WS-IC-EDIT	PIC 9.9999.
       01 	WS-CHI-EDIT	PIC ZZZZ9.9.
       01 	WS-NEXT-EDIT	PIC ZZZZ9.9.
       01 	WS-SHIFT-EDIT	PIC Z9.
       01 	WS-PERIOD-EDIT	PIC Z9.
       01 	WS-POS-EDIT	PIC ZZZZ9.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       MOVE FUNCTION ORD ("A") TO WS-ORD-A
       MOVE FUNCTION ORD ("Z") TO WS-ORD-Z

       OPEN INPUT INTAKE-FILE
       READ INTAKE-FILE
           AT END MOVE "Y" TO WS-EOF
       END-READ
       IF END-OF-INTAKE OR IH-REC-TYPE NOT = "H" THEN
      *> NO HEADER, NO OFFICE - AND NOTHING CIPHER WOULD ACCEPT
           DISPLAY "TRIAGE.IN MISSING, EMPTY OR WITHOUT A HEADER - "
               "NOTHING TRIAGED"
           CLOSE INTAKE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "Y" TO WS-HDR-PRESENT
       MOVE INTAKE-RECORD TO WS-HEADER-SAVE

       OPEN INPUT OFFICE-MASTER
       PERFORM OFFICE-LOOKUP
       CLOSE OFFICE-MASTER

       OPEN OUTPUT TRIAGE-TRANS
       OPEN OUTPUT TRIAGE-REPORT
       PERFORM WRITE-REPORT-HEADER
      *> THE INTAKE'S OWN HEADER GOES ON THE TRANS FILE UNCHANGED, SO
      *> THE BATCH KEEPS THE OFFICE'S BATCH ID AND ITS PLACE IN THE
      *> OFFICE'S BATCH NUMBERING ON THE BATCH REGISTER
       MOVE WS-HEADER-SAVE TO TRIAGE-TRANS-REC
       WRITE TRIAGE-TRANS-REC

       PERFORM UNTIL END-OF-INTAKE
           READ INTAKE-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM NOTE-INTAKE-LINE
           END-READ
       END-PERFORM
       CLOSE INTAKE-FILE

       IF MESSAGE-OPEN THEN
      *> THE LAST MESSAGE'S CONTINUATION CHAIN NEVER ENDED - THE FILE
      *> WAS CUT SHORT, SO WHAT ARRIVED IS TRIAGED BUT HELD
           MOVE "Y" TO WS-OVERLONG
           PERFORM TRIAGE-ONE-MESSAGE
       END-IF

       MOVE SPACES TO TRIAGE-TRAILER-REC
       MOVE "T" TO TT-TRL-TYPE
       MOVE WS-TRN-COUNT TO TT-TRL-COUNT
       WRITE TRIAGE-TRAILER-REC
       CLOSE TRIAGE-TRANS

       PERFORM WRITE-TOTALS
       CLOSE TRIAGE-REPORT

       DISPLAY "CIPTRIAGE DONE: " WS-COUNT-MSGS " MESSAGE(S), "
           WS-COUNT-BATCHED " TO TRIAGE.TRN, " WS-COUNT-PERSON
           " HELD FOR A PERSON - SEE TRIAGE.RPT"

      *> RETURN CODE FOR THE JOB STREAM: 4 WHEN ANYTHING WAS HELD FOR
      *> A PERSON OR THE INTAKE'S TRAILER DID NOT BALANCE, 0 CLEAN,
      *> 16 WHEN THERE WAS NO INTAKE TO TRIAGE
       IF WS-COUNT-PERSON > 0 OR WS-TRL-PRESENT = "N"
               OR WS-TRL-EXPECTED NOT = WS-COUNT-MSGS THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF

       STOP RUN.

       OFFICE-LOOKUP.
       *> THE INTAKE HEADER'S OFFICE AGAINST THE OFFICE MASTER, AS IN
       *> CIPHER. ALSO NOTES THE OFFICE'S ALPHABET WHEN IT HAS EXACTLY
       *> ONE - THE ONLY CASE WHERE A SUBSTITUTION CAN BE TRIED
       *> WITHOUT SOMEONE CHOOSING THE ALPHABET.
           MOVE "N" TO WS-OFFICE-OK
           MOVE SPACES TO WS-OFFICE-ALPHA
           IF IH-OFFICE NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE (IH-OFFICE) TO OM-OFFICE
               READ OFFICE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-OM-STATUS = "00" AND OM-STATUS = "A" THEN
                   MOVE "Y" TO WS-OFFICE-OK
               END-IF
           END-IF
           IF OFFICE-REGISTERED THEN
               MOVE 0 TO WS-ALPHA-CNT
               PERFORM VARYING WS-ALPHA-IDX FROM 1 BY 1
                       UNTIL WS-ALPHA-IDX > 5
                   IF OM-ALPHA (WS-ALPHA-IDX) NOT = SPACES THEN
                       ADD 1 TO WS-ALPHA-CNT
                       MOVE OM-ALPHA (WS-ALPHA-IDX) TO WS-OFFICE-ALPHA
                   END-IF
               END-PERFORM
               IF WS-ALPHA-CNT NOT = 1 THEN
                   MOVE SPACES TO WS-OFFICE-ALPHA
               END-IF
           ELSE
               DISPLAY "OFFICE " IH-OFFICE " NOT REGISTERED - EVERY "
                   "MESSAGE WILL BE HELD"
           END-IF.

       NOTE-INTAKE-LINE.
       *> ONE INTAKE LINE. A TRAILER IS NOTED FOR THE BALANCE CHECK;
       *> ANY OTHER LINE IS PART OF A MESSAGE, WHICH IS TRIAGED WHEN
       *> ITS LAST LINE (NO CONTINUATION FLAG) ARRIVES. A FOURTH AND
       *> LATER LINE IS COUNTED BUT NOT KEPT - THE MESSAGE IS OVER
       *> CIPHER'S 150-CHARACTER CAP AND IS HELD.
           EVALUATE TRUE
               WHEN IT-REC-TYPE = "T"
                   MOVE "Y" TO WS-TRL-PRESENT
                   IF IT-TX-COUNT IS NUMERIC THEN
                       MOVE IT-TX-COUNT TO WS-TRL-EXPECTED
                   END-IF
               WHEN IH-REC-TYPE = "H"
                   DISPLAY "EXTRA HEADER IGNORED: " INTAKE-RECORD (1:27)
               WHEN OTHER
                   IF NOT MESSAGE-OPEN THEN
                       MOVE "Y" TO WS-IN-MESSAGE
                       MOVE SPACES TO WS-LONG-TEXT
                       MOVE 0 TO WS-SEG-COUNT
                       MOVE "N" TO WS-OVERLONG
                       MOVE IN-DOC-REF TO WS-MSG-DOC-REF
                       MOVE IN-PREC TO WS-MSG-PREC
                   END-IF
                   ADD 1 TO WS-SEG-COUNT
                   IF WS-SEG-COUNT > 3 THEN
                       MOVE "Y" TO WS-OVERLONG
                   ELSE
                       COMPUTE WS-SEG-START =
                           ((WS-SEG-COUNT - 1) * 50) + 1
                       MOVE IN-MESSAGE
                           TO WS-LONG-TEXT (WS-SEG-START:50)
                   END-IF
                   IF IN-CONT-FLAG NOT = "Y" THEN
                       PERFORM TRIAGE-ONE-MESSAGE
                   END-IF
           END-EVALUATE.

       TRIAGE-ONE-MESSAGE.
       *> SCORES, CALLS AND DISPOSES OF ONE GATHERED MESSAGE
           MOVE "N" TO WS-IN-MESSAGE
           ADD 1 TO WS-COUNT-MSGS
           ADD 1 TO WS-MSG-POS
           IF WS-SEG-COUNT > 3 THEN
               MOVE 3 TO WS-SEG-COUNT
           END-IF
           PERFORM COUNT-LETTERS
           PERFORM CLASSIFY-MESSAGE
           PERFORM CHOOSE-DISPOSITION
           IF WS-TX-MODE NOT = SPACE THEN
               PERFORM WRITE-TRANSACTION
               ADD 1 TO WS-COUNT-BATCHED
           END-IF
           PERFORM WRITE-TRIAGE-DETAIL.

       COUNT-LETTERS.
       *> PULLS THE MESSAGE'S LETTERS OUT IN ORDER, UPPER AND LOWER
       *> CASE ALIKE, AND TAKES THE WHOLE-MESSAGE COUNTS AND IC
           MOVE FUNCTION UPPER-CASE (WS-LONG-TEXT) TO WS-UPPER-TEXT
           MOVE 0 TO WS-NLTR
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 150
               MOVE WS-UPPER-TEXT (WS-CHAR-IDX:1) TO WS-ONE-CHAR
               MOVE FUNCTION ORD (WS-ONE-CHAR) TO WS-CHAR-NUM
               IF WS-CHAR-NUM >= WS-ORD-A AND WS-CHAR-NUM <= WS-ORD-Z
                       THEN
                   ADD 1 TO WS-NLTR
                   COMPUTE WS-LTR-VAL (WS-NLTR) = WS-CHAR-NUM - WS-ORD-A
               END-IF
           END-PERFORM
           PERFORM CLEAR-COUNTS
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-NLTR
               COMPUTE WS-C-IDX = WS-LTR-VAL (WS-CHAR-IDX) + 1
               ADD 1 TO WS-CNT (WS-C-IDX)
               ADD 1 TO WS-CNT-N
           END-PERFORM
           MOVE 0 TO WS-MSG-IC
           IF WS-NLTR > 1 THEN
               PERFORM SCORE-COUNTS-IC
               MOVE WS-IC TO WS-MSG-IC
           END-IF.

       CLASSIFY-MESSAGE.
       *> THE CALL, IN ORDER:
       *>  1 TOO FEW LETTERS - UNCLASSIFIED, LOW
       *>  2 ONE SHIFT READS AS ENGLISH AND CLEARLY BEATS THE RUNNER-
       *>    UP - PLAINTEXT AT SHIFT 0, ELSE CAESAR
       *>  3 ONE-ALPHABET IC BUT NO SHIFT FITS - SUBSTITUTION
       *>  4 A PERIOD WHOSE SLOTS DECRYPT TO ENGLISH - KEYWORD
       *>  5 NONE OF THOSE - SUBSTITUTION AT LOW CONFIDENCE IF THE IC
       *>    IS STILL FAIRLY LUMPY, ELSE UNCLASSIFIED
       *> SHORT MESSAGES SWING THE IC A LONG WAY, WHICH IS WHY THE
       *> CAESAR TEST COMES FIRST AND DOES NOT LOOK AT THE IC.
           MOVE 0 TO WS-CAESAR-CHI
           MOVE 0 TO WS-CAESAR-NEXT
           MOVE 0 TO WS-CAESAR-SHIFT
           MOVE 0 TO WS-PERIOD
           MOVE 0 TO WS-PERIOD-CHI
           MOVE 0 TO WS-PERIOD-IC
           IF WS-NLTR < WS-MIN-LETTERS THEN
               MOVE "UNCLASSIFIED" TO WS-CALL
               MOVE "LOW" TO WS-CONFIDENCE
           ELSE
               PERFORM BEST-SHIFT-FOR-COUNTS
               MOVE WS-BEST-CHI TO WS-CAESAR-CHI
               MOVE WS-NEXT-CHI TO WS-CAESAR-NEXT
               MOVE WS-BEST-SHIFT TO WS-CAESAR-SHIFT
               EVALUATE TRUE
                   WHEN WS-CAESAR-CHI <= WS-CAESAR-LIMIT
                           AND WS-CAESAR-NEXT >= WS-CAESAR-CHI * 2
                       IF WS-CAESAR-SHIFT = 0 THEN
                           MOVE "PLAINTEXT" TO WS-CALL
                       ELSE
                           MOVE "CAESAR" TO WS-CALL
                       END-IF
                       IF WS-NLTR >= 40
                               AND WS-CAESAR-CHI <= WS-CAESAR-SURE THEN
                           MOVE "HIGH" TO WS-CONFIDENCE
                       ELSE
                           MOVE "MEDIUM" TO WS-CONFIDENCE
                       END-IF
                   WHEN WS-MSG-IC >= WS-MONO-IC
                       MOVE "SUBSTITUTION" TO WS-CALL
                       IF WS-MSG-IC >= WS-MONO-SURE-IC
                               AND WS-NLTR >= 60 THEN
                           MOVE "HIGH" TO WS-CONFIDENCE
                       ELSE
                           MOVE "MEDIUM" TO WS-CONFIDENCE
                       END-IF
                   WHEN OTHER
                       PERFORM FIND-PERIOD
                       EVALUATE TRUE
                           WHEN WS-PERIOD > 0
                               MOVE "KEYWORD" TO WS-CALL
                               COMPUTE WS-PER-SLOT = WS-NLTR / WS-PERIOD
                               EVALUATE TRUE
                                   WHEN WS-PER-SLOT >= 15
                                       AND WS-MSG-IC < WS-POLY-SURE-IC
                                       MOVE "HIGH" TO WS-CONFIDENCE
                                   WHEN WS-PER-SLOT >= 8
                                       MOVE "MEDIUM" TO WS-CONFIDENCE
                                   WHEN OTHER
                                       MOVE "LOW" TO WS-CONFIDENCE
                               END-EVALUATE
                           WHEN WS-MSG-IC >= WS-SUBST-MIN-IC
                               MOVE "SUBSTITUTION" TO WS-CALL
                               MOVE "LOW" TO WS-CONFIDENCE
                           WHEN OTHER
                               MOVE "UNCLASSIFIED" TO WS-CALL
                               MOVE "LOW" TO WS-CONFIDENCE
                       END-EVALUATE
               END-EVALUATE
           END-IF
           EVALUATE WS-CALL
               WHEN "PLAINTEXT"
                   ADD 1 TO WS-COUNT-PLAIN
               WHEN "CAESAR"
                   ADD 1 TO WS-COUNT-CAESAR
               WHEN "KEYWORD"
                   ADD 1 TO WS-COUNT-KEYWORD
               WHEN "SUBSTITUTION"
                   ADD 1 TO WS-COUNT-SUBST
               WHEN OTHER
                   ADD 1 TO WS-COUNT-UNCL
           END-EVALUATE.

       FIND-PERIOD.
       *> SHORTEST KEYWORD LENGTH FROM 2 TO 20 THAT PASSES BOTH TESTS:
       *> ITS SLOTS AVERAGE A ONE-STREAM IC, AS IN VSOLVE, AND GIVING
       *> EACH SLOT ITS BEST CAESAR SHIFT DECRYPTS THE WHOLE MESSAGE
       *> TO SOMETHING CLEARLY NEARER ENGLISH THAN ANY SINGLE SHIFT
       *> DID. AT LEAST FIVE LETTERS PER SLOT ARE NEEDED - THINNER
       *> SLOTS FIT ANY SHIFT BY CHANCE. WS-PERIOD STAYS 0 WHEN NO
       *> LENGTH QUALIFIES.
           PERFORM VARYING WS-TRY-LEN FROM 2 BY 1
                   UNTIL WS-TRY-LEN > 20 OR WS-PERIOD > 0
                   OR WS-NLTR < WS-TRY-LEN * 5
               MOVE 0 TO WS-TOTAL-IC
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > WS-TRY-LEN
                   PERFORM COUNT-ONE-SLOT
                   PERFORM SCORE-COUNTS-IC
                   ADD WS-IC TO WS-TOTAL-IC
                   PERFORM BEST-SHIFT-FOR-COUNTS
                   MOVE WS-BEST-SHIFT TO WS-SLOT-SHIFT (WS-SLOT-IDX)
               END-PERFORM
               COMPUTE WS-AVG-IC = WS-TOTAL-IC / WS-TRY-LEN
               IF WS-AVG-IC >= WS-SLOT-IC-MIN THEN
                   PERFORM COUNT-TRIAL-DECRYPT
                   MOVE 0 TO WS-K-SHIFT
                   PERFORM CHI-FOR-SHIFT
                   IF WS-CHI <= WS-PERIOD-LIMIT
                           AND WS-CHI * 3 <= WS-CAESAR-CHI THEN
                       MOVE WS-TRY-LEN TO WS-PERIOD
                       MOVE WS-CHI TO WS-PERIOD-CHI
                       MOVE WS-AVG-IC TO WS-PERIOD-IC
                   END-IF
               END-IF
           END-PERFORM.

       CLEAR-COUNTS.
           MOVE 0 TO WS-CNT-N
           PERFORM VARYING WS-L-IDX FROM 1 BY 1 UNTIL WS-L-IDX > 26
               MOVE 0 TO WS-CNT (WS-L-IDX)
           END-PERFORM.

       COUNT-ONE-SLOT.
       *> COUNTS THE LETTERS ONE KEYWORD SLOT OF THE TRIAL LENGTH
       *> ENCIPHERED
           PERFORM CLEAR-COUNTS
           PERFORM VARYING WS-CHAR-IDX FROM WS-SLOT-IDX BY WS-TRY-LEN
                   UNTIL WS-CHAR-IDX > WS-NLTR
               COMPUTE WS-C-IDX = WS-LTR-VAL (WS-CHAR-IDX) + 1
               ADD 1 TO WS-CNT (WS-C-IDX)
               ADD 1 TO WS-CNT-N
           END-PERFORM.

       COUNT-TRIAL-DECRYPT.
       *> COUNTS THE LETTERS OF THE MESSAGE AS IT WOULD READ WITH
       *> EACH SLOT TAKEN BACK BY ITS OWN BEST SHIFT
           PERFORM CLEAR-COUNTS
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-NLTR
               COMPUTE WS-SLOT-IDX =
                   FUNCTION MOD (WS-CHAR-IDX - 1, WS-TRY-LEN) + 1
               COMPUTE WS-C-IDX = FUNCTION MOD (WS-LTR-VAL (WS-CHAR-IDX)
                   - WS-SLOT-SHIFT (WS-SLOT-IDX) + 26, 26) + 1
               ADD 1 TO WS-CNT (WS-C-IDX)
               ADD 1 TO WS-CNT-N
           END-PERFORM.

       SCORE-COUNTS-IC.
       *> INDEX OF COINCIDENCE OF THE CURRENT COUNTS, SCALED BY TEN
       *> THOUSAND
           MOVE 0 TO WS-PAIR-SUM
           PERFORM VARYING WS-L-IDX FROM 1 BY 1 UNTIL WS-L-IDX > 26
               IF WS-CNT (WS-L-IDX) > 1 THEN
                   COMPUTE WS-PAIR-SUM = WS-PAIR-SUM +
                       WS-CNT (WS-L-IDX) * (WS-CNT (WS-L-IDX) - 1)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-IC
           IF WS-CNT-N > 1 THEN
               COMPUTE WS-IC = WS-PAIR-SUM * 10000
                   / (WS-CNT-N * (WS-CNT-N - 1))
           END-IF.

       BEST-SHIFT-FOR-COUNTS.
       *> THE CAESAR SHIFT WHOSE DECRYPTION OF THE CURRENT COUNTS
       *> SITS CLOSEST TO ENGLISH, WITH ITS CHI-SQUARED AND THE
       *> RUNNER-UP'S - THE SAME TEST AS VSOLVE'S SCORE-ONE-SLOT
           MOVE 0 TO WS-BEST-SHIFT
           MOVE 999999999.99 TO WS-BEST-CHI
           MOVE 999999999.99 TO WS-NEXT-CHI
           PERFORM VARYING WS-K-SHIFT FROM 0 BY 1 UNTIL WS-K-SHIFT > 25
               PERFORM CHI-FOR-SHIFT
               EVALUATE TRUE
                   WHEN WS-CHI < WS-BEST-CHI
                       MOVE WS-BEST-CHI TO WS-NEXT-CHI
                       MOVE WS-CHI TO WS-BEST-CHI
                       MOVE WS-K-SHIFT TO WS-BEST-SHIFT
                   WHEN WS-CHI < WS-NEXT-CHI
                       MOVE WS-CHI TO WS-NEXT-CHI
               END-EVALUATE
           END-PERFORM.

       CHI-FOR-SHIFT.
       *> CHI-SQUARED OF THE CURRENT COUNTS, TAKEN BACK BY WS-K-SHIFT,
       *> AGAINST THE ENGLISH TABLE
           MOVE 0 TO WS-CHI
           PERFORM VARYING WS-L-IDX FROM 1 BY 1 UNTIL WS-L-IDX > 26
               COMPUTE WS-EXP-CNT =
                   WS-CNT-N * WS-ENG-FREQ (WS-L-IDX) / 1000
               COMPUTE WS-C-IDX =
                   FUNCTION MOD (WS-L-IDX - 1 + WS-K-SHIFT, 26) + 1
               COMPUTE WS-DIFF-CNT = WS-CNT (WS-C-IDX) - WS-EXP-CNT
               COMPUTE WS-CHI = WS-CHI +
                   (WS-DIFF-CNT * WS-DIFF-CNT) / WS-EXP-CNT
           END-PERFORM.

       CHOOSE-DISPOSITION.
       *> TURNS THE CALL INTO A TRANSACTION, OR INTO THE REASON THERE
       *> IS NONE. WS-TX-MODE STAYS SPACE WHEN THE MESSAGE IS NOT
       *> BATCHED. THE MODE MUST BE ONE THE OFFICE MASTER LETS THE
       *> OFFICE USE, OR CIPHER WOULD ONLY REJECT IT (R013).
           MOVE SPACE TO WS-TX-MODE
           MOVE 0 TO WS-TX-SHIFT
           MOVE SPACES TO WS-TX-CRIB
           MOVE SPACES TO WS-DISPOSITION
           EVALUATE TRUE
               WHEN WS-OVERLONG = "Y"
                   MOVE "PERSON - OVER 150 CHARS OR CUT SHORT"
                       TO WS-DISPOSITION
               WHEN NOT OFFICE-REGISTERED
                   MOVE "PERSON - OFFICE NOT REGISTERED"
                       TO WS-DISPOSITION
               WHEN WS-CONFIDENCE = "LOW"
                   MOVE "PERSON - LOW CONFIDENCE" TO WS-DISPOSITION
               WHEN WS-CALL = "PLAINTEXT"
                   MOVE "NO CIPHER - RETURN TO OFFICE"
                       TO WS-DISPOSITION
               WHEN WS-CALL = "CAESAR"
                   MOVE "D" TO WS-TX-MODE
                   MOVE WS-CAESAR-SHIFT TO WS-TX-SHIFT
               WHEN WS-CALL = "KEYWORD"
                   MOVE "K" TO WS-TX-MODE
               WHEN WS-CALL = "SUBSTITUTION"
                       AND WS-OFFICE-ALPHA = SPACES
                   MOVE "PERSON - NO SINGLE OFFICE ALPHABET"
                       TO WS-DISPOSITION
               WHEN WS-CALL = "SUBSTITUTION"
                   MOVE "N" TO WS-TX-MODE
                   MOVE WS-OFFICE-ALPHA TO WS-TX-CRIB
           END-EVALUATE
           IF WS-TX-MODE NOT = SPACE THEN
               MOVE 0 TO WS-AUTH-CNT
               INSPECT OM-MODES TALLYING WS-AUTH-CNT
                   FOR ALL WS-TX-MODE
               IF WS-AUTH-CNT = 0 THEN
                   MOVE SPACES TO WS-DISPOSITION
                   STRING "PERSON - MODE " WS-TX-MODE
                       " NOT ALLOWED FOR OFFICE"
                       DELIMITED BY SIZE INTO WS-DISPOSITION
                   MOVE SPACE TO WS-TX-MODE
               ELSE
                   MOVE SPACES TO WS-DISPOSITION
                   STRING "BATCHED AS MODE " WS-TX-MODE
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               END-IF
           END-IF
           IF WS-DISPOSITION (1:6) = "PERSON" THEN
               ADD 1 TO WS-COUNT-PERSON
           END-IF.

       WRITE-TRANSACTION.
       *> ONE TRANS LINE PER 50-CHARACTER SEGMENT, CONTINUATION
       *> FLAGGED ON ALL BUT THE LAST, AS THE OFFICE WOULD HAVE
       *> WRITTEN IT WITH THE MODE KNOWN
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               MOVE SPACES TO TRIAGE-TRANS-REC
               MOVE WS-TX-MODE TO TT-MODE
               COMPUTE WS-SEG-START = ((WS-SEG-IDX - 1) * 50) + 1
               MOVE WS-LONG-TEXT (WS-SEG-START:50) TO TT-MESSAGE
               IF WS-SEG-IDX < WS-SEG-COUNT THEN
                   MOVE "Y" TO TT-CONT-FLAG
               END-IF
               MOVE WS-TX-SHIFT TO TT-SHIFT
               MOVE WS-TX-CRIB TO TT-CRIB
               MOVE WS-MSG-DOC-REF TO TT-DOC-REF
               MOVE WS-MSG-PREC TO TT-PREC
               WRITE TRIAGE-TRANS-REC
           END-PERFORM
           ADD 1 TO WS-TRN-COUNT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO TRIAGE-LINE
           STRING "CIPHER TRIAGE - " WS-TIMESTAMP (1:8)
               "   OFFICE " IH-OFFICE "   BATCH " IH-BATCH-ID
               DELIMITED BY SIZE INTO TRIAGE-LINE
           WRITE TRIAGE-LINE
           MOVE "=============================================="
               TO TRIAGE-LINE
           WRITE TRIAGE-LINE
           MOVE SPACES TO TRIAGE-LINE
           WRITE TRIAGE-LINE
           MOVE SPACES TO TRIAGE-LINE
           STRING "  POS DOC REF     LTRS     IC SHIFT  CHI-SQ "
               "NEXT-SQ PER PER-CHI CALL         CONF   "
               "DISPOSITION"
               DELIMITED BY SIZE INTO TRIAGE-LINE
           WRITE TRIAGE-LINE.

       WRITE-TRIAGE-DETAIL.
       *> THE SCORES BEHIND THE CALL: LETTER COUNT, WHOLE-MESSAGE IC,
       *> THE BEST CAESAR SHIFT WITH ITS CHI-SQUARED AND THE RUNNER-
       *> UP'S, AND ANY PERIOD FOUND WITH ITS DECRYPTION CHI-SQUARED
           MOVE WS-MSG-POS TO WS-POS-EDIT
           MOVE WS-NLTR TO WS-NLTR-EDIT
           COMPUTE WS-IC-EDIT = WS-MSG-IC / 10000
           MOVE WS-CAESAR-SHIFT TO WS-SHIFT-EDIT
           MOVE WS-CAESAR-CHI TO WS-CHI-EDIT
           MOVE WS-CAESAR-NEXT TO WS-NEXT-EDIT
           MOVE WS-PERIOD TO WS-PERIOD-EDIT
           MOVE SPACES TO TRIAGE-LINE
           STRING WS-POS-EDIT " " WS-MSG-DOC-REF " " WS-NLTR-EDIT
               " " WS-IC-EDIT "    " WS-SHIFT-EDIT " " WS-CHI-EDIT
               " " WS-NEXT-EDIT "  " WS-PERIOD-EDIT
               DELIMITED BY SIZE INTO TRIAGE-LINE
           IF WS-PERIOD > 0 THEN
               MOVE WS-PERIOD-CHI TO WS-CHI-EDIT
               MOVE WS-CHI-EDIT TO TRIAGE-LINE (57:7)
           END-IF
           MOVE WS-CALL TO TRIAGE-LINE (65:12)
           MOVE WS-CONFIDENCE TO TRIAGE-LINE (78:6)
           MOVE WS-DISPOSITION TO TRIAGE-LINE (85:40)
           WRITE TRIAGE-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO TRIAGE-LINE
           WRITE TRIAGE-LINE
           MOVE WS-COUNT-MSGS TO WS-COUNT-EDIT
           STRING "MESSAGES TRIAGED:        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TRIAGE-LINE
           WRITE TRIAGE-LINE
           MOVE SPACES TO TRIAGE-LINE
           MOVE WS-COUNT-PLAIN TO WS-COUNT-EDIT
           STRING "  PLAINTEXT:             " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TRIAGE-LINE
           WRITE TRIAGE-LINE
           MOVE SPACES TO TRIAGE-LINE
           MOVE WS-COUNT-CAESAR TO WS-COUNT-EDIT
           STRING "  CAESAR:                " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TRIAGE-LINE
           WRITE TRIAGE-LINE
           MOVE SPACES TO TRIAGE-LINE
           MOVE WS-COUNT-KEYWORD TO WS-COUNT-EDIT
           STRING "  PERIODIC KEYWORD:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TRIAGE-LINE
           WRITE TRIAGE-LINE
           MOVE SPACES TO TRIAGE-LINE
           MOVE WS-COUNT-SUBST TO WS-COUNT-EDIT
           STRING "  SUBSTITUTION:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TRIAGE-LINE
           WRITE TRIAGE-LINE
           MOVE SPACES TO TRIAGE-LINE
           MOVE WS-COUNT-UNCL TO WS-COUNT-EDIT
           STRING "  UNCLASSIFIED:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TRIAGE-LINE
           WRITE TRIAGE-LINE
           MOVE SPACES TO TRIAGE-LINE
           MOVE WS-COUNT-BATCHED TO WS-COUNT-EDIT
           STRING "WRITTEN TO TRIAGE.TRN:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TRIAGE-LINE
           WRITE TRIAGE-LINE
           MOVE SPACES TO TRIAGE-LINE
           MOVE WS-COUNT-PERSON TO WS-COUNT-EDIT
           STRING "HELD FOR A PERSON:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TRIAGE-LINE
           WRITE TRIAGE-LINE
           IF WS-TRL-PRESENT = "N" THEN
               MOVE SPACES TO TRIAGE-LINE
               STRING "*** TRIAGE.IN HAS NO TRAILER - CHECK THE FILE "
                   "ARRIVED WHOLE ***"
                   DELIMITED BY SIZE INTO TRIAGE-LINE
               WRITE TRIAGE-LINE
           ELSE
               IF WS-TRL-EXPECTED NOT = WS-COUNT-MSGS THEN
                   MOVE SPACES TO TRIAGE-LINE
                   MOVE WS-TRL-EXPECTED TO WS-COUNT-EDIT
                   STRING "*** TRAILER SAYS " WS-COUNT-EDIT
                       " MESSAGES - FILE DID NOT ARRIVE WHOLE ***"
                       DELIMITED BY SIZE INTO TRIAGE-LINE
                   WRITE TRIAGE-LINE
               END-IF
           END-IF.
       END PROGRAM CIPTRIAGE.
