       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYROLL.
       *> BULK RE-KEYING OF MASTERED DOCUMENTS ON KEY ROTATION. ONCE
       *> KEYAPPR HAS PUT A NEW KEYWORD LIVE UNDER A KEY ID, EVERY
       *> MODE V RESULT ON THE RESULTS MASTER STILL ENCIPHERED UNDER
       *> AN EARLIER GENERATION OF THAT ID IS DECIPHERED WITH THE OLD
       *> KEYWORD (FROM THE KEY HISTORY) AND RE-ENCIPHERED WITH THE
       *> CURRENT ONE - INLINE RESULTS ON THE MASTER ITSELF, DOCUMENT
       *> FILES IN PLACE ON DISK. EACH RE-KEY IS PROVED BY A ROUND
       *> TRIP BEFORE ANYTHING IS OVERWRITTEN. KEYROLL.LOG GETS A
       *> BEFORE-AND-AFTER LINE PER DOCUMENT AND THE RUN'S CONTROL
       *> TOTALS, INCLUDING A RESCAN OF THE MASTER FOR ANYTHING STILL
       *> LEFT UNDER AN OLD GENERATION - THE CUSTODIAN'S PROOF THAT
       *> NOTHING WAS LEFT UNDER A COMPROMISED KEY. WHEN NOTHING IS
       *> LEFT AND NOTHING FAILED, THE OLD GENERATIONS ARE MARKED
       *> RETIRED ON THE HISTORY. MODE C RESULTS WHOSE RECIPE HAS A
       *> VIGENERE STEP UNDER THE KEY ID ARE RE-KEYED THE SAME WAY,
       *> BACK THROUGH THE WHOLE RECIPE AND FORWARD AGAIN, EACH STEP'S
       *> KEYWORD TAKEN AT THE GENERATION THE ENTRY RECORDS FOR IT.
       *> MODE W AND X RESULTS ARE PLAINTEXT AND HAVE NOTHING TO
       *> RE-KEY.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "KEYROLL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KEY-FILE ASSIGN TO "KEYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KM-KEY-ID
               FILE STATUS IS WS-KM-STATUS.
           SELECT OPTIONAL KEY-HISTORY ASSIGN TO "KEYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-KEY
               FILE STATUS IS WS-KH-STATUS.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO "RSLTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-DOC-REF
               FILE STATUS IS WS-RM-STATUS.
           SELECT DOC-IN-FILE ASSIGN DYNAMIC WS-DOC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DI-STATUS.
      *> NOT OPTIONAL - A MASTERED DOCUMENT FILE THAT HAS GONE
      *> MISSING MUST SHOW UP IN THE FILE STATUS AS A FAILURE
           SELECT DOC-OUT-FILE ASSIGN DYNAMIC WS-DOC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DO-STATUS.
           SELECT WORK-FILE ASSIGN TO "KEYROLL.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.
           SELECT ORIG-FILE ASSIGN TO "KEYROLL.ORG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OG-STATUS.
           SELECT OPTIONAL RECIPE-MASTER ASSIGN TO "RCPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-NAME
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL ALPHA-MASTER ASSIGN TO "ALPHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-NAME
               FILE STATUS IS WS-AM-STATUS.
           SELECT OPTIONAL ROLL-LOG ASSIGN TO "KEYROLL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       *> UNATTENDED RUN CONTROL, SAME IDEA AS CIPRECON.PRM - WHEN
       *> PRESENT ITS ONE RECORD ANSWERS THE PROMPTS
       01  PARAM-RECORD.
           05 	PRM-KEY-ID 	PIC X(8).
      *>  THE KEY ID BEING ROTATED
           05 	PRM-CUSTODIAN 	PIC X(3).
      *>  INITIALS OF THE KEY CUSTODIAN RUNNING THE RE-KEY

       FD  KEY-FILE.
       *> SAME RECORD AS THE KEY-FILE FD IN CIPHER. THE ENTRY HERE IS
       *> THE GENERATION EVERYTHING IS RE-KEYED ONTO. ALSO WHERE THE
       *> CURRENT KEYWORDS OF A RECIPE'S OTHER KEY IDS COME FROM.
       01  KEY-RECORD.
           05 	KM-KEY-ID 	PIC X(8).
           05 	KM-KEY-TYPE 	PIC X(1).
           05 	KM-KEY-VALUE 	PIC X(20).
           05 	KM-EFF-DATE 	PIC 9(8).
           05 	KM-EXP-DATE 	PIC 9(8).
           05 	KM-STATUS 	PIC X(1).
           05 	KM-GEN 		PIC 9(3).

       FD  KEY-HISTORY.
       *> SAME RECORD AS THE KEY-HISTORY FD IN KEYAPPR - WHERE THE
       *> OLD KEYWORDS COME FROM, AND WHERE THEY ARE MARKED RETIRED
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

       FD  RESULT-FILE.
       *> SAME RECORD AS THE RESULT-FILE FD IN CIPHER. READ FRONT TO
       *> BACK AND REWRITTEN IN PLACE FOR EVERY DOCUMENT RE-KEYED.
       01  RESULT-RECORD.
           05 	RM-DOC-REF 	PIC X(12).
           05 	RM-MODE 	PIC X(1).
           05 	RM-SHIFT 	PIC S9(3) SIGN LEADING SEPARATE.
           05 	RM-KEY-ID 	PIC X(20).
           05 	RM-RESULT 	PIC X(150).
           05 	RM-TRUNC 	PIC X(1).
           05 	RM-TIMESTAMP 	PIC X(21).
           05 	RM-SUSPECT 	PIC X(1).
           05 	RM-KEY-GEN 	PIC 9(3).
           05 	RM-DOC-FILE 	PIC X(1).
           05 	RM-STEP-GENS.
               10 	RM-STEP-GEN 	PIC 9(3) OCCURS 5 TIMES.

       FD  DOC-IN-FILE.
       *> THE ENCIPHERED DOCUMENT FILE RM-RESULT NAMES, SAME LINES
       *> CIPHER WROTE TO ITS DOC-OUT-FILE
       01  DOC-IN-RECORD 	PIC X(50).

       FD  DOC-OUT-FILE.
       *> THE SAME FILE, REWRITTEN FROM THE WORK FILE ONCE THE
       *> RE-KEYED COPY HAS PROVED OUT
       01  DOC-OUT-RECORD 	PIC X(50).

       FD  WORK-FILE.
       *> THE RE-KEYED COPY OF ONE DOCUMENT FILE, BUILT HERE FIRST SO
       *> A FAILURE PART WAY THROUGH LEAVES THE ORIGINAL UNTOUCHED
       01  WORK-RECORD 	PIC X(50).

       FD  ORIG-FILE.
       *> A COPY OF THE SAME DOCUMENT FILE AS IT STOOD, TAKEN ON THE
       *> SAME PASS - WHAT THE DOCUMENT IS PUT BACK FROM WHEN THE
       *> COPY-BACK OR THE MASTER REWRITE FAILS AFTER IT WAS REPLACED
       01  ORIG-RECORD 	PIC X(50).

       FD  RECIPE-MASTER.
       *> SAME RECORD AS THE RECIPE-MASTER FD IN CIPHER. TELLS WHICH
       *> MODE C RESULTS HAVE A STEP UNDER THE KEY ID, AND THE STEPS
       *> TO TAKE THEM BACK THROUGH. STATUS AND EXPIRY ARE IGNORED - A
       *> RECIPE NO LONGER IN USE STILL HOLDS DOCUMENTS.
       01  RECIPE-MASTER-REC.
           05 	RC-NAME 	PIC X(8).
           05 	RC-STEP OCCURS 5 TIMES.
               10 	RC-STEP-TYPE 	PIC X(1).
               10 	RC-STEP-SHIFT 	PIC S9(3) SIGN LEADING SEPARATE.
               10 	RC-STEP-NAME 	PIC X(8).
           05 	RC-EFF-DATE 	PIC 9(8).
           05 	RC-EXP-DATE 	PIC 9(8).
           05 	RC-STATUS 	PIC X(1).

       FD  ALPHA-MASTER.
       *> SAME RECORD AS THE ALPHA-MASTER FD IN CIPHER, FOR A RECIPE'S
       *> SUBSTITUTION STEPS. STATUS AND EXPIRY ARE IGNORED, AS ABOVE.
       01  ALPHA-MASTER-REC.
           05 	AM-NAME 	PIC X(8).
           05 	AM-TABLE 	PIC X(26).
           05 	AM-EFF-DATE 	PIC 9(8).
           05 	AM-EXP-DATE 	PIC 9(8).
           05 	AM-STATUS 	PIC X(1).

       FD  ROLL-LOG.
       *> PERMANENT RE-KEY LOG, APPENDED TO ACROSS RUNS: A HEADING
       *> PER RUN, ONE LINE PER DOCUMENT TOUCHED WITH ITS RESULT
       *> BEFORE AND AFTER, AND THE CONTROL TOTALS
       01  ROLL-LINE 		PIC X(132).

       01  ROLL-DETAIL.
           05 	RD-ACTION 	PIC X(8).
      *>  "REKEYED ", "FAILED  " OR "LEFT    " (FOUND BY THE RESCAN)
           05 	FILLER		PIC X(1).
           05 	RD-DOC-REF 	PIC X(12).
           05 	FILLER		PIC X(1).
           05 	RD-DOC-FILE 	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	RD-OLD-GEN 	PIC 9(3).
           05 	RD-ARROW 	PIC X(2).
           05 	RD-NEW-GEN 	PIC 9(3).
           05 	FILLER		PIC X(1).
           05 	RD-BEFORE 	PIC X(40).
      *>  THE FIRST 40 CHARACTERS OF THE RESULT UNDER THE OLD
      *>  GENERATION - FOR A DOCUMENT FILE, ITS FIRST LINE
           05 	FILLER		PIC X(1).
           05 	RD-AFTER 	PIC X(40).
      *>  THE SAME UNDER THE NEW GENERATION, OR THE REASON IT FAILED
           05 	FILLER		PIC X(18).

       WORKING-STORAGE SECTION.
       01 	THE-MESSAGE 	PIC X(50).
       01 	WS-RESULT	PIC X(50).
       01 	WS-CHECK	PIC X(50).
       01 	WS-EOF		PIC X VALUE "N".
           88 	END-OF-MASTER		VALUE "Y".
       01 	WS-DOC-EOF	PIC X VALUE "N".
           88 	END-OF-DOC		VALUE "Y".
       01 	WS-PRM-PRESENT	PIC X(1) VALUE "N".
           88 	PARAMS-FROM-FILE	VALUE "Y".
       01 	WS-KM-STATUS	PIC X(2).
       01 	WS-KH-STATUS	PIC X(2).
       01 	WS-RM-STATUS	PIC X(2).
       01 	WS-DI-STATUS	PIC X(2).
       01 	WS-DO-STATUS	PIC X(2).
       01 	WS-WK-STATUS	PIC X(2).
       01 	WS-OG-STATUS	PIC X(2).
       01 	WS-RC-STATUS	PIC X(2).
       01 	WS-AM-STATUS	PIC X(2).
       01 	WS-TIMESTAMP	PIC X(21).
       01 	WS-ROLL-KEY-ID	PIC X(8).
       01 	WS-CUSTODIAN	PIC X(3).
       01 	WS-NEW-GEN	PIC 9(3).
      *>  THE GENERATION THE KEY MASTER HOLDS - WHAT EVERYTHING IS
      *>  RE-KEYED ONTO
       01 	WS-NEW-KEY	PIC X(20).
       01 	WS-OLD-GEN	PIC 9(3).
      *>  THE GENERATION THE DOCUMENT IN HAND IS UNDER
       01 	WS-OLD-KEY	PIC X(20).
       01 	WS-GEN-IDX	PIC 9(3).
       01 	WS-KEYPOS-OLD	PIC 9(2).
       01 	WS-KEYPOS-NEW	PIC 9(2).
       01 	WS-KEYPOS-CHK	PIC 9(2).
      *>  THREE KEYWORD PHASES, EACH CARRIED ACROSS A WHOLE DOCUMENT
      *>  THE WAY PROCESS-TRANSACTION CARRIES ITS ONE: DECIPHERING
      *>  UNDER THE OLD KEYWORD, ENCIPHERING UNDER THE NEW, AND THE
      *>  PROVING DECIPHER UNDER THE NEW
       01 	WS-ENTRY-MODE	PIC X(1).
      *>  RM-MODE OF THE ENTRY IN HAND, "V" OR "C"
       01 	WS-RCP-USES	PIC X(1).
           88 	RECIPE-USES-KEY		VALUE "Y".
      *>  "Y" WHEN THE MODE C ENTRY'S RECIPE HAS A VIGENERE STEP
      *>  UNDER THE KEY ID - OR WHEN THE RECIPE CANNOT BE READ, SO
      *>  THERE IS NO TELLING THAT IT DOES NOT
       01 	WS-RCP-BEHIND	PIC X(1).
           88 	RECIPE-BEHIND		VALUE "Y".
      *>  "Y" WHEN ANY OF THOSE STEPS IS NOT YET ON THE NEW GENERATION
       01 	WS-RCP-PROBLEM	PIC X(40).
      *>  WHY THE MODE C ENTRY CANNOT BE RE-KEYED AT ALL, SPACES IF
      *>  IT CAN
       01 	WS-RCP-STEPS	PIC 9(1).
       01 	WS-RCP-IDX	PIC 9(1).
       01 	WS-RK-TABLE.
      *>  THE MODE C ENTRY'S RECIPE, EACH STEP RESOLVED BOTH WAYS: THE
      *>  KEYWORD IT WAS ENCIPHERED UNDER AND THE ONE IT IS RE-KEYED
      *>  ONTO (THE SAME, EXCEPT ON A STEP UNDER THE KEY ID), WITH
      *>  A KEYWORD PHASE FOR EACH OF THE THREE PASSES
           05 	WS-RK-ENTRY OCCURS 5 TIMES.
               10 	WS-RK-TYPE	PIC X(1).
               10 	WS-RK-ROLLED	PIC X(1).
               10 	WS-RK-SHIFT	PIC S9(3) SIGN LEADING SEPARATE.
               10 	WS-RK-ALPHA	PIC X(26).
               10 	WS-RK-OLD-KEY	PIC X(20).
               10 	WS-RK-NEW-KEY	PIC X(20).
               10 	WS-RK-POS-OLD	PIC 9(2).
               10 	WS-RK-POS-NEW	PIC 9(2).
               10 	WS-RK-POS-CHK	PIC 9(2).
       01 	WS-STEP-TEXT	PIC X(50).
       01 	WS-STEP-PLAIN	PIC X(50).
       01 	WS-STEP-GEN	PIC 9(3).
       01 	WS-STEP-KEY	PIC X(20).
       01 	WS-SEG-IDX	PIC 9(1).
       01 	WS-SEG-START	PIC 9(3).
       01 	WS-NEW-RESULT	PIC X(150).
       01 	WS-MATCH-FLAG	PIC X(1).
           88 	REKEY-PROVED		VALUE "Y".
       01 	WS-FAIL-REASON	PIC X(40).
       01 	WS-FIRST-BEFORE	PIC X(50).
       01 	WS-FIRST-AFTER	PIC X(50).
       01 	WS-DOC-NAME	PIC X(36).
       01 	WS-DOC-FLAG	PIC X(1).
      *>  "F" WHEN THE ENTRY IN HAND NAMES A DOCUMENT FILE
       01 	WS-NAME-LEN	PIC 9(3).
       01 	WS-DOC-LINES	PIC 9(7).
       01 	WS-COPY-LINES	PIC 9(7).
       01 	WS-ORIG-LINES	PIC 9(7).
       01 	WS-COPY-SAME	PIC X(1).
       01 	WS-DOC-REPLACED	PIC X(1).
      *>  "Y" ONCE THE DOCUMENT FILE IN HAND HAS BEEN OPENED FOR
      *>  OUTPUT - FROM THEN ON A FAILURE MEANS PUTTING IT BACK
       01 	WS-DOC-HALT	PIC X(1) VALUE "N".
           88 	DOCUMENT-FILES-HALTED	VALUE "Y".
      *>  "Y" WHEN A DOCUMENT COULD NOT BE PUT BACK - KEYROLL.ORG IS
      *>  THEN ITS ONLY GOOD COPY, SO NO FURTHER DOCUMENT FILE IS
      *>  TOUCHED THIS RUN
       01 	WS-COUNT-READ	PIC 9(7) VALUE 0.
       01 	WS-COUNT-UNDER	PIC 9(7) VALUE 0.
       01 	WS-COUNT-UNDER-C PIC 9(7) VALUE 0.
       01 	WS-COUNT-CURRENT PIC 9(7) VALUE 0.
       01 	WS-COUNT-REKEYED PIC 9(7) VALUE 0.
       01 	WS-COUNT-RK-INLINE PIC 9(7) VALUE 0.
       01 	WS-COUNT-RK-DOCFILE PIC 9(7) VALUE 0.
       01 	WS-COUNT-FAILED	PIC 9(7) VALUE 0.
       01 	WS-COUNT-LEFT	PIC 9(7) VALUE 0.
       01 	WS-COUNT-RESCAN	PIC 9(7) VALUE 0.
       01 	WS-COUNT-RETIRED PIC 9(7) VALUE 0.
       01 	WS-COUNT-EDIT	PIC ZZZZZZ9.
       01 	WS-BALANCED	PIC X(1).
      *>  "Y" WHEN UNDER THE KEY = ALREADY CURRENT + RE-KEYED +
      *>  FAILED, AND THE RESCAN FOUND EXACTLY THE FAILURES LEFT

       PROCEDURE DIVISION.

       PERFORM READ-PARAM-FILE
       IF NOT PARAMS-FROM-FILE THEN
           DISPLAY "KEYROLL - KEY ID TO RE-KEY: "
           ACCEPT WS-ROLL-KEY-ID
           DISPLAY "KEY CUSTODIAN INITIALS: "
           ACCEPT WS-CUSTODIAN
       END-IF
       IF WS-ROLL-KEY-ID = SPACES OR WS-CUSTODIAN = SPACES THEN
           DISPLAY "KEY ID AND CUSTODIAN INITIALS REQUIRED - "
               "NOTHING RE-KEYED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT KEY-FILE
       MOVE WS-ROLL-KEY-ID TO KM-KEY-ID
       READ KEY-FILE
           INVALID KEY CONTINUE
       END-READ
       IF WS-KM-STATUS NOT = "00" THEN
           DISPLAY "KEY ID " WS-ROLL-KEY-ID " NOT ON THE KEY MASTER"
               " (STATUS " WS-KM-STATUS ") - NOTHING RE-KEYED"
           CLOSE KEY-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE KM-KEY-VALUE TO WS-NEW-KEY
       IF KM-GEN IS NUMERIC AND KM-GEN > 0 THEN
           MOVE KM-GEN TO WS-NEW-GEN
       ELSE
           MOVE 1 TO WS-NEW-GEN
       END-IF
      *> THE KEY MASTER STAYS OPEN FOR THE OTHER KEY IDS A RECIPE
      *> NAMES

      *> INPUT FIRST, NOT I-O - AN I-O OPEN OF THE OPTIONAL FILES
      *> WOULD QUIETLY CREATE EMPTY ONES ON A MACHINE THAT NEVER HAD
      *> THEM, AND A RE-KEY WITH NO OLD KEYWORDS TO HAND MUST STOP
       OPEN INPUT KEY-HISTORY
       IF WS-KH-STATUS NOT = "00" THEN
           DISPLAY "CANNOT OPEN KEYHIST.DAT, STATUS " WS-KH-STATUS
               " - NOTHING RE-KEYED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE KEY-HISTORY
       OPEN INPUT RESULT-FILE
       IF WS-RM-STATUS NOT = "00" THEN
           DISPLAY "CANNOT OPEN RSLTMAST.DAT, STATUS " WS-RM-STATUS
               " - NOTHING RE-KEYED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE RESULT-FILE
       OPEN I-O KEY-HISTORY
       OPEN I-O RESULT-FILE
       IF WS-KH-STATUS NOT = "00" OR WS-RM-STATUS NOT = "00" THEN
           DISPLAY "CANNOT OPEN KEYHIST.DAT/RSLTMAST.DAT FOR UPDATE,"
               " STATUS " WS-KH-STATUS "/" WS-RM-STATUS
               " - NOTHING RE-KEYED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      *> NOT REFUSED WHEN MISSING OR UNREADABLE - A SHOP WITH NO
      *> RECIPES HAS NO RCPMAST.DAT. ANY MODE C ENTRY WHOSE RECIPE
      *> CANNOT THEN BE READ IS COUNTED FAILED, WHICH KEEPS THE OLD
      *> GENERATIONS FROM BEING RETIRED ON A GUESS.
       OPEN INPUT RECIPE-MASTER
       OPEN INPUT ALPHA-MASTER

       OPEN EXTEND ROLL-LOG
       PERFORM WRITE-LOG-HEADER

      *> PASS ONE: RE-KEY EVERY MODE V DOCUMENT, AND EVERY MODE C
      *> DOCUMENT WITH A RECIPE STEP, UNDER AN OLD GENERATION OF THE
      *> KEY ID
       PERFORM UNTIL END-OF-MASTER
           READ RESULT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM CHECK-MASTER-ENTRY
           END-READ
       END-PERFORM
       CLOSE RESULT-FILE

      *> PASS TWO: READ THE MASTER AGAIN FROM THE TOP, TRUSTING
      *> NOTHING FROM PASS ONE, FOR ANYTHING STILL UNDER AN OLD
      *> GENERATION
       MOVE "N" TO WS-EOF
       OPEN INPUT RESULT-FILE
       PERFORM UNTIL END-OF-MASTER
           READ RESULT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM RESCAN-MASTER-ENTRY
           END-READ
       END-PERFORM
       CLOSE RESULT-FILE

      *> A FAILED RE-KEY MAY HAVE LEFT A DOCUMENT FILE BEHIND ITS
      *> MASTER ENTRY, SO A FAILURE BLOCKS RETIREMENT AS SURELY AS
      *> ANYTHING THE RESCAN FINDS
       IF WS-COUNT-LEFT = 0 AND WS-COUNT-FAILED = 0 THEN
           PERFORM RETIRE-OLD-GENERATIONS
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX >= WS-NEW-GEN
       END-IF
       CLOSE KEY-HISTORY
       CLOSE KEY-FILE
       CLOSE RECIPE-MASTER
       CLOSE ALPHA-MASTER

       IF WS-COUNT-UNDER = WS-COUNT-CURRENT + WS-COUNT-REKEYED
               + WS-COUNT-FAILED
               AND WS-COUNT-LEFT = WS-COUNT-FAILED THEN
           MOVE "Y" TO WS-BALANCED
       ELSE
           MOVE "N" TO WS-BALANCED
       END-IF
       PERFORM WRITE-LOG-TOTALS
       CLOSE ROLL-LOG

       DISPLAY "KEYROLL DONE: " WS-COUNT-REKEYED " RE-KEYED ONTO "
           "GENERATION " WS-NEW-GEN ", " WS-COUNT-FAILED " FAILED, "
           WS-COUNT-LEFT " LEFT UNDER OLD GENERATIONS - SEE "
           "KEYROLL.LOG"

      *> RETURN CODE FOR THE JOB STREAM: 8 WHEN ANY DOCUMENT IS
      *> STILL UNDER AN OLD GENERATION OR THE TOTALS DO NOT BALANCE -
      *> THE OLD KEYWORD CANNOT BE CALLED RETIRED. 16 ON THE
      *> REFUSALS ABOVE. 0 WHEN EVERYTHING IS ON THE NEW GENERATION.
       IF WS-COUNT-LEFT > 0 OR WS-COUNT-FAILED > 0
               OR WS-BALANCED = "N" THEN
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF

       STOP RUN.

       READ-PARAM-FILE.
       *> ANSWERS THE PROMPTS FROM KEYROLL.PRM WHEN ONE IS PRESENT.
       *> AN ABSENT OR EMPTY FILE LEAVES WS-PRM-PRESENT AT "N" AND
       *> THE PROMPTS COME UP AS ALWAYS.
           MOVE "N" TO WS-PRM-PRESENT
           OPEN INPUT PARAM-FILE
           READ PARAM-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-PRM-PRESENT
                   MOVE PRM-KEY-ID TO WS-ROLL-KEY-ID
                   MOVE PRM-CUSTODIAN TO WS-CUSTODIAN
           END-READ
           CLOSE PARAM-FILE
           IF PARAMS-FROM-FILE THEN
               DISPLAY "KEY ID TAKEN FROM KEYROLL.PRM: "
                   WS-ROLL-KEY-ID
           END-IF.

       WRITE-LOG-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO ROLL-LINE
           WRITE ROLL-LINE
           MOVE SPACES TO ROLL-LINE
           STRING "KEY RE-KEY RUN " WS-TIMESTAMP (1:8) " "
               WS-TIMESTAMP (9:6) " - KEY ID " WS-ROLL-KEY-ID
               " ONTO GENERATION " WS-NEW-GEN " - CUSTODIAN "
               WS-CUSTODIAN
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE
           MOVE "=============================================="
               TO ROLL-LINE
           WRITE ROLL-LINE
           MOVE SPACES TO ROLL-LINE
           STRING "ACTION   DOC REF      F GEN     BEFORE"
               "                                   AFTER"
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE.

       CHECK-MASTER-ENTRY.
       *> ONE RESULTS-MASTER ENTRY. ONLY MODE V RESULTS UNDER THE KEY
       *> ID, AND MODE C RESULTS WHOSE RECIPE HAS A STEP UNDER IT, ARE
       *> HELD ENCIPHERED UNDER IT. A MODE V ENTRY MASTERED BEFORE
       *> GENERATIONS WERE KEPT CARRIES ZERO AND IS UNDER GENERATION 1.
           ADD 1 TO WS-COUNT-READ
           MOVE RM-MODE TO WS-ENTRY-MODE
           EVALUATE TRUE
               WHEN RM-MODE = "V" AND RM-KEY-ID (1:8) = WS-ROLL-KEY-ID
                   ADD 1 TO WS-COUNT-UNDER
                   IF RM-KEY-GEN IS NUMERIC AND RM-KEY-GEN > 0 THEN
                       MOVE RM-KEY-GEN TO WS-OLD-GEN
                   ELSE
                       MOVE 1 TO WS-OLD-GEN
                   END-IF
                   IF WS-OLD-GEN = WS-NEW-GEN THEN
                       ADD 1 TO WS-COUNT-CURRENT
                   ELSE
                       PERFORM REKEY-ONE-DOCUMENT
                   END-IF
               WHEN RM-MODE = "C"
                   PERFORM EXAMINE-ENTRY-RECIPE
                   IF RECIPE-USES-KEY THEN
                       ADD 1 TO WS-COUNT-UNDER
                       ADD 1 TO WS-COUNT-UNDER-C
                       IF RECIPE-BEHIND THEN
                           PERFORM REKEY-ONE-DOCUMENT
                       ELSE
                           ADD 1 TO WS-COUNT-CURRENT
                       END-IF
                   END-IF
           END-EVALUATE.

       EXAMINE-ENTRY-RECIPE.
       *> READS THE MODE C ENTRY'S RECIPE AND LOOKS AT EVERY STEP
       *> UNDER THE KEY ID: WHETHER THERE IS ONE, AND WHETHER EACH IS
       *> ON THE NEW GENERATION YET. A STEP WITH NO GENERATION
       *> RECORDED CANNOT BE TAKEN AS GENERATION 1 THE WAY A MODE V
       *> ENTRY IS - THE KEY MAY ALREADY HAVE BEEN ROTATED WHEN IT WAS
       *> MASTERED - SO THE ENTRY IS LEFT FOR THE CUSTODIAN. WS-OLD-GEN
       *> IS THE FIRST OLD GENERATION FOUND, FOR THE LOG.
           MOVE "N" TO WS-RCP-USES
           MOVE "N" TO WS-RCP-BEHIND
           MOVE SPACES TO WS-RCP-PROBLEM
           MOVE 0 TO WS-RCP-STEPS
           MOVE 0 TO WS-OLD-GEN
           MOVE FUNCTION UPPER-CASE (RM-KEY-ID (1:8)) TO RC-NAME
           READ RECIPE-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF WS-RC-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-RCP-USES
               MOVE "Y" TO WS-RCP-BEHIND
               MOVE "RECIPE NOT ON THE RECIPE MASTER"
                   TO WS-RCP-PROBLEM
           ELSE
      *> RCPLOAD FILLS THE STEPS FROM THE LEFT, SO THE FIRST BLANK
      *> ONE ENDS THE RECIPE
               PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                       UNTIL WS-RCP-IDX > 5
                   IF RC-STEP-TYPE (WS-RCP-IDX) NOT = SPACE THEN
                       ADD 1 TO WS-RCP-STEPS
                       PERFORM EXAMINE-RECIPE-STEP
                   END-IF
               END-PERFORM
           END-IF.

       EXAMINE-RECIPE-STEP.
           IF RC-STEP-TYPE (WS-RCP-IDX) = "V"
                   AND RC-STEP-NAME (WS-RCP-IDX) = WS-ROLL-KEY-ID THEN
               MOVE "Y" TO WS-RCP-USES
               IF RM-STEP-GEN (WS-RCP-IDX) IS NUMERIC
                       AND RM-STEP-GEN (WS-RCP-IDX) > 0 THEN
                   IF RM-STEP-GEN (WS-RCP-IDX) NOT = WS-NEW-GEN THEN
                       MOVE "Y" TO WS-RCP-BEHIND
                       IF WS-OLD-GEN = 0 THEN
                           MOVE RM-STEP-GEN (WS-RCP-IDX) TO WS-OLD-GEN
                       END-IF
                   END-IF
               ELSE
                   MOVE "Y" TO WS-RCP-BEHIND
                   MOVE "STEP KEY GENERATIONS NOT RECORDED"
                       TO WS-RCP-PROBLEM
               END-IF
           END-IF.

       REKEY-ONE-DOCUMENT.
       *> FINDS THE OLD KEYWORD (EVERY STEP'S, FOR A RECIPE), RE-KEYS
       *> THE INLINE RESULT OR THE DOCUMENT FILE, AND LOGS WHAT
       *> HAPPENED EITHER WAY
           MOVE SPACES TO WS-FAIL-REASON
           MOVE SPACE TO WS-DOC-FLAG
           MOVE SPACES TO WS-FIRST-BEFORE
           MOVE SPACES TO WS-FIRST-AFTER
           IF WS-ENTRY-MODE = "C" THEN
               PERFORM RESOLVE-RECIPE-KEYS
           ELSE
               MOVE WS-ROLL-KEY-ID TO KH-KEY-ID
               MOVE WS-OLD-GEN TO KH-GEN
               READ KEY-HISTORY
                   INVALID KEY CONTINUE
               END-READ
               IF WS-KH-STATUS NOT = "00" THEN
                   MOVE "OLD GENERATION NOT ON THE KEY HISTORY"
                       TO WS-FAIL-REASON
               ELSE
                   MOVE KH-KEY-VALUE TO WS-OLD-KEY
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES THEN
               PERFORM DECIDE-DOCUMENT-FILE
               IF WS-DOC-FLAG = "F" THEN
                   PERFORM REKEY-DOCUMENT-FILE
               ELSE
                   PERFORM REKEY-INLINE-RESULT
               END-IF
           END-IF
           MOVE SPACES TO ROLL-DETAIL
           MOVE RM-DOC-REF TO RD-DOC-REF
           MOVE WS-DOC-FLAG TO RD-DOC-FILE
           MOVE WS-OLD-GEN TO RD-OLD-GEN
           MOVE "->" TO RD-ARROW
           MOVE WS-NEW-GEN TO RD-NEW-GEN
           MOVE WS-FIRST-BEFORE TO RD-BEFORE
           IF WS-FAIL-REASON = SPACES THEN
               MOVE "REKEYED " TO RD-ACTION
               MOVE WS-FIRST-AFTER TO RD-AFTER
               ADD 1 TO WS-COUNT-REKEYED
           ELSE
               MOVE "FAILED  " TO RD-ACTION
               MOVE WS-FAIL-REASON TO RD-AFTER
               ADD 1 TO WS-COUNT-FAILED
               DISPLAY "RE-KEY FAILED FOR " RM-DOC-REF ": "
                   WS-FAIL-REASON
           END-IF
           WRITE ROLL-DETAIL.

       RESOLVE-RECIPE-KEYS.
       *> EVERY STEP OF THE MODE C ENTRY'S RECIPE (STILL IN THE
       *> RECIPE MASTER'S RECORD AREA FROM EXAMINE-ENTRY-RECIPE),
       *> RESOLVED INTO WS-RK-TABLE. ANY STEP THAT WILL NOT RESOLVE
       *> FAILS THE WHOLE ENTRY - NEVER RE-KEY HALF A RECIPE.
           IF WS-RCP-PROBLEM NOT = SPACES THEN
               MOVE WS-RCP-PROBLEM TO WS-FAIL-REASON
           ELSE
               MOVE SPACES TO WS-RK-TABLE
               PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                       UNTIL WS-RCP-IDX > WS-RCP-STEPS
                   PERFORM RESOLVE-ROLL-STEP
               END-PERFORM
           END-IF.

       RESOLVE-ROLL-STEP.
       *> ONE STEP. A SHIFT OR ALPHABET STEP IS THE SAME BOTH WAYS;
       *> A VIGENERE STEP IS DECIPHERED UNDER THE GENERATION THE ENTRY
       *> RECORDS FOR IT AND RE-ENCIPHERED UNDER THE NEW ONE WHEN IT
       *> IS THE KEY ID BEING ROLLED, UNDER THE SAME ONE OTHERWISE.
           MOVE RC-STEP-TYPE (WS-RCP-IDX) TO WS-RK-TYPE (WS-RCP-IDX)
           MOVE "N" TO WS-RK-ROLLED (WS-RCP-IDX)
           MOVE 0 TO WS-RK-SHIFT (WS-RCP-IDX)
           EVALUATE RC-STEP-TYPE (WS-RCP-IDX)
               WHEN "E"
                   IF RC-STEP-SHIFT (WS-RCP-IDX) IS NUMERIC THEN
                       MOVE RC-STEP-SHIFT (WS-RCP-IDX)
                           TO WS-RK-SHIFT (WS-RCP-IDX)
                   ELSE
                       MOVE "RECIPE SHIFT STEP NOT USABLE"
                           TO WS-FAIL-REASON
                   END-IF
               WHEN "M"
                   MOVE FUNCTION UPPER-CASE (RC-STEP-NAME (WS-RCP-IDX))
                       TO AM-NAME
                   READ ALPHA-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-AM-STATUS = "00" THEN
                       MOVE AM-TABLE TO WS-RK-ALPHA (WS-RCP-IDX)
                   ELSE
                       MOVE "RECIPE ALPHABET NOT ON THE MASTER"
                           TO WS-FAIL-REASON
                   END-IF
               WHEN "V"
                   IF RM-STEP-GEN (WS-RCP-IDX) IS NUMERIC
                           AND RM-STEP-GEN (WS-RCP-IDX) > 0 THEN
                       MOVE RM-STEP-GEN (WS-RCP-IDX) TO WS-STEP-GEN
                       PERFORM FIND-STEP-KEYWORD
                   ELSE
                       MOVE SPACES TO WS-STEP-KEY
                   END-IF
                   IF WS-STEP-KEY = SPACES THEN
                       MOVE "RECIPE STEP KEYWORD NOT ON THE HISTORY"
                           TO WS-FAIL-REASON
                   ELSE
                       MOVE WS-STEP-KEY TO WS-RK-OLD-KEY (WS-RCP-IDX)
                       IF RC-STEP-NAME (WS-RCP-IDX) = WS-ROLL-KEY-ID
                           MOVE "Y" TO WS-RK-ROLLED (WS-RCP-IDX)
                           MOVE WS-NEW-KEY
                               TO WS-RK-NEW-KEY (WS-RCP-IDX)
                       ELSE
                           MOVE WS-STEP-KEY
                               TO WS-RK-NEW-KEY (WS-RCP-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "RECIPE STEP TYPE NOT USABLE" TO WS-FAIL-REASON
           END-EVALUATE.

       FIND-STEP-KEYWORD.
       *> THE KEYWORD GENERATION WS-STEP-GEN OF THE STEP'S KEY ID
       *> CARRIED: THE KEY MASTER'S WHEN THAT IS STILL THE CURRENT
       *> GENERATION, OTHERWISE THE KEY HISTORY'S. SPACES WHEN
       *> NEITHER HAS IT.
           MOVE SPACES TO WS-STEP-KEY
           MOVE RC-STEP-NAME (WS-RCP-IDX) TO KM-KEY-ID
           READ KEY-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-KM-STATUS = "00"
                   AND (KM-GEN = WS-STEP-GEN
                       OR ((KM-GEN IS NOT NUMERIC OR KM-GEN = 0)
                           AND WS-STEP-GEN = 1)) THEN
               MOVE KM-KEY-VALUE TO WS-STEP-KEY
           ELSE
               MOVE RC-STEP-NAME (WS-RCP-IDX) TO KH-KEY-ID
               MOVE WS-STEP-GEN TO KH-GEN
               READ KEY-HISTORY
                   INVALID KEY CONTINUE
               END-READ
               IF WS-KH-STATUS = "00" THEN
                   MOVE KH-KEY-VALUE TO WS-STEP-KEY
               END-IF
           END-IF.

       DECIDE-DOCUMENT-FILE.
       *> RM-DOC-FILE SAYS WHETHER RM-RESULT IS TEXT OR A FILE NAME.
       *> AN ENTRY MASTERED BEFORE THAT FLAG WAS KEPT (NO GENERATION
       *> EITHER) IS TAKEN AS A DOCUMENT FILE WHEN RM-RESULT IS
       *> NOTHING BUT ONE NAME ENDING IN CIPHER'S ".CIP" - RE-KEYING
       *> A FILE NAME AS IF IT WERE CIPHERTEXT WOULD DESTROY THE ONLY
       *> POINTER TO THE DOCUMENT.
           IF RM-DOC-FILE = "F" THEN
               MOVE "F" TO WS-DOC-FLAG
           ELSE
               IF RM-KEY-GEN IS NOT NUMERIC
                       AND RM-RESULT (37:114) = SPACES THEN
                   MOVE FUNCTION LENGTH (FUNCTION TRIM (RM-RESULT))
                       TO WS-NAME-LEN
                   IF WS-NAME-LEN > 4 THEN
                       IF RM-RESULT (WS-NAME-LEN - 3:4) = ".CIP" THEN
                           MOVE "F" TO WS-DOC-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REKEY-INLINE-RESULT.
       *> THE SAME 50-CHARACTER SEGMENTS PROCESS-TRANSACTION
       *> ENCIPHERED, WITH EACH KEYWORD PHASE CARRIED ACROSS THEM.
       *> EACH NEW SEGMENT IS DECIPHERED AGAIN UNDER THE NEW KEYWORD
       *> AND MUST GIVE BACK THE SAME PLAINTEXT THE OLD ONE DID BEFORE
       *> THE MASTER ENTRY IS REWRITTEN.
           MOVE RM-RESULT (1:50) TO WS-FIRST-BEFORE
           MOVE SPACES TO WS-NEW-RESULT
           MOVE "Y" TO WS-MATCH-FLAG
           PERFORM RESET-KEYWORD-PHASES
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > 3
               COMPUTE WS-SEG-START = ((WS-SEG-IDX - 1) * 50) + 1
               MOVE RM-RESULT (WS-SEG-START:50) TO THE-MESSAGE
               PERFORM REKEY-ONE-LINE
               MOVE WS-RESULT TO WS-NEW-RESULT (WS-SEG-START:50)
           END-PERFORM
           IF NOT REKEY-PROVED THEN
               MOVE "ROUND TRIP UNDER NEW KEYWORD FAILED"
                   TO WS-FAIL-REASON
           ELSE
               MOVE WS-NEW-RESULT (1:50) TO WS-FIRST-AFTER
               MOVE WS-NEW-RESULT TO RM-RESULT
               PERFORM REWRITE-MASTER-ENTRY
               IF WS-FAIL-REASON = SPACES THEN
                   ADD 1 TO WS-COUNT-RK-INLINE
               END-IF
           END-IF.

       REKEY-DOCUMENT-FILE.
       *> THE WHOLE ENCIPHERED FILE, LINE BY LINE INTO THE WORK FILE,
       *> WITH A COPY OF IT AS IT STANDS INTO KEYROLL.ORG. ONLY WHEN
       *> EVERY LINE HAS PROVED OUT IS THE DOCUMENT REPLACED.
           MOVE RM-RESULT (1:36) TO WS-DOC-NAME
           MOVE RM-RESULT (1:50) TO WS-FIRST-BEFORE
           MOVE "N" TO WS-DOC-EOF
           MOVE 0 TO WS-DOC-LINES
           MOVE 0 TO WS-ORIG-LINES
           MOVE "N" TO WS-DOC-REPLACED
           MOVE "Y" TO WS-MATCH-FLAG
           PERFORM RESET-KEYWORD-PHASES
           IF DOCUMENT-FILES-HALTED THEN
               MOVE "NOT TRIED - AN EARLIER RESTORE FAILED"
                   TO WS-FAIL-REASON
           ELSE
               OPEN INPUT DOC-IN-FILE
               IF WS-DI-STATUS NOT = "00" THEN
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "DOCUMENT FILE UNREADABLE, STATUS "
                       WS-DI-STATUS
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
               ELSE
                   OPEN OUTPUT WORK-FILE
                   OPEN OUTPUT ORIG-FILE
                   IF WS-WK-STATUS NOT = "00"
                           OR WS-OG-STATUS NOT = "00" THEN
                       MOVE SPACES TO WS-FAIL-REASON
                       STRING "WORK FILES NOT OPENED, STATUS "
                           WS-WK-STATUS "/" WS-OG-STATUS
                           DELIMITED BY SIZE INTO WS-FAIL-REASON
                   ELSE
                       PERFORM UNTIL END-OF-DOC
                           READ DOC-IN-FILE
                               AT END MOVE "Y" TO WS-DOC-EOF
                               NOT AT END
                                   PERFORM REKEY-DOCUMENT-LINE
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE DOC-IN-FILE
                   CLOSE WORK-FILE
                   CLOSE ORIG-FILE
                   EVALUATE TRUE
                       WHEN WS-FAIL-REASON NOT = SPACES
                           CONTINUE
                       WHEN NOT REKEY-PROVED
                           MOVE "ROUND TRIP UNDER NEW KEYWORD FAILED"
                               TO WS-FAIL-REASON
                       WHEN WS-ORIG-LINES NOT = WS-DOC-LINES
                           MOVE "COPY OF THE ORIGINAL INCOMPLETE"
                               TO WS-FAIL-REASON
                       WHEN OTHER
                           PERFORM REPLACE-DOCUMENT-FILE
                   END-EVALUATE
               END-IF
           END-IF.

       REKEY-DOCUMENT-LINE.
           MOVE DOC-IN-RECORD TO ORIG-RECORD
           WRITE ORIG-RECORD
           IF WS-OG-STATUS = "00" THEN
               ADD 1 TO WS-ORIG-LINES
           END-IF
           MOVE DOC-IN-RECORD TO THE-MESSAGE
           PERFORM REKEY-ONE-LINE
           IF WS-DOC-LINES = 0 THEN
      *> THE LOG SHOWS THE DOCUMENT'S FIRST LINE, NOT ITS FILE NAME,
      *> SO THE BEFORE AND AFTER CAN ACTUALLY BE TOLD APART
               MOVE DOC-IN-RECORD TO WS-FIRST-BEFORE
               MOVE WS-RESULT TO WS-FIRST-AFTER
           END-IF
           MOVE WS-RESULT TO WORK-RECORD
           WRITE WORK-RECORD
           IF WS-WK-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-FAIL-REASON
               STRING "WORK FILE WRITE FAILED, STATUS " WS-WK-STATUS
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
           END-IF
           ADD 1 TO WS-DOC-LINES.

       REPLACE-DOCUMENT-FILE.
       *> PUTS THE PROVED COPY OVER THE DOCUMENT, READS IT BACK
       *> AGAINST THE WORK FILE, AND ONLY THEN MOVES THE MASTER ENTRY
       *> ONTO THE NEW GENERATION - SO THE MASTER NEVER CLAIMS A
       *> GENERATION THE FILE IS NOT UNDER. ANY FAILURE ONCE THE
       *> DOCUMENT HAS BEEN OPENED FOR OUTPUT PUTS THE ORIGINAL BACK.
           PERFORM COPY-WORK-TO-DOCUMENT
           IF WS-FAIL-REASON = SPACES THEN
               PERFORM VERIFY-DOCUMENT-COPY
           END-IF
           IF WS-FAIL-REASON = SPACES THEN
               PERFORM REWRITE-MASTER-ENTRY
           END-IF
           IF WS-FAIL-REASON = SPACES THEN
               ADD 1 TO WS-COUNT-RK-DOCFILE
           ELSE
               IF WS-DOC-REPLACED = "Y" THEN
                   PERFORM RESTORE-ORIGINAL-DOCUMENT
               END-IF
           END-IF.

       RESET-KEYWORD-PHASES.
       *> ONCE PER DOCUMENT, THE WAY PROCESS-TRANSACTION RESETS ITS
       *> KEYWORD PHASE ONCE PER TRANSACTION - FOR THE MODE V KEYWORD
       *> AND FOR EVERY VIGENERE STEP OF A RECIPE
           MOVE 1 TO WS-KEYPOS-OLD
           MOVE 1 TO WS-KEYPOS-NEW
           MOVE 1 TO WS-KEYPOS-CHK
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > 5
               MOVE 1 TO WS-RK-POS-OLD (WS-RCP-IDX)
               MOVE 1 TO WS-RK-POS-NEW (WS-RCP-IDX)
               MOVE 1 TO WS-RK-POS-CHK (WS-RCP-IDX)
           END-PERFORM.

       REKEY-ONE-LINE.
       *> ONE 50-CHARACTER LINE IN THE-MESSAGE: OFF THE OLD KEYWORD,
       *> ONTO THE NEW ONE, AND BACK OFF THE NEW ONE TO PROVE IT.
       *> LEAVES THE RE-KEYED LINE IN WS-RESULT. THE CIPHER
       *> SUBPROGRAMS TRIM WHAT THEY RETURN, SO THE PROOF COMPARES
       *> THE TRIMMED FORMS, THE SAME WAY CIPVERIFY DOES.
           IF WS-ENTRY-MODE = "C" THEN
               PERFORM REKEY-RECIPE-LINE
           ELSE
               MOVE SPACES TO WS-CHECK
               CALL "VDECRYPT" USING BY CONTENT THE-MESSAGE,
                   WS-OLD-KEY, BY REFERENCE WS-CHECK,
                   BY REFERENCE WS-KEYPOS-OLD
               MOVE WS-CHECK TO THE-MESSAGE
               MOVE SPACES TO WS-RESULT
               CALL "VENCRYPT" USING BY CONTENT THE-MESSAGE,
                   WS-NEW-KEY, BY REFERENCE WS-RESULT,
                   BY REFERENCE WS-KEYPOS-NEW
               MOVE SPACES TO WS-CHECK
               CALL "VDECRYPT" USING BY CONTENT WS-RESULT,
                   WS-NEW-KEY, BY REFERENCE WS-CHECK,
                   BY REFERENCE WS-KEYPOS-CHK
               IF FUNCTION TRIM (WS-CHECK) NOT =
                       FUNCTION TRIM (THE-MESSAGE)
                   MOVE "N" TO WS-MATCH-FLAG
               END-IF
           END-IF.

       REKEY-RECIPE-LINE.
       *> THE SAME FOR A MODE C LINE: BACK THROUGH THE WHOLE RECIPE
       *> UNDER THE OLD KEYWORDS, LAST STEP FIRST, FORWARD THROUGH IT
       *> UNDER THE NEW ONES, AND BACK AGAIN UNDER THE NEW ONES TO
       *> PROVE IT - EACH VIGENERE STEP KEEPING ITS OWN PHASE FOR
       *> EACH PASS, AS CIPHER'S APPLY-RECIPE DOES
           MOVE THE-MESSAGE TO WS-STEP-TEXT
           PERFORM UNDO-OLD-STEP
               VARYING WS-RCP-IDX FROM WS-RCP-STEPS BY -1
               UNTIL WS-RCP-IDX < 1
           MOVE WS-STEP-TEXT TO WS-STEP-PLAIN
           PERFORM APPLY-NEW-STEP
               VARYING WS-RCP-IDX FROM 1 BY 1
               UNTIL WS-RCP-IDX > WS-RCP-STEPS
           MOVE WS-STEP-TEXT TO WS-RESULT
           PERFORM UNDO-NEW-STEP
               VARYING WS-RCP-IDX FROM WS-RCP-STEPS BY -1
               UNTIL WS-RCP-IDX < 1
           IF FUNCTION TRIM (WS-STEP-TEXT) NOT =
                   FUNCTION TRIM (WS-STEP-PLAIN)
               MOVE "N" TO WS-MATCH-FLAG
           END-IF.

       UNDO-OLD-STEP.
           MOVE SPACES TO WS-CHECK
           EVALUATE WS-RK-TYPE (WS-RCP-IDX)
               WHEN "E"
                   CALL "DECRYPT" USING BY CONTENT WS-STEP-TEXT,
                       WS-RK-SHIFT (WS-RCP-IDX), BY REFERENCE WS-CHECK
               WHEN "V"
                   CALL "VDECRYPT" USING BY CONTENT WS-STEP-TEXT,
                       WS-RK-OLD-KEY (WS-RCP-IDX),
                       BY REFERENCE WS-CHECK,
                       BY REFERENCE WS-RK-POS-OLD (WS-RCP-IDX)
               WHEN "M"
                   CALL "SUBCIPH" USING BY CONTENT WS-STEP-TEXT,
                       WS-RK-ALPHA (WS-RCP-IDX), "D",
                       BY REFERENCE WS-CHECK
           END-EVALUATE
           MOVE WS-CHECK TO WS-STEP-TEXT.

       APPLY-NEW-STEP.
           MOVE SPACES TO WS-CHECK
           EVALUATE WS-RK-TYPE (WS-RCP-IDX)
               WHEN "E"
                   CALL "ENCRYPT" USING BY CONTENT WS-STEP-TEXT,
                       WS-RK-SHIFT (WS-RCP-IDX), BY REFERENCE WS-CHECK
               WHEN "V"
                   CALL "VENCRYPT" USING BY CONTENT WS-STEP-TEXT,
                       WS-RK-NEW-KEY (WS-RCP-IDX),
                       BY REFERENCE WS-CHECK,
                       BY REFERENCE WS-RK-POS-NEW (WS-RCP-IDX)
               WHEN "M"
                   CALL "SUBCIPH" USING BY CONTENT WS-STEP-TEXT,
                       WS-RK-ALPHA (WS-RCP-IDX), "E",
                       BY REFERENCE WS-CHECK
           END-EVALUATE
           MOVE WS-CHECK TO WS-STEP-TEXT.

       UNDO-NEW-STEP.
           MOVE SPACES TO WS-CHECK
           EVALUATE WS-RK-TYPE (WS-RCP-IDX)
               WHEN "E"
                   CALL "DECRYPT" USING BY CONTENT WS-STEP-TEXT,
                       WS-RK-SHIFT (WS-RCP-IDX), BY REFERENCE WS-CHECK
               WHEN "V"
                   CALL "VDECRYPT" USING BY CONTENT WS-STEP-TEXT,
                       WS-RK-NEW-KEY (WS-RCP-IDX),
                       BY REFERENCE WS-CHECK,
                       BY REFERENCE WS-RK-POS-CHK (WS-RCP-IDX)
               WHEN "M"
                   CALL "SUBCIPH" USING BY CONTENT WS-STEP-TEXT,
                       WS-RK-ALPHA (WS-RCP-IDX), "D",
                       BY REFERENCE WS-CHECK
           END-EVALUATE
           MOVE WS-CHECK TO WS-STEP-TEXT.

       REWRITE-MASTER-ENTRY.
       *> MOVES THE ENTRY ONTO THE NEW GENERATION - FOR A MODE C
       *> ENTRY, EVERY RECIPE STEP UNDER THE KEY ID. RM-TIMESTAMP IS
       *> LEFT AS IT WAS - IT IS THE DATE THE DOCUMENT WAS PROCESSED,
       *> WHICH RMEXTR SENDS TO RECORDS MANAGEMENT AND THE RETENTION
       *> PERIOD RUNS FROM; A RE-KEY DOES NOT RESTART IT.
           IF WS-ENTRY-MODE = "C" THEN
               PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                       UNTIL WS-RCP-IDX > WS-RCP-STEPS
                   IF WS-RK-ROLLED (WS-RCP-IDX) = "Y" THEN
                       MOVE WS-NEW-GEN TO RM-STEP-GEN (WS-RCP-IDX)
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-NEW-GEN TO RM-KEY-GEN
           END-IF
           MOVE WS-DOC-FLAG TO RM-DOC-FILE
           REWRITE RESULT-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-RM-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-FAIL-REASON
               STRING "MASTER REWRITE FAILED, STATUS " WS-RM-STATUS
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
           END-IF.

       COPY-WORK-TO-DOCUMENT.
       *> PUTS THE PROVED RE-KEYED COPY OVER THE DOCUMENT FILE AND
       *> CHECKS EVERY LINE MADE IT ACROSS - A LINE ONLY COUNTS WHEN
       *> ITS WRITE CAME BACK CLEAN
           MOVE "N" TO WS-DOC-EOF
           MOVE 0 TO WS-COPY-LINES
           OPEN INPUT WORK-FILE
           IF WS-WK-STATUS = "00" THEN
               OPEN OUTPUT DOC-OUT-FILE
               IF WS-DO-STATUS = "00" THEN
                   MOVE "Y" TO WS-DOC-REPLACED
               END-IF
           END-IF
           IF WS-WK-STATUS NOT = "00" OR WS-DO-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-FAIL-REASON
               STRING "DOCUMENT FILE NOT REPLACED, STATUS "
                   WS-WK-STATUS "/" WS-DO-STATUS
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
           ELSE
               PERFORM UNTIL END-OF-DOC
                   READ WORK-FILE
                       AT END MOVE "Y" TO WS-DOC-EOF
                       NOT AT END
                           MOVE WORK-RECORD TO DOC-OUT-RECORD
                           WRITE DOC-OUT-RECORD
                           IF WS-DO-STATUS = "00" THEN
                               ADD 1 TO WS-COPY-LINES
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-COPY-LINES NOT = WS-DOC-LINES THEN
                   MOVE "DOCUMENT FILE COPY-BACK INCOMPLETE"
                       TO WS-FAIL-REASON
               END-IF
           END-IF
           CLOSE WORK-FILE
           CLOSE DOC-OUT-FILE.

       VERIFY-DOCUMENT-COPY.
       *> READS THE REPLACED DOCUMENT BACK LINE FOR LINE AGAINST THE
       *> WORK FILE IT WAS COPIED FROM
           MOVE "N" TO WS-DOC-EOF
           MOVE 0 TO WS-COPY-LINES
           MOVE "Y" TO WS-COPY-SAME
           OPEN INPUT DOC-IN-FILE
           OPEN INPUT WORK-FILE
           IF WS-DI-STATUS NOT = "00" OR WS-WK-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-FAIL-REASON
               STRING "DOCUMENT FILE NOT READ BACK, STATUS "
                   WS-DI-STATUS
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
           ELSE
               PERFORM UNTIL END-OF-DOC
                   READ DOC-IN-FILE
                       AT END MOVE "Y" TO WS-DOC-EOF
                       NOT AT END PERFORM VERIFY-ONE-COPY-LINE
                   END-READ
               END-PERFORM
               IF WS-COPY-SAME = "N"
                       OR WS-COPY-LINES NOT = WS-DOC-LINES THEN
                   MOVE "DOCUMENT FILE READ BACK DOES NOT MATCH"
                       TO WS-FAIL-REASON
               END-IF
           END-IF
           CLOSE DOC-IN-FILE
           CLOSE WORK-FILE.

       VERIFY-ONE-COPY-LINE.
           ADD 1 TO WS-COPY-LINES
           READ WORK-FILE
               AT END MOVE "N" TO WS-COPY-SAME
               NOT AT END
                   IF WORK-RECORD NOT = DOC-IN-RECORD THEN
                       MOVE "N" TO WS-COPY-SAME
                   END-IF
           END-READ.

       RESTORE-ORIGINAL-DOCUMENT.
       *> PUTS THE DOCUMENT BACK FROM KEYROLL.ORG AFTER A FAILED
       *> COPY-BACK OR MASTER REWRITE, SO FILE AND MASTER ENTRY STAY
       *> ON THE SAME GENERATION. THE FAILURE REASON STAYS THE ONE
       *> THAT CAUSED IT UNLESS THE RESTORE FAILS TOO - THEN
       *> KEYROLL.ORG IS THE ONLY GOOD COPY, AND NO FURTHER DOCUMENT
       *> FILE IS TOUCHED THIS RUN, SINCE THE NEXT ONE WOULD OVERWRITE
       *> IT.
           MOVE "N" TO WS-DOC-EOF
           MOVE 0 TO WS-COPY-LINES
           OPEN INPUT ORIG-FILE
           IF WS-OG-STATUS = "00" THEN
               OPEN OUTPUT DOC-OUT-FILE
               IF WS-DO-STATUS = "00" THEN
                   PERFORM UNTIL END-OF-DOC
                       READ ORIG-FILE
                           AT END MOVE "Y" TO WS-DOC-EOF
                           NOT AT END
                               MOVE ORIG-RECORD TO DOC-OUT-RECORD
                               WRITE DOC-OUT-RECORD
                               IF WS-DO-STATUS = "00" THEN
                                   ADD 1 TO WS-COPY-LINES
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE DOC-OUT-FILE
           END-IF
           CLOSE ORIG-FILE
           IF WS-COPY-LINES NOT = WS-DOC-LINES THEN
               MOVE "Y" TO WS-DOC-HALT
               MOVE "ORIGINAL NOT RESTORED - SEE KEYROLL.ORG"
                   TO WS-FAIL-REASON
               DISPLAY "*** " RM-DOC-REF " " FUNCTION TRIM (WS-DOC-NAME)
                   " COULD NOT BE PUT BACK - KEYROLL.ORG HOLDS THE "
                   "ORIGINAL; NO FURTHER DOCUMENT FILES RE-KEYED"
           END-IF.

       RESCAN-MASTER-ENTRY.
       *> PASS TWO - ANY MODE V ENTRY UNDER THE KEY ID, OR MODE C
       *> ENTRY WITH A RECIPE STEP UNDER IT, THAT IS NOT ON THE NEW
       *> GENERATION IS LISTED AND COUNTED AS LEFT BEHIND
           EVALUATE TRUE
               WHEN RM-MODE = "V" AND RM-KEY-ID (1:8) = WS-ROLL-KEY-ID
                   ADD 1 TO WS-COUNT-RESCAN
                   IF RM-KEY-GEN IS NUMERIC AND RM-KEY-GEN > 0 THEN
                       MOVE RM-KEY-GEN TO WS-OLD-GEN
                   ELSE
                       MOVE 1 TO WS-OLD-GEN
                   END-IF
                   IF WS-OLD-GEN NOT = WS-NEW-GEN THEN
                       PERFORM WRITE-LEFT-DETAIL
                   END-IF
               WHEN RM-MODE = "C"
                   PERFORM EXAMINE-ENTRY-RECIPE
                   IF RECIPE-USES-KEY THEN
                       ADD 1 TO WS-COUNT-RESCAN
                       IF RECIPE-BEHIND THEN
                           PERFORM WRITE-LEFT-DETAIL
                       END-IF
                   END-IF
           END-EVALUATE.

       WRITE-LEFT-DETAIL.
           ADD 1 TO WS-COUNT-LEFT
           MOVE SPACES TO ROLL-DETAIL
           MOVE "LEFT    " TO RD-ACTION
           MOVE RM-DOC-REF TO RD-DOC-REF
           MOVE RM-DOC-FILE TO RD-DOC-FILE
           MOVE WS-OLD-GEN TO RD-OLD-GEN
           MOVE "->" TO RD-ARROW
           MOVE WS-NEW-GEN TO RD-NEW-GEN
           MOVE RM-RESULT (1:40) TO RD-BEFORE
           IF RM-MODE = "C" AND WS-RCP-PROBLEM NOT = SPACES THEN
               MOVE WS-RCP-PROBLEM TO RD-AFTER
           ELSE
               MOVE "STILL UNDER THE OLD GENERATION" TO RD-AFTER
           END-IF
           WRITE ROLL-DETAIL.

       RETIRE-OLD-GENERATIONS.
       *> ONE EARLIER GENERATION OF THE KEY ID. ONLY REACHED WHEN THE
       *> RESCAN FOUND NOTHING LEFT UNDER ANY OF THEM.
           MOVE WS-ROLL-KEY-ID TO KH-KEY-ID
           MOVE WS-GEN-IDX TO KH-GEN
           READ KEY-HISTORY
               INVALID KEY CONTINUE
           END-READ
           IF WS-KH-STATUS = "00" AND KH-STATUS NOT = "R" THEN
               MOVE "R" TO KH-STATUS
               MOVE WS-TIMESTAMP (1:8) TO KH-RETIRED-DATE
               REWRITE KEY-HIST-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               IF WS-KH-STATUS = "00" THEN
                   ADD 1 TO WS-COUNT-RETIRED
               ELSE
                   DISPLAY "KEY HISTORY NOT UPDATED FOR GENERATION "
                       WS-GEN-IDX ", STATUS " WS-KH-STATUS
               END-IF
           END-IF.

       WRITE-LOG-TOTALS.
       *> THE CONTROL TOTALS THE CUSTODIAN SIGNS OFF
           MOVE SPACES TO ROLL-LINE
           WRITE ROLL-LINE

           MOVE WS-COUNT-READ TO WS-COUNT-EDIT
           MOVE SPACES TO ROLL-LINE
           STRING "MASTER ENTRIES READ:              " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE

           MOVE WS-COUNT-UNDER TO WS-COUNT-EDIT
           MOVE SPACES TO ROLL-LINE
           STRING "MODE V/C DOCUMENTS UNDER THE KEY: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE

           MOVE WS-COUNT-UNDER-C TO WS-COUNT-EDIT
           MOVE SPACES TO ROLL-LINE
           STRING "  OF THEM MODE C, BY RECIPE:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE

           MOVE WS-COUNT-CURRENT TO WS-COUNT-EDIT
           MOVE SPACES TO ROLL-LINE
           STRING "  ALREADY ON THE NEW GENERATION:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE

           MOVE WS-COUNT-REKEYED TO WS-COUNT-EDIT
           MOVE SPACES TO ROLL-LINE
           STRING "  RE-KEYED:                       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE

           MOVE WS-COUNT-RK-INLINE TO WS-COUNT-EDIT
           MOVE SPACES TO ROLL-LINE
           STRING "    INLINE RESULTS:               " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE

           MOVE WS-COUNT-RK-DOCFILE TO WS-COUNT-EDIT
           MOVE SPACES TO ROLL-LINE
           STRING "    DOCUMENT FILES:               " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE

           MOVE WS-COUNT-FAILED TO WS-COUNT-EDIT
           MOVE SPACES TO ROLL-LINE
           STRING "  FAILED:                         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE

           MOVE WS-COUNT-RESCAN TO WS-COUNT-EDIT
           MOVE SPACES TO ROLL-LINE
           STRING "RESCAN - DOCUMENTS UNDER THE KEY: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE

           MOVE WS-COUNT-LEFT TO WS-COUNT-EDIT
           MOVE SPACES TO ROLL-LINE
           STRING "RESCAN - LEFT UNDER OLD GENS:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE

           MOVE WS-COUNT-RETIRED TO WS-COUNT-EDIT
           MOVE SPACES TO ROLL-LINE
           STRING "OLD GENERATIONS MARKED RETIRED:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO ROLL-LINE
           WRITE ROLL-LINE

           MOVE SPACES TO ROLL-LINE
           IF WS-BALANCED = "Y" AND WS-COUNT-LEFT = 0 THEN
               STRING "CONTROL TOTALS BALANCE - NOTHING LEFT UNDER "
                   "KEY ID " WS-ROLL-KEY-ID " BELOW GENERATION "
                   WS-NEW-GEN
                   DELIMITED BY SIZE INTO ROLL-LINE
           ELSE
               IF WS-BALANCED = "Y" THEN
                   STRING "CONTROL TOTALS BALANCE - BUT DOCUMENTS ARE "
                       "STILL UNDER AN OLD GENERATION, SEE LEFT LINES"
                       DELIMITED BY SIZE INTO ROLL-LINE
               ELSE
                   MOVE "*** CONTROL TOTALS OUT OF BALANCE ***"
                       TO ROLL-LINE
               END-IF
           END-IF
           WRITE ROLL-LINE

           IF WS-COUNT-FAILED > 0 THEN
               MOVE SPACES TO ROLL-LINE
               STRING "OLD GENERATIONS NOT RETIRED - FAILED RE-KEYS "
                   "MUST BE CLEARED AND THE RUN REPEATED"
                   DELIMITED BY SIZE INTO ROLL-LINE
               WRITE ROLL-LINE
           END-IF
           IF DOCUMENT-FILES-HALTED THEN
               MOVE SPACES TO ROLL-LINE
               STRING "*** DOCUMENT FILE RE-KEYING STOPPED - A "
                   "DOCUMENT COULD NOT BE PUT BACK, ITS ORIGINAL IS IN "
                   "KEYROLL.ORG ***"
                   DELIMITED BY SIZE INTO ROLL-LINE
               WRITE ROLL-LINE
           END-IF.
       END PROGRAM KEYROLL.
