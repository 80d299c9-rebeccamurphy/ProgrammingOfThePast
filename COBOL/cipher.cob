               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-NAME
               FILE STATUS IS WS-AM-STATUS.
           SELECT OPTIONAL RECIPE-MASTER ASSIGN TO "RCPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-NAME
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL OUT-FILE ASSIGN TO "CIPHER.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "CIPHER.REJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPECT-FILE ASSIGN TO "CIPHER.SUS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "CIPHRUN.HIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACTIVITY-FILE ASSIGN TO "CIPHACT.HIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOC-IN-FILE ASSIGN DYNAMIC WS-DOC-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DI-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-DOC-REF
               FILE STATUS IS WS-RM-STATUS.
           SELECT OPTIONAL OFFICE-MASTER ASSIGN TO "OFFMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OFFICE
               FILE STATUS IS WS-OM-STATUS.
           SELECT OPTIONAL BATCH-REGISTER ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BR-STATUS.
           SELECT OPTIONAL BATCH-LOG-FILE ASSIGN TO "BATCHREG.HIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALT-FILE ASSIGN TO "FPSALT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       *> CONTAINS THE DATA THE PROGRAM USES
       FILE SECTION.
           05 	TX-MODE 	PIC X(1).
      *>  E = ENCRYPT, D = DECRYPT, S = SOLVE, V = VIGENERE ENCRYPT,
      *>  W = VIGENERE DECRYPT, K = VIGENERE KEYWORD SOLVE,
      *>  M = SUBSTITUTION ENCIPHER, N = SUBSTITUTION DECIPHER,
      *>  C = COMPOUND ENCIPHER, X = COMPOUND DECIPHER
           05 	TX-MESSAGE 	PIC X(50).
           05 	TX-CONT-FLAG 	PIC X(1).
      *>  Y = MESSAGE CONTINUES NEXT LINE
      *>  ENTRY ON THE KEY MASTER - NEVER THE KEYWORD ITSELF.
      *>  MODE M/N: THE NAME (FIRST 8 CHARACTERS) OF THE OFFICE'S
      *>  SUBSTITUTION ALPHABET ON THE ALPHABET MASTER.
      *>  MODE C/X: THE NAME (FIRST 8 CHARACTERS) OF THE RECIPE ON
      *>  THE RECIPE MASTER - NEVER THE KEYS BEHIND IT.
           05 	TX-DOC-REF 	PIC X(12).
      *>  THE ORIGINATING OFFICE'S DOCUMENT REFERENCE, E.G.
      *>  "2026-0841". CARRIED THROUGH TO CIPHER.OUT, AUDIT.LOG AND
           05 	HDR-CREATE-DATE PIC X(8).
      *>  YYYYMMDD THE OFFICE BUILT THE FILE
           05 	HDR-OFFICE 	PIC X(10).
      *>  MUST NAME AN ACTIVE OFFICE ON THE OFFICE MASTER, OR EVERY
      *>  TRANSACTION IN THE FILE IS REJECTED (R012)
           05 	FILLER 		PIC X(64).

       01  TRANS-TRAILER-REC.
           05 	PRM-FILE-NAME 	PIC X(30).
      *>  MODE B: THE TRANSACTION FILE (BLANK = TRANS.DAT).
      *>  MODE M: THE MANIFEST (BLANK = CIPHER.MAN).
           05 	PRM-SUSPECT-MIN PIC X(3).
      *>  LOWEST ENGLISH SCORE A D/W/N RESULT MAY HAVE WITHOUT BEING
      *>  FLAGGED SUSPECT, E.G. "050". BLANK = THE USUAL 50.

       FD  ALPHA-MASTER.
       *> NAMED SUBSTITUTION ALPHABET MASTER, ONE ENTRY PER
           05 	AM-STATUS 	PIC X(1).
      *>  A = ACTIVE, I = INACTIVE

       FD  RECIPE-MASTER.
       *> NAMED COMPOUND RECIPE MASTER FOR MODES C AND X - THE
       *> HIGHER-GRADE TRAFFIC ENCIPHERED IN MORE THAN ONE STAGE. A
       *> RECIPE IS AN ORDERED LIST OF STEPS, EACH A CAESAR SHIFT, A
       *> KEY ID OR AN ALPHABET NAME. MODE C RUNS THEM FIRST TO LAST,
       *> MODE X UNDOES THEM LAST TO FIRST. ONLY NAMES ARE HELD HERE;
       *> THE KEYWORDS AND TABLES STAY ON THEIR OWN MASTERS AND ARE
       *> RESOLVED, AND CHECKED AGAINST THE OFFICE, EVERY TIME THE
       *> RECIPE IS USED. MAINTAINED BY THE RCPLOAD PROGRAM FROM THE
       *> RCPTAB.SEQ WORKSHEET.
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

       FD  OUT-FILE.
       *> ECHOES EACH TRANSACTION PROCESSED, FOR THE OPERATOR'S RECORDS
       01  OUT-RECORD.
           05 	OUT-KEYWORD 	PIC X(20).
      *>  MODE S: THE KNOWN-PLAINTEXT CRIB. MODE V/W: THE KEY ID,
      *>  NEVER THE KEYWORD ITSELF. MODE K: THE RECOVERED KEYWORD,
      *>  OR SPACES WHEN NO KEYWORD COULD BE RECOVERED. MODE M/N: THE
      *>  ALPHABET NAME. MODE C/X: THE RECIPE NAME, NEVER THE SHIFTS,
      *>  KEY IDS OR ALPHABETS BEHIND IT. BLANK FOR E/D, WHERE
      *>  OUT-SHIFT IS WHAT MATTERS.
           05 	OUT-TRUNC 	PIC X(1).
      *>  "T" IF THE MESSAGE RAN PAST THE 150-CHAR/3-SEGMENT CAP AND
      *>  WAS TRUNCATED, SPACE OTHERWISE - SO OUT-RESULT'S COMPLETENESS
      *>  OUTPUT FILE NAMES, NOT TEXT, SO DOWNSTREAM READERS
      *>  (CIPVERIFY ABOVE ALL) MUST NOT TREAT THEM AS CIPHERTEXT.
      *>  SPACE FOR AN ORDINARY INLINE TRANSACTION.
           05 	OUT-OFFICE 	PIC X(10).
      *>  THE REGISTERED OFFICE (OFFICE MASTER KEY) THE TRANSACTION
      *>  FILE'S HEADER NAMED - WHAT CIPDIST BUILDS ITS RETURN FILES
      *>  BY. SPACES FOR MENU TRANSACTIONS, WHICH GO TO THE HOUSE.
           05 	OUT-SUSPECT 	PIC X(1).
      *>  "S" WHEN A D/W/N RESULT SCORED BELOW THE ENGLISH THRESHOLD -
      *>  MOST LIKELY THE OFFICE ENCIPHERED UNDER A DIFFERENT SHIFT,
      *>  KEY OR ALPHABET THAN ITS TRANSACTION NAMED. CIPDIST HOLDS
      *>  THESE BACK UNTIL THE OFFICE HAS CONFIRMED ITS KEY. SPACE
      *>  OTHERWISE, INCLUDING RESULTS TOO SHORT TO SCORE.
           05 	OUT-KEY-GEN 	PIC 9(3).
      *>  MODE V/W: THE GENERATION OF THE KEY ID'S KEYWORD THE RUN
      *>  USED, SO A RESULT CAN STILL BE PROVED AFTER THE KEY IS
      *>  ROTATED. ZERO FOR EVERY OTHER MODE, C/X INCLUDED - A
      *>  RECIPE MAY NAME SEVERAL KEYS, SO THEIRS ARE KEPT BELOW.
           05 	OUT-STEP-GENS.
               10 	OUT-STEP-GEN 	PIC 9(3) OCCURS 5 TIMES.
      *>  MODE C/X: FOR EACH STEP OF THE RECIPE, IN RECIPE ORDER, THE
      *>  GENERATION OF THE STEP'S KEY ID THE RUN USED - ZERO FOR A
      *>  SHIFT OR ALPHABET STEP AND FOR THE STEPS THE RECIPE DOES NOT
      *>  HAVE. ALL ZERO FOR EVERY OTHER MODE.

       FD  AUDIT-FILE.
       *> ONE LINE PER ENCRYPT/DECRYPT/SOLVE CALL, APPENDED TO ACROSS
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	AUD-MODE	PIC X(1).
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	AUD-FPRINT	PIC X(32).
      *>  FINGERPRINT OF THE 50-CHARACTER SEGMENT THE CALL WAS GIVEN,
      *>  FROM MSGFPRT UNDER THE FPSALT.DAT SALT - NEVER THE TEXT
      *>  ITSELF. THE SAME SEGMENT UNDER THE SAME SALT ALWAYS GIVES
      *>  THE SAME FINGERPRINT, SO A CALL CAN STILL BE MATCHED TO ITS
      *>  DOCUMENT.
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	AUD-FPRINT-FORM	PIC X(1).
      *>  "F" - MARKS THE RECORD AS CARRYING A FINGERPRINT, SO AUDSCRUB
      *>  NEVER FINGERPRINTS ONE TWICE. "N" - NO FINGERPRINT TAKEN,
      *>  BECAUSE THE RUN HAD NO USABLE SALT; AUD-FPRINT IS SPACES.
           05 	AUD-FPRINT-SALT	PIC X(8).
      *>  THE SALT ID FROM FPSALT.DAT THE FINGERPRINT WAS TAKEN UNDER
           05 	FILLER		PIC X(8) VALUE SPACES.
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	AUD-SHIFT	PIC S9(3) SIGN LEADING SEPARATE.
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	AUD-KEYWORD	PIC X(20).
      *>  MODE S/K: SPACES - THE CRIB IS PLAINTEXT AND STAYS OFF THE
      *>  AUDIT TRAIL LIKE THE MESSAGE ITSELF. MODE V/W: THE KEY ID -
      *>  THE AUDIT TRAIL NEVER SEES A REAL KEYWORD. MODE M/N: THE
      *>  ALPHABET NAME. MODE C/X: THE RECIPE NAME ONLY. BLANK FOR E/D.
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	AUD-TRUNC	PIC X(1).
      *>  "T" IF THE MESSAGE WAS TRUNCATED AT THE 150-CHAR CAP, SAME
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	AUD-DOC-REF	PIC X(12).
      *>  THE DOCUMENT REFERENCE FROM TX-DOC-REF, SPACES IF NONE
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	AUD-KEY-GEN	PIC 9(3).
      *>  MODE V/W: THE KEY GENERATION USED, SAME AS OUT-KEY-GEN
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	AUD-STEP-GENS.
               10 	AUD-STEP-GEN	PIC 9(3) OCCURS 5 TIMES.
      *>  MODE C/X: THE RECIPE STEPS' KEY GENERATIONS, SAME AS
      *>  OUT-STEP-GENS

       FD  REPORT-FILE.
       *> PRINTABLE SUMMARY OF THIS RUN'S ACTIVITY, WRITTEN AT STOP RUN
      *>  R010 = DOCUMENT-FILE TRANSACTION WITH MODE S/K, WHICH
      *>         ONLY WORK ON INLINE TEXT
      *>  R011 = NAMED DOCUMENT FILE MISSING OR UNREADABLE
      *>  R012 = HEADER OFFICE MISSING, NOT ON THE OFFICE MASTER, OR
      *>         INACTIVE
      *>  R013 = MODE NOT AUTHORIZED FOR THE HEADER OFFICE
      *>  R014 = KEY ID NOT ASSIGNED TO THE HEADER OFFICE
      *>  R015 = ALPHABET NOT ASSIGNED TO THE HEADER OFFICE
      *>  R016 = RECIPE NAME MISSING OR NOT USABLE (NOT ON THE RECIPE
      *>         MASTER, EXPIRED, NOT YET EFFECTIVE, INACTIVE, OR
      *>         WITH NO STEPS) FOR MODE C/X
      *>  R017 = A KEY ID OR ALPHABET NAMED BY ONE OF THE RECIPE'S
      *>         STEPS IS NOT USABLE ON ITS OWN MASTER
      *>  R018 = A KEY ID OR ALPHABET NAMED BY ONE OF THE RECIPE'S
      *>         STEPS IS NOT ASSIGNED TO THE HEADER OFFICE
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	REJ-IMAGE 	PIC X(91).
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	REJ-OFFICE 	PIC X(10).
      *>  THE HEADER OFFICE OF THE FILE THE REJECT CAME FROM, SO
      *>  REJFIX CAN SEND EACH REPAIR BACK UNDER ITS OWN OFFICE

       FD  SUSPECT-FILE.
       *> ONE LINE PER D/W/N RESULT THAT DID NOT READ AS ENGLISH - THE
       *> LIST OF OFFICES TO BE ASKED TO CONFIRM THEIR SHIFT, KEY OR
       *> ALPHABET BEFORE THE RESULT GOES BACK TO THEM. THE RESULT
       *> ITSELF IS NOT REPEATED HERE; IT IS ON CIPHER.OUT AND THE
       *> RESULTS MASTER, FLAGGED.
       01  SUSPECT-RECORD.
           05 	SUS-DOC-REF 	PIC X(12).
           05 	FILLER		PIC X(1).
           05 	SUS-SOURCE 	PIC X(30).
      *>  THE TRANSACTION FILE THE RESULT CAME FROM
           05 	FILLER		PIC X(1).
           05 	SUS-OFFICE 	PIC X(10).
           05 	FILLER		PIC X(1).
           05 	SUS-MODE 	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	SUS-SHIFT 	PIC S9(3) SIGN LEADING SEPARATE.
           05 	FILLER		PIC X(1).
           05 	SUS-KEY-ID 	PIC X(20).
      *>  THE KEY ID (W), ALPHABET NAME (N) OR RECIPE NAME (X) THE
      *>  TRANSACTION NAMED, SPACES FOR D, WHERE SUS-SHIFT IS WHAT
      *>  MATTERS
           05 	FILLER		PIC X(1).
           05 	SUS-SCORE 	PIC ZZ9.9.
      *>  THE RESULT'S ENGLISH SCORE - ABOUT 65 FOR ORDINARY ENGLISH,
      *>  ABOUT 40 FOR GIBBERISH
           05 	FILLER		PIC X(1).
           05 	SUS-THRESHOLD 	PIC ZZ9.
      *>  THE THRESHOLD THE RUN FLAGGED AGAINST
           05 	FILLER		PIC X(1).
           05 	SUS-DOC-FILE 	PIC X(1).
      *>  "F" WHEN THE RESULT IS A WHOLE DOCUMENT FILE
           05 	FILLER		PIC X(1).
           05 	SUS-TIMESTAMP 	PIC X(14).

       FD  DOC-IN-FILE.
       *> THE EXTERNAL DOCUMENT A FILE-FLAGGED TRANSACTION NAMES IN
           05 	RH-RESUMED 	PIC X(1).
      *>  "Y" WHEN THE RUN PICKED UP FROM A CHECKPOINT

       FD  ACTIVITY-FILE.
       *> PERMANENT ACTIVITY HISTORY, APPENDED TO ACROSS RUNS - ONE
       *> LINE PER TRANSACTION PROCESSED, WRITTEN AS IT IS DONE, AND
       *> ONE LINE PER TRANSACTION FILE THAT HAD REJECTS, WRITTEN AT
       *> THE END OF THE RUN (SO A RUN RESUMED FROM A CHECKPOINT
       *> NEITHER LOSES NOR DOUBLES EITHER KIND). WHAT THE CIPCHRG
       *> PROGRAM PRICES EACH OFFICE'S MONTH FROM.
       01  ACTIVITY-REC.
           05 	ACT-DATE 	PIC X(8).
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	ACT-TIME 	PIC X(6).
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	ACT-OFFICE 	PIC X(10).
      *>  THE REGISTERED OFFICE, SPACES FOR MENU TRANSACTIONS
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	ACT-TYPE 	PIC X(1).
      *>  T = ONE TRANSACTION PROCESSED
      *>  U = ONE TRANSACTION SKIPPED UNDONE (BAD KEY, ALPHABET OR
      *>      RECIPE, UNREADABLE DOCUMENT FILE, MULTI-LINE CRIB) -
      *>      LISTED FOR THE OFFICE BUT NOT CHARGED
      *>  R = THE REJECTS FROM ONE TRANSACTION FILE, COUNTED IN
      *>      ACT-REJ-COUNT
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	ACT-MODE 	PIC X(1).
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	ACT-PREC 	PIC X(1).
      *>  F = FLASH, P = PRIORITY, R = ROUTINE
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	ACT-DOC-FILE 	PIC X(1).
      *>  "F" FOR A DOCUMENT-FILE TRANSACTION
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	ACT-DOC-LINES 	PIC 9(5).
      *>  LINES STREAMED FOR A DOCUMENT-FILE TRANSACTION, ELSE ZERO
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	ACT-REJ-COUNT 	PIC 9(6).
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	ACT-DOC-REF 	PIC X(12).
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	ACT-SOURCE 	PIC X(30).

       FD  KEY-FILE.
       *> NAMED KEY MASTER - THE ONLY PLACE A REAL KEYWORD LIVES.
       *> TRANSACTIONS, CIPHER.OUT AND AUDIT.LOG CARRY THE KEY ID,
      *>  YYYYMMDD, INCLUSIVE ON BOTH ENDS
           05 	KM-STATUS 	PIC X(1).
      *>  A = ACTIVE, I = INACTIVE
           05 	KM-GEN 		PIC 9(3).
      *>  WHICH GENERATION OF THE KEY ID KM-KEY-VALUE IS. STARTS AT 1
      *>  AND GOES UP EACH TIME KEYAPPR APPROVES A NEW KEYWORD UNDER
      *>  THE SAME ID; EARLIER GENERATIONS ARE KEPT ON KEYHIST.DAT.
      *>  ZERO OR BLANK (AN ENTRY MASTERED BEFORE GENERATIONS WERE
      *>  KEPT) IS TAKEN AS GENERATION 1.

       FD  RESULT-FILE.
       *> PERMANENT RESULTS MASTER, KEYED ON THE DOCUMENT REFERENCE.
           05 	RM-SHIFT 	PIC S9(3) SIGN LEADING SEPARATE.
           05 	RM-KEY-ID 	PIC X(20).
      *>  SAME CONTENT AS OUT-KEYWORD: CRIB FOR S, KEY ID FOR V/W,
      *>  RECOVERED KEYWORD FOR K, ALPHABET NAME FOR M/N, RECIPE
      *>  NAME FOR C/X, SPACES FOR E/D
           05 	RM-RESULT 	PIC X(150).
           05 	RM-TRUNC 	PIC X(1).
           05 	RM-TIMESTAMP 	PIC X(21).
           05 	RM-SUSPECT 	PIC X(1).
      *>  SAME AS OUT-SUSPECT - "S" UNTIL THE DOCUMENT IS RE-PROCESSED
      *>  UNDER THE KEY THE OFFICE CONFIRMS
           05 	RM-KEY-GEN 	PIC 9(3).
      *>  SAME AS OUT-KEY-GEN. KEYROLL MOVES IT UP WHEN IT RE-KEYS
      *>  THE DOCUMENT UNDER A NEW GENERATION.
           05 	RM-DOC-FILE 	PIC X(1).
      *>  SAME AS OUT-DOC-FILE - "F" WHEN RM-RESULT NAMES THE OUTPUT
      *>  DOCUMENT FILE RATHER THAN CARRYING THE TEXT
           05 	RM-STEP-GENS.
               10 	RM-STEP-GEN 	PIC 9(3) OCCURS 5 TIMES.
      *>  SAME AS OUT-STEP-GENS. KEYROLL MOVES A STEP'S GENERATION UP
      *>  WHEN IT RE-KEYS THE DOCUMENT UNDER THAT STEP'S NEW KEYWORD.

       FD  OFFICE-MASTER.
       *> REGISTERED OFFICE MASTER, ONE ENTRY PER OFFICE ALLOWED TO
       *> SEND US TRAFFIC, KEYED ON THE OFFICE CODE THE TRANSACTION
       *> FILE HEADER CARRIES. SAYS WHICH MODES THE OFFICE MAY USE
       *> AND WHICH KEY IDS AND ALPHABET NAMES ARE ITS OWN, SO A
       *> KEY OR ALPHABET BEING ACTIVE ON ITS MASTER IS NO LONGER
       *> ENOUGH - IT HAS TO BELONG TO THE OFFICE USING IT.
       *> MAINTAINED BY THE OFFLOAD PROGRAM FROM THE OFFTAB.SEQ
       *> WORKSHEET.
       01  OFFICE-MASTER-REC.
           05 	OM-OFFICE 	PIC X(10).
           05 	OM-NAME 	PIC X(30).
           05 	OM-MODES 	PIC X(10).
      *>  THE MODE CODES THE OFFICE MAY SUBMIT, IN ANY ORDER, E.G.
      *>  "EDVW" - A MODE NOT LISTED IS REJECTED (R013)
           05 	OM-KEY-IDS.
               10 	OM-KEY-ID 	PIC X(8) OCCURS 10 TIMES.
      *>  KEY IDS THE OFFICE MAY NAME FOR V/W, OR USE THROUGH A C/X
      *>  RECIPE'S STEPS, UNUSED SLOTS SPACES
           05 	OM-ALPHAS.
               10 	OM-ALPHA 	PIC X(8) OCCURS 5 TIMES.
      *>  ALPHABET NAMES THE OFFICE MAY NAME FOR M/N, OR USE THROUGH
      *>  A C/X RECIPE'S STEPS
           05 	OM-STATUS 	PIC X(1).
      *>  A = ACTIVE, I = INACTIVE

       FD  BATCH-REGISTER.
       *> PERMANENT BATCH REGISTER, ONE ENTRY FOR EVERY BATCH A
       *> BATCH OR MANIFEST RUN HAS ACCEPTED, KEYED ON THE OFFICE AND
       *> THE HEADER'S BATCH ID. A BATCH ALREADY HERE AS PROCESSED IS
       *> REFUSED AS A WHOLE, SO A FILE SENT TWICE OR PUT BACK ON THE
       *> MANIFEST CANNOT RE-ENCIPHER ITS DOCUMENTS, OVERWRITE THE
       *> RESULTS MASTER OR DOUBLE THE AUDIT TRAIL. ENTRIES ARE NEVER
       *> DELETED. LISTED BY THE BATREG REPORT PROGRAM.
       01  BATCH-REGISTER-REC.
           05 	BR-KEY.
               10 	BR-OFFICE 	PIC X(10).
               10 	BR-BATCH-ID 	PIC X(8).
           05 	BR-CREATE-DATE 	PIC X(8).
      *>  THE HEADER'S DATE - WHEN THE OFFICE BUILT THE FILE
           05 	BR-PROC-DATE 	PIC X(8).
           05 	BR-PROC-TIME 	PIC X(6).
      *>  YYYYMMDD AND HHMMSS THE RUN FINISHED WITH THE BATCH
           05 	BR-TX-COUNT 	PIC 9(6).
           05 	BR-REJ-COUNT 	PIC 9(6).
           05 	BR-FILE-NAME 	PIC X(30).
           05 	BR-RUN-ID 	PIC X(14).
      *>  YYYYMMDDHHMMSS THE ACCEPTING RUN STARTED - TELLS A BATCH
      *>  SEEN TWICE IN ONE RUN FROM ONE LEFT BY AN INTERRUPTED RUN
           05 	BR-STATUS 	PIC X(1).
      *>  I = IN PROGRESS (ACCEPTED, RUN NOT YET FINISHED),
      *>  P = PROCESSED
           05 	BR-GAP-FLAG 	PIC X(1).
      *>  "Y" WHEN THE OFFICE'S PREVIOUS BATCH NUMBER WAS NOT ON THE
      *>  REGISTER WHEN THIS ONE ARRIVED

       FD  SALT-FILE.
       *> THE SECRET THE AUDIT FINGERPRINTS ARE KEYED WITH, KEPT BY
       *> THE SECURITY OFFICE - ONE LINE, A SALT ID AND 32 CHARACTERS
       *> WITH NO SPACES. A NEW SALT GETS A NEW ID; THE OLD FILE IS
       *> KEPT BY THE SECURITY OFFICE FOR MATCHING OLDER RECORDS.
       *> NOT A KEYWORD ON THE KEY MASTER, WHERE MODE V COULD BE TOLD
       *> TO ENCIPHER A RUN OF A'S UNDER IT AND PRINT IT BACK.
       01  SALT-RECORD.
           05 	SLT-ID 		PIC X(8).
           05 	FILLER		PIC X(1).
           05 	SLT-VALUE 	PIC X(32).

       FD  BATCH-LOG-FILE.
       *> ONE LINE PER BATCH EVERY BATCH OR MANIFEST RUN RECEIVED -
       *> PROCESSED OR REFUSED - APPENDED TO ACROSS RUNS. THE
       *> REGISTER ONLY HOLDS WHAT WAS ACCEPTED; THIS IS WHERE THE
       *> REFUSALS ARE KEPT FOR THE BATREG REPORT.
       01  BATCH-LOG-REC.
           05 	BL-RUN-DATE 	PIC X(8).
           05 	FILLER		PIC X(1).
           05 	BL-RUN-TIME 	PIC X(6).
           05 	FILLER		PIC X(1).
           05 	BL-OFFICE 	PIC X(10).
           05 	FILLER		PIC X(1).
           05 	BL-BATCH-ID 	PIC X(8).
           05 	FILLER		PIC X(1).
           05 	BL-ACTION 	PIC X(1).
      *>  P = PROCESSED, D = REFUSED, ALREADY PROCESSED BY AN
      *>  EARLIER RUN, R = REFUSED, REPEATED WITHIN THE ONE RUN,
      *>  B = REFUSED, HEADER CARRIED NO BATCH ID, U = REFUSED,
      *>  REGISTER UNAVAILABLE, O = REFUSED, RUN OVER 200 FILES
           05 	FILLER		PIC X(1).
           05 	BL-TX-COUNT 	PIC 9(6).
           05 	FILLER		PIC X(1).
           05 	BL-REJ-COUNT 	PIC 9(6).
           05 	FILLER		PIC X(1).
           05 	BL-GAP-FLAG 	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	BL-PRIOR-DATE 	PIC X(8).
      *>  ACTION D: THE DATE THE BATCH WAS FIRST PROCESSED
           05 	FILLER		PIC X(1).
           05 	BL-FILE-NAME 	PIC X(30).

       WORKING-STORAGE SECTION.
       01 	THE-MESSAGE 	PIC X(50).
       01 	WS-COUNT-K	PIC 9(5) VALUE 0.
       01 	WS-COUNT-M	PIC 9(5) VALUE 0.
       01 	WS-COUNT-N	PIC 9(5) VALUE 0.
       01 	WS-COUNT-C	PIC 9(5) VALUE 0.
       01 	WS-COUNT-X	PIC 9(5) VALUE 0.
       01 	WS-COUNT-UNKNOWN	PIC 9(5) VALUE 0.
       01 	WS-COUNT-TOTAL	PIC 9(5) VALUE 0.
       01 	WS-COUNT-EDIT	PIC ZZZZ9.
               10 	WS-FILE-TX	PIC 9(5).
               10 	WS-FILE-REJ	PIC 9(5).
               10 	WS-FILE-BAL	PIC X(1).
               10 	WS-FILE-OFFICE	PIC X(10).
               10 	WS-FILE-OFF-OK	PIC X(1).
       01 	WS-FILE-USED	PIC 9(2) VALUE 0.
       01 	WS-FILE-IDX	PIC 9(2).
       01 	WS-PASS-PREC	PIC X(1).
       01 	WS-KEY-REASON	PIC X(4).
      *>  SPACES WHEN THE KEY ID RESOLVED CLEANLY, ELSE THE REJECT
      *>  REASON CODE (R006/R007) THE LOOKUP FAILED WITH
       01 	WS-KEY-GEN	PIC 9(3) VALUE 0.
      *>  THE GENERATION OF WS-ACTUAL-KEY, ZERO WHEN NO KEY RESOLVED
       01 	WS-STEP-GENS.
           05 	WS-STEP-GEN	PIC 9(3) OCCURS 5 TIMES.
      *>  THE GENERATION OF EACH RECIPE STEP'S KEY, IN RECIPE ORDER -
      *>  ZERO FOR EVERY STEP WITHOUT ONE, AND FOR EVERY STEP WHEN
      *>  THE TRANSACTION IS NOT A RECIPE
       01 	WS-RM-STATUS	PIC X(2).
       01 	WS-RM-USABLE	PIC X(1) VALUE "N".
      *>  "Y" ONCE THE RESULTS MASTER OPENED CLEANLY - WRITES AND
       01 	WS-DOC-EOF	PIC X VALUE "N".
           88 	END-OF-DOC		VALUE "Y".
       01 	WS-DOC-LINES	PIC 9(5).
       01 	WS-TX-SKIPPED	PIC X(1) VALUE "N".
           88 	TRANSACTION-SKIPPED	VALUE "Y".
      *>  SET WHEN PROCESS-TRANSACTION OR PROCESS-DOCUMENT-FILE GAVE
      *>  UP ON THE TRANSACTION WITHOUT CIPHERING ANYTHING
       01 	WS-ACTUAL-ALPHA	PIC X(26).
      *>  THE SUBSTITUTION TABLE RESOLVED FOR THE TRANSACTION'S
      *>  ALPHABET NAME, SPACES WHEN THE NAME DID NOT RESOLVE
      *>  (MISSING, UNKNOWN, INACTIVE, OR OUTSIDE ITS DATES)
       01 	WS-LOOKUP-ID	PIC X(8).
      *>  THE KEY ID OR ALPHABET NAME KEY-LOOKUP OR ALPHA-LOOKUP IS TO
      *>  RESOLVE - THE TRANSACTION'S OWN, OR ONE OF ITS RECIPE'S
      *>  STEPS
       01 	WS-RC-STATUS	PIC X(2).
       01 	WS-RCP-REASON	PIC X(4).
      *>  SPACES WHEN THE RECIPE AND EVERY ONE OF ITS STEPS RESOLVED
      *>  CLEANLY, ELSE THE REJECT REASON CODE (R016/R017)
       01 	WS-RCP-TABLE.
      *>  THE RESOLVED STEPS OF THE TRANSACTION'S RECIPE, IN RECIPE
      *>  ORDER. THE KEYWORDS AND TABLES ARE FOR THE CIPHER CALLS
      *>  ONLY AND ARE NEVER WRITTEN TO ANY FILE.
           05 	WS-RS-ENTRY OCCURS 5 TIMES.
               10 	WS-RS-TYPE	PIC X(1).
               10 	WS-RS-NAME	PIC X(8).
               10 	WS-RS-SHIFT	PIC S9(3) SIGN LEADING SEPARATE.
               10 	WS-RS-KEY	PIC X(20).
               10 	WS-RS-ALPHA	PIC X(26).
               10 	WS-RS-KEYPOS	PIC 9(2).
      *>  EACH VIGENERE STEP KEEPS ITS OWN KEYWORD PHASE ACROSS THE
      *>  SEGMENTS OR DOCUMENT LINES, RESET ONCE PER TRANSACTION
       01 	WS-RCP-STEPS	PIC 9(1) VALUE 0.
       01 	WS-RCP-IDX	PIC 9(1).
       01 	WS-STEP-TEXT	PIC X(50).
      *>  THE TEXT BETWEEN ONE RECIPE STEP AND THE NEXT
       01 	WS-SHIFT-TABLE.
           05 	WS-SHIFT-ENTRY OCCURS 20 TIMES.
               10 	WS-SHIFT-VALUE	PIC S9(3) SIGN LEADING SEPARATE.
       01 	WS-SHIFT-FOUND	PIC X VALUE "N".
           88 	SHIFT-SLOT-FOUND	VALUE "Y".
       01 	WS-SHIFT-EDIT	PIC +++9.
       01 	WS-OM-STATUS	PIC X(2).
       01 	WS-OFFICE-OK	PIC X(1) VALUE "N".
           88 	OFFICE-REGISTERED	VALUE "Y".
      *>  "Y" WHILE THE CURRENT FILE'S HEADER OFFICE IS ACTIVE ON THE
      *>  OFFICE MASTER - OFFICE-MASTER-REC THEN STILL HOLDS ITS
      *>  ENTRY FOR THE AUTHORIZATION CHECKS, SINCE NOTHING ELSE
      *>  READS THAT FILE IN BETWEEN
       01 	WS-CUR-OFFICE	PIC X(10).
      *>  THE REGISTERED OFFICE CODE THE CURRENT FILE'S TRAFFIC
      *>  BELONGS TO, SPACES WHEN NONE (OR A MENU TRANSACTION)
       01 	WS-AUTH-MODE	PIC X(1).
       01 	WS-AUTH-CNT	PIC 9(2).
       01 	WS-AUTH-IDX	PIC 9(2).
       01 	WS-AUTH-FOUND	PIC X(1).
       01 	WS-BR-STATUS	PIC X(2).
       01 	WS-BR-USABLE	PIC X(1) VALUE "N".
      *>  "Y" ONCE THE BATCH REGISTER OPENED CLEANLY. WHEN IT DID
      *>  NOT, EVERY BATCH IS REFUSED - A RUN THAT CANNOT CHECK FOR
      *>  REPLAYS DOES NOT PROCESS ANYTHING THAT COULD BE ONE
       01 	WS-BATCH-VERDICT PIC X(1).
           88 	BATCH-ACCEPTED		VALUE "A".
           88 	BATCH-REFUSED		VALUE "D" "R" "B" "U" "O".
      *>  THE CURRENT FILE'S STANDING ON THE REGISTER - SAME CODES
      *>  AS BL-ACTION, "A" = ACCEPTED, SPACE = NEVER REGISTERED
      *>  (NO HEADER OR OFFICE NOT REGISTERED - ALREADY REJECTED)
       01 	WS-BATCH-GAP	PIC X(1).
       01 	WS-PRIOR-DATE	PIC X(8).
       01 	WS-BATCH-NUM	PIC 9(8).
       01 	WS-SWEEP-SEQ	PIC 9(3).
      *>  THE CURRENT FILE'S POSITION IN THE PRECEDENCE SWEEP - THE
      *>  SAME FILE HAS THE SAME POSITION ON ALL THREE SWEEPS, SO IT
      *>  INDEXES THE BATCH TABLE EVEN WHEN A MANIFEST NAMES ONE
      *>  FILE TWICE
       01 	WS-BATCH-TABLE.
           05 	WS-BT-ENTRY OCCURS 200 TIMES.
               10 	WS-BT-OFFICE	PIC X(10).
               10 	WS-BT-BATCH	PIC X(8).
               10 	WS-BT-FILE	PIC X(30).
               10 	WS-BT-VERDICT	PIC X(1).
                   88 	BATCH-ACCEPTED-AT	VALUE "A".
               10 	WS-BT-GAP	PIC X(1).
               10 	WS-BT-PRIOR	PIC X(8).
               10 	WS-BT-TX	PIC 9(6).
               10 	WS-BT-REJ	PIC 9(6).
       01 	WS-BT-USED	PIC 9(3) VALUE 0.
       01 	WS-BT-IDX	PIC 9(3).
       01 	WS-COUNT-REFUSED PIC 9(5) VALUE 0.
       01 	WS-COUNT-GAPS	PIC 9(5) VALUE 0.
       01 	WS-COUNT-FILES	PIC 9(5) VALUE 0.
      *>  TRANSACTION FILES THE RUN EDITED, FOUND OR NOT
       01 	WS-COUNT-NOFILE	PIC 9(5) VALUE 0.
      *>  OF THOSE, THE ONES THAT WERE NOT THERE TO OPEN
       01 	WS-CKP-STALE	PIC X(1) VALUE "N".
      *>  "Y" WHEN THE RUN ENDED SHORT OF ITS CHECKPOINTED COUNT
       01 	WS-FP-SALT-ID	PIC X(8) VALUE SPACES.
       01 	WS-FP-SALT	PIC X(32) VALUE SPACES.
       01 	WS-FP-SALT-OK	PIC X(1) VALUE "N".
           88 	FINGERPRINT-SALTED	VALUE "Y".
      *>  "N" WHEN FPSALT.DAT WAS MISSING OR NOT IN FORM - THE RUN
      *>  GOES ON, BUT ITS AUDIT RECORDS CARRY NO FINGERPRINT
       01 	WS-SALT-SPACES	PIC 9(2).
       01 	WS-SUSPECT-MIN	PIC 9(3) VALUE 50.
      *>  ENGLISH SCORE BELOW WHICH A D/W/N RESULT IS FLAGGED SUSPECT.
      *>  ORDINARY ENGLISH SCORES 60 TO 70; A DECRYPT UNDER THE WRONG
      *>  SHIFT, KEY OR ALPHABET SCORES 35 TO 50. CIPHER.PRM CAN
      *>  OVERRIDE IT.
       01 	WS-ENG-MIN-LTRS	PIC 9(3) VALUE 20.
      *>  FEWER LETTERS THAN THIS AND THE SCORE MEANS NOTHING - THE
      *>  RESULT IS LEFT UNSCORED RATHER THAN FLAGGED ON A GUESS
       01 	WS-ENG-FREQ-VALUES.
      *>  ENGLISH LETTER FREQUENCIES PER MILLE, A THROUGH Z - THE
      *>  SAME FIGURES AS VSOLVE'S ENG-FREQ TABLE BELOW. KEEP THE
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
       01 	WS-ENG-TEXT	PIC X(150).
       01 	WS-ENG-IDX	PIC 9(3).
       01 	WS-ENG-CHAR	PIC X(1).
       01 	WS-ENG-ORD	PIC 9(3).
       01 	WS-ENG-LETTERS	PIC 9(9).
       01 	WS-ENG-SUM	PIC 9(11).
      *>  LETTERS IN THE RESULT SO FAR AND THE SUM OF THEIR ENGLISH
      *>  FREQUENCIES - RUN ACROSS EVERY LINE OF A DOCUMENT FILE
       01 	WS-ENG-SCORE	PIC 9(3)V9.
      *>  AVERAGE PER-MILLE FREQUENCY OF THE RESULT'S LETTERS - HOW
      *>  OFTEN, IN ENGLISH, THE LETTERS IT IS MADE OF TURN UP
       01 	WS-COUNT-SUSPECT PIC 9(5) VALUE 0.
       01 	WS-COUNT-UNSCORED PIC 9(5) VALUE 0.
      *>  D/W/N RESULTS TOO SHORT TO SCORE
       01 	WS-SUS-TABLE.
           05 	WS-SUS-ENTRY OCCURS 50 TIMES.
               10 	WS-SUS-DOC-REF	PIC X(12).
               10 	WS-SUS-MODE	PIC X(1).
               10 	WS-SUS-SCORE	PIC 9(3)V9.
               10 	WS-SUS-SOURCE	PIC X(30).
       01 	WS-SUS-USED	PIC 9(2) VALUE 0.
       01 	WS-SUS-IDX	PIC 9(2).
       01 	WS-SCORE-EDIT	PIC ZZ9.9.
       01 	WS-MIN-EDIT	PIC ZZ9.
       PROCEDURE DIVISION. *> MEAT OF PROGRAM

       PERFORM READ-PARAM-FILE
      *> TRAFFIC IS REJECTED RATHER THAN ENCIPHERED WITH A GUESSED
      *> TABLE

       OPEN INPUT RECIPE-MASTER
      *> AND AGAIN FOR THE RECIPE MASTER - C/X TRAFFIC IS REJECTED
      *> (R016) RATHER THAN RUN THROUGH A RECIPE NOBODY CAN SEE

       OPEN INPUT OFFICE-MASTER
      *> A MISSING OR UNREADABLE OFFICE MASTER LEAVES EVERY HEADER
      *> OFFICE UNREGISTERED, SO BATCH TRAFFIC IS REJECTED (R012)
      *> RATHER THAN ACCEPTED FROM AN OFFICE NOBODY CAN VOUCH FOR

       PERFORM READ-SALT-FILE

       OPEN I-O RESULT-FILE
       IF WS-RM-STATUS = "00" OR WS-RM-STATUS = "05" THEN
           MOVE "Y" TO WS-RM-USABLE

       CLOSE KEY-FILE
       CLOSE ALPHA-MASTER
       CLOSE RECIPE-MASTER
       CLOSE RESULT-FILE
       CLOSE OFFICE-MASTER

       PERFORM SET-RUN-RETURN-CODE

       STOP RUN.

           PERFORM VARYING WS-PASS-IDX FROM 1 BY 1
                   UNTIL WS-PASS-IDX > 3
               MOVE WS-PREC-CLASSES (WS-PASS-IDX:1) TO WS-PASS-PREC
               MOVE 0 TO WS-SWEEP-SEQ
               PERFORM PROCESS-TRANS-FILE
           END-PERFORM
           PERFORM CLOSE-RUN-FILES.
           PERFORM VARYING WS-PASS-IDX FROM 1 BY 1
                   UNTIL WS-PASS-IDX > 3
               MOVE WS-PREC-CLASSES (WS-PASS-IDX:1) TO WS-PASS-PREC
               MOVE 0 TO WS-SWEEP-SEQ
               MOVE "N" TO WS-MAN-EOF
               OPEN INPUT MANIFEST-FILE
               PERFORM UNTIL END-OF-MANIFEST
                   MOVE "Y" TO WS-PRM-PRESENT
                   MOVE PRM-RUN-MODE TO WS-RUN-MODE
                   MOVE PRM-FILE-NAME TO WS-PRM-FILE-NAME
                   IF PRM-SUSPECT-MIN IS NUMERIC THEN
                       IF PRM-SUSPECT-MIN > 0 THEN
                           MOVE PRM-SUSPECT-MIN TO WS-SUSPECT-MIN
                       END-IF
                   END-IF
           END-READ
           CLOSE PARAM-FILE
           IF PARAMS-FROM-FILE THEN
               DISPLAY "RUN CONTROL TAKEN FROM CIPHER.PRM: MODE "
                   WS-RUN-MODE " FILE " WS-PRM-FILE-NAME
                   " SUSPECT BELOW " WS-SUSPECT-MIN
           END-IF.

       OPEN-RUN-FILES.
                   WS-CKP-COUNT " TRANSACTIONS ALREADY DONE"
               MOVE "Y" TO WS-RESUMED-FLAG
               OPEN EXTEND OUT-FILE
               OPEN EXTEND SUSPECT-FILE
           ELSE
               OPEN OUTPUT OUT-FILE
               OPEN OUTPUT SUSPECT-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND ACTIVITY-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN I-O BATCH-REGISTER
           IF WS-BR-STATUS = "00" OR WS-BR-STATUS = "05" THEN
               MOVE "Y" TO WS-BR-USABLE
           ELSE
               MOVE "N" TO WS-BR-USABLE
               DISPLAY "BATCH REGISTER UNAVAILABLE (STATUS "
                   WS-BR-STATUS "), EVERY BATCH WILL BE REFUSED"
           END-IF.

       CLOSE-RUN-FILES.
           CLOSE OUT-FILE
           CLOSE AUDIT-FILE
           CLOSE REJECT-FILE
           CLOSE SUSPECT-FILE

           IF WS-TX-COUNT < WS-CKP-COUNT THEN
      *> TRANS-FILE RAN OUT BEFORE REACHING THE CHECKPOINTED COUNT -
      *> THAN THE ONE THE CHECKPOINT WAS TAKEN AGAINST. EVERY
      *> TRANSACTION IN THIS RUN WAS SKIPPED, WHICH LOOKS LIKE A CLEAN
      *> FINISH UNLESS WE SAY OTHERWISE HERE.
               MOVE "Y" TO WS-CKP-STALE
               DISPLAY "WARNING: CIPHER.CKP EXPECTED " WS-CKP-COUNT
                   " TRANSACTIONS BUT TRANS-FILE ONLY HAD "
                   WS-TX-COUNT "; ALL TRANSACTIONS WERE SKIPPED AS "
                   "BEFORE CERTIFYING THIS RUN ***"
           END-IF

           PERFORM FINISH-BATCH-REGISTER
           PERFORM WRITE-REJECT-ACTIVITY
           CLOSE ACTIVITY-FILE
           PERFORM WRITE-RUN-HISTORY
           PERFORM CLEAR-CHECKPOINT.

       SET-RUN-RETURN-CODE.
       *> THE RUN'S RETURN CODE FOR THE NIGHTLY JOB STREAM, WORST
       *> CONDITION FIRST:
       *>   16 FAILED - NOTHING COULD BE PROCESSED: NO TRANSACTION FILE
       *>      (OR AN EMPTY MANIFEST), OR NO BATCH REGISTER TO CHECK
       *>      THE BATCHES AGAINST
       *>    8 OUT OF BALANCE - SOME FILE FAILED ITS HEADER/TRAILER
       *>      CONTROLS, SO CIPHER.RPT MUST BE LOOKED AT FIRST
       *>    4 WARNINGS - REJECTS, REFUSED OR GAPPED BATCHES, NO
       *>      RESULTS MASTER, A STALE CHECKPOINT, SUSPECT DECRYPTS,
       *>      OR NO FINGERPRINT SALT FOR THE AUDIT TRAIL
       *>    0 CLEAN
       *> AN INTERACTIVE SESSION HAS NO CONTROLS TO BALANCE AND ONLY
       *> WARNS WHEN THE RESULTS MASTER OR THE SALT WAS NOT THERE OR
       *> A DECRYPT WAS SUSPECT.
           EVALUATE TRUE
               WHEN RUN-INTERACTIVE
                   IF WS-RM-USABLE = "N" OR WS-COUNT-SUSPECT > 0
                           OR NOT FINGERPRINT-SALTED THEN
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               WHEN WS-COUNT-FILES = 0
                       OR WS-COUNT-NOFILE = WS-COUNT-FILES
                       OR WS-BR-USABLE = "N"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-RUN-BALANCE = "N"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-REJECT > 0 OR WS-COUNT-REFUSED > 0
                       OR WS-COUNT-GAPS > 0 OR WS-RM-USABLE = "N"
                       OR WS-CKP-STALE = "Y" OR WS-COUNT-SUSPECT > 0
                       OR NOT FINGERPRINT-SALTED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       WRITE-RUN-HISTORY.
       *> APPENDS ONE HISTORY LINE PER TRANSACTION FILE THE RUN
       *> WORKED, FROM THE SAME FILE TABLE THE REPORT'S PER-FILE
           END-PERFORM
           CLOSE HISTORY-FILE.

       WRITE-REJECT-ACTIVITY.
       *> ONE ACTIVITY LINE PER TRANSACTION FILE THE EDIT PASS FOUND
       *> REJECTS IN, FROM THE SAME PER-FILE TABLE THE BATCH REGISTER
       *> IS MARKED FROM - REJECTS ARE SHOWN ON THE OFFICE'S MONTHLY
       *> STATEMENT BUT NOT CHARGED
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED
               IF WS-BT-REJ (WS-BT-IDX) > 0 THEN
                   MOVE SPACES TO ACTIVITY-REC
                   MOVE WS-TIMESTAMP (1:8) TO ACT-DATE
                   MOVE WS-TIMESTAMP (9:6) TO ACT-TIME
                   MOVE WS-BT-OFFICE (WS-BT-IDX) TO ACT-OFFICE
                   MOVE "R" TO ACT-TYPE
                   MOVE 0 TO ACT-DOC-LINES
                   MOVE WS-BT-REJ (WS-BT-IDX) TO ACT-REJ-COUNT
                   MOVE WS-BT-FILE (WS-BT-IDX) TO ACT-SOURCE
                   WRITE ACTIVITY-REC
               END-IF
           END-PERFORM.

       FINISH-BATCH-REGISTER.
       *> MARKS EVERY BATCH THIS RUN ACCEPTED AS PROCESSED, WITH ITS
       *> COUNTS, AND LOGS EVERY BATCH THE RUN RECEIVED - PROCESSED
       *> OR REFUSED - TO BATCHREG.HIS. A RUN THAT NEVER GETS HERE
       *> LEAVES ITS BATCHES "I", WHICH THE RESUMING RUN ACCEPTS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND BATCH-LOG-FILE
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED
               IF BATCH-ACCEPTED-AT (WS-BT-IDX) THEN
                   MOVE WS-BT-OFFICE (WS-BT-IDX) TO BR-OFFICE
                   MOVE WS-BT-BATCH (WS-BT-IDX) TO BR-BATCH-ID
                   READ BATCH-REGISTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-BR-STATUS = "00" THEN
                       MOVE "P" TO BR-STATUS
                       MOVE WS-TIMESTAMP (1:8) TO BR-PROC-DATE
                       MOVE WS-TIMESTAMP (9:6) TO BR-PROC-TIME
                       MOVE WS-BT-TX (WS-BT-IDX) TO BR-TX-COUNT
                       MOVE WS-BT-REJ (WS-BT-IDX) TO BR-REJ-COUNT
                       REWRITE BATCH-REGISTER-REC
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
                   IF WS-BR-STATUS NOT = "00" THEN
                       DISPLAY "CANNOT MARK BATCH "
                           WS-BT-BATCH (WS-BT-IDX) " OF "
                           WS-BT-OFFICE (WS-BT-IDX)
                           " PROCESSED, STATUS " WS-BR-STATUS
                   END-IF
               END-IF
               IF WS-BT-VERDICT (WS-BT-IDX) NOT = SPACE THEN
                   MOVE SPACES TO BATCH-LOG-REC
                   MOVE WS-TIMESTAMP (1:8) TO BL-RUN-DATE
                   MOVE WS-TIMESTAMP (9:6) TO BL-RUN-TIME
                   MOVE WS-BT-OFFICE (WS-BT-IDX) TO BL-OFFICE
                   MOVE WS-BT-BATCH (WS-BT-IDX) TO BL-BATCH-ID
                   IF BATCH-ACCEPTED-AT (WS-BT-IDX) THEN
                       MOVE "P" TO BL-ACTION
                   ELSE
                       MOVE WS-BT-VERDICT (WS-BT-IDX) TO BL-ACTION
                   END-IF
                   MOVE WS-BT-TX (WS-BT-IDX) TO BL-TX-COUNT
                   MOVE WS-BT-REJ (WS-BT-IDX) TO BL-REJ-COUNT
                   MOVE WS-BT-GAP (WS-BT-IDX) TO BL-GAP-FLAG
                   MOVE WS-BT-PRIOR (WS-BT-IDX) TO BL-PRIOR-DATE
                   MOVE WS-BT-FILE (WS-BT-IDX) TO BL-FILE-NAME
                   WRITE BATCH-LOG-REC
               END-IF
           END-PERFORM
           CLOSE BATCH-LOG-FILE
           CLOSE BATCH-REGISTER.

       PROCESS-TRANS-FILE.
       *> ONE TRANSACTION FILE FOR THE CURRENT PRECEDENCE PASS. THE
       *> EDIT PASS RUNS ONCE PER FILE, ON THE FLASH SWEEP - IT
       *> ARRIVED WHOLE. THE PROCESSING LOOP BELOW THEN PULLS ONLY
       *> THE PASS'S PRECEDENCE CLASS. THE PER-FILE REPORT LINE IS
       *> REGISTERED ON THE FLASH SWEEP AND ITS TRANSACTION COUNT
       *> ACCUMULATED ACROSS ALL THREE SWEEPS. A BATCH THE EDIT PASS
       *> REFUSED ON THE BATCH REGISTER IS NOT OPENED AGAIN ON ANY
       *> SWEEP.
           ADD 1 TO WS-SWEEP-SEQ
           IF WS-PASS-PREC = "F" THEN
               ADD 1 TO WS-COUNT-FILES
               PERFORM EDIT-PASS
               ADD WS-COUNT-REJECT TO WS-RUN-REJECT
               IF NOT BATCH-IN-BALANCE THEN
                   MOVE 0 TO WS-FILE-TX (WS-FILE-USED)
                   MOVE WS-COUNT-REJECT TO WS-FILE-REJ (WS-FILE-USED)
                   MOVE WS-BALANCE-FLAG TO WS-FILE-BAL (WS-FILE-USED)
                   MOVE WS-HDR-OFFICE TO WS-FILE-OFFICE (WS-FILE-USED)
                   MOVE WS-OFFICE-OK TO WS-FILE-OFF-OK (WS-FILE-USED)
               ELSE
                   DISPLAY "MORE THAN 20 FILES ON THE MANIFEST - "
                       FUNCTION TRIM (WS-TRANS-NAME)
                       " PROCESSED BUT NOT BROKEN OUT IN THE REPORT"
               END-IF
               IF WS-SWEEP-SEQ NOT > 200 THEN
                   MOVE WS-SWEEP-SEQ TO WS-BT-USED
                   MOVE WS-CUR-OFFICE TO WS-BT-OFFICE (WS-SWEEP-SEQ)
                   MOVE WS-HDR-BATCH-ID TO WS-BT-BATCH (WS-SWEEP-SEQ)
                   MOVE WS-TRANS-NAME TO WS-BT-FILE (WS-SWEEP-SEQ)
                   MOVE WS-BATCH-VERDICT
                       TO WS-BT-VERDICT (WS-SWEEP-SEQ)
                   MOVE WS-BATCH-GAP TO WS-BT-GAP (WS-SWEEP-SEQ)
                   MOVE WS-PRIOR-DATE TO WS-BT-PRIOR (WS-SWEEP-SEQ)
                   MOVE 0 TO WS-BT-TX (WS-SWEEP-SEQ)
                   MOVE WS-COUNT-REJECT TO WS-BT-REJ (WS-SWEEP-SEQ)
               END-IF
               IF BATCH-REFUSED THEN
                   ADD 1 TO WS-COUNT-REFUSED
               END-IF
               IF WS-BATCH-GAP = "Y" THEN
                   ADD 1 TO WS-COUNT-GAPS
               END-IF
           END-IF

           IF WS-SWEEP-SEQ > 200 THEN
               IF WS-PASS-PREC NOT = "F" THEN
                   MOVE "O" TO WS-BATCH-VERDICT
               END-IF
           ELSE
               MOVE WS-BT-VERDICT (WS-SWEEP-SEQ) TO WS-BATCH-VERDICT
           END-IF
           IF NOT BATCH-REFUSED THEN
               PERFORM PROCESS-ONE-SWEEP
           END-IF.

       PROCESS-ONE-SWEEP.
       *> PULLS THE CURRENT PASS'S PRECEDENCE CLASS OUT OF A FILE THE
       *> REGISTER ACCEPTED (OR NEVER REGISTERED - ITS TRAFFIC WAS
       *> ALL REJECTED BY THE EDIT PASS, SO NOTHING GETS THROUGH)
           MOVE WS-COUNT-TOTAL TO WS-PREV-TOTAL
           MOVE "N" TO WS-EOF
           MOVE "Y" TO WS-FIRST-REC
      *> THE OFFICE IS RE-ESTABLISHED FROM THIS FILE'S OWN HEADER -
      *> ON THE PRIORITY AND ROUTINE SWEEPS OF A MANIFEST RUN THE
      *> EDIT PASS LAST RAN AGAINST SOME OTHER DEPARTMENT'S FILE
           MOVE "N" TO WS-OFFICE-OK
           MOVE SPACES TO WS-CUR-OFFICE
           OPEN INPUT TRANS-FILE
           PERFORM UNTIL END-OF-TRANS
               READ TRANS-FILE
                       + WS-COUNT-TOTAL - WS-PREV-TOTAL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SWEEP-SEQ NOT > 200 THEN
               COMPUTE WS-BT-TX (WS-SWEEP-SEQ) =
                   WS-BT-TX (WS-SWEEP-SEQ)
                   + WS-COUNT-TOTAL - WS-PREV-TOTAL
           END-IF.

       PROCESS-BATCH-RECORD.
       *> ONE RECORD OF THE PROCESSING PASS. BATCH CONTROL RECORDS
           IF (FUNCTION UPPER-CASE (TX-MODE) = "H"
                   AND WS-FIRST-REC = "Y")
                   OR FUNCTION UPPER-CASE (TX-MODE) = "T" THEN
               IF WS-FIRST-REC = "Y" THEN
                   MOVE HDR-OFFICE TO WS-HDR-OFFICE
                   PERFORM OFFICE-LOOKUP
               END-IF
               MOVE "N" TO WS-FIRST-REC
           ELSE
               MOVE "N" TO WS-FIRST-REC
           MOVE SPACES TO WS-HDR-BATCH-ID
           MOVE SPACES TO WS-HDR-DATE
           MOVE SPACES TO WS-HDR-OFFICE
           MOVE "N" TO WS-OFFICE-OK
           MOVE SPACES TO WS-CUR-OFFICE
           MOVE SPACE TO WS-BATCH-VERDICT
           MOVE "N" TO WS-BATCH-GAP
           MOVE SPACES TO WS-PRIOR-DATE
           MOVE "N" TO WS-EOF
           OPEN INPUT TRANS-FILE
           IF WS-TF-STATUS = "05" THEN
               ADD 1 TO WS-COUNT-NOFILE
               DISPLAY "*** " FUNCTION TRIM (WS-TRANS-NAME)
                   " NOT FOUND - NOTHING TO PROCESS FROM IT ***"
           END-IF
                   ", EXPECTED " WS-TRL-EXPECTED ", GOT "
                   WS-EDIT-TX-COUNT " ***"
           END-IF
           IF NOT OFFICE-REGISTERED AND WS-EDIT-TX-COUNT > 0 THEN
               DISPLAY "*** " FUNCTION TRIM (WS-TRANS-NAME)
                   ": OFFICE '" WS-HDR-OFFICE
                   "' NOT REGISTERED OR INACTIVE - EVERY TRANSACTION "
                   "REJECTED (R012) ***"
           END-IF
           IF BATCH-REFUSED THEN
               DISPLAY "*** " FUNCTION TRIM (WS-TRANS-NAME)
                   ": BATCH " WS-HDR-BATCH-ID " FROM "
                   FUNCTION TRIM (WS-HDR-OFFICE)
                   " REFUSED ON THE BATCH REGISTER (" WS-BATCH-VERDICT
                   ") - NOTHING PROCESSED FROM IT ***"
           END-IF
           IF WS-BATCH-GAP = "Y" THEN
               DISPLAY "*** " FUNCTION TRIM (WS-TRANS-NAME)
                   ": BATCH " WS-HDR-BATCH-ID " FROM "
                   FUNCTION TRIM (WS-HDR-OFFICE)
                   " - THE OFFICE'S PREVIOUS BATCH NEVER ARRIVED ***"
           END-IF
           IF WS-COUNT-REJECT > 0 THEN
               DISPLAY "EDIT PASS (" FUNCTION TRIM (WS-TRANS-NAME)
                   "): " WS-COUNT-REJECT
                   MOVE HDR-BATCH-ID TO WS-HDR-BATCH-ID
                   MOVE HDR-CREATE-DATE TO WS-HDR-DATE
                   MOVE HDR-OFFICE TO WS-HDR-OFFICE
                   PERFORM OFFICE-LOOKUP
                   IF OFFICE-REGISTERED THEN
                       PERFORM REGISTER-BATCH
                   END-IF
               WHEN FUNCTION UPPER-CASE (TX-MODE) = "T"
                   MOVE "Y" TO WS-TRL-PRESENT
                   IF TRL-TX-COUNT IS NUMERIC THEN
                       MOVE TRL-TX-COUNT TO WS-TRL-EXPECTED
                   ELSE
      *> A REFUSED BATCH PUTS NOTHING ON CIPHER.REJ - IT IS
      *> REPORTED AS A WHOLE, NOT REPAIRED LINE BY LINE
                       IF NOT BATCH-REFUSED THEN
                           MOVE SPACES TO REJECT-RECORD
                           MOVE "R008" TO REJ-REASON
                           MOVE TRANS-RECORD TO REJ-IMAGE
                           MOVE WS-HDR-OFFICE TO REJ-OFFICE
                           WRITE REJECT-RECORD
                           ADD 1 TO WS-COUNT-REJECT
                       END-IF
                       MOVE "N" TO WS-BALANCE-FLAG
                   END-IF
               WHEN OTHER
      *> CONTINUATION THAT GATHER-TRANSACTION WOULD SILENTLY SWALLOW
               MOVE "R005" TO WS-EDIT-REASON
           END-IF
           IF NOT TX-EDIT-OK AND NOT BATCH-REFUSED THEN
               MOVE SPACES TO REJECT-RECORD
               MOVE WS-EDIT-REASON TO REJ-REASON
               MOVE WS-EDIT-IMAGE TO REJ-IMAGE
               MOVE WS-HDR-OFFICE TO REJ-OFFICE
               WRITE REJECT-RECORD
               ADD 1 TO WS-COUNT-REJECT
           END-IF.
                   IF TX-CRIB = SPACES THEN
                       MOVE "R003" TO WS-EDIT-REASON
                   ELSE
                       MOVE TX-CRIB (1:8) TO WS-LOOKUP-ID
                       PERFORM KEY-LOOKUP
                       MOVE WS-KEY-REASON TO WS-EDIT-REASON
                   END-IF
               WHEN "M"
               WHEN "N"
                   MOVE TX-CRIB (1:8) TO WS-LOOKUP-ID
                   PERFORM ALPHA-LOOKUP
                   IF WS-ACTUAL-ALPHA = SPACES THEN
                       MOVE "R009" TO WS-EDIT-REASON
                   END-IF
               WHEN "C"
               WHEN "X"
                   PERFORM RECIPE-LOOKUP
                   MOVE WS-RCP-REASON TO WS-EDIT-REASON
               WHEN OTHER
                   MOVE "R001" TO WS-EDIT-REASON
           END-EVALUATE
                       MOVE "R011" TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF
           IF TX-EDIT-OK THEN
               PERFORM OFFICE-AUTHORIZATION
           END-IF.

       OFFICE-LOOKUP.
       *> RESOLVES THE HEADER OFFICE AGAINST THE OFFICE MASTER. ONLY
       *> AN ACTIVE ENTRY REGISTERS THE FILE'S TRAFFIC; A MISSING
       *> HEADER, AN UNKNOWN OFFICE OR AN UNREADABLE MASTER ALL LEAVE
       *> THE OFFICE UNREGISTERED. DRIVEN OFF THE FILE STATUS, LIKE
       *> THE KEY AND ALPHABET LOOKUPS.
           MOVE "N" TO WS-OFFICE-OK
           MOVE SPACES TO WS-CUR-OFFICE
           IF WS-HDR-OFFICE NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE (WS-HDR-OFFICE) TO OM-OFFICE
               READ OFFICE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-OM-STATUS = "00" AND OM-STATUS = "A" THEN
                   MOVE "Y" TO WS-OFFICE-OK
                   MOVE OM-OFFICE TO WS-CUR-OFFICE
               END-IF
           END-IF.

       OFFICE-AUTHORIZATION.
       *> A TRANSACTION THAT PASSED THE FIELD EDITS MUST ALSO COME
       *> FROM A REGISTERED OFFICE, IN A MODE THAT OFFICE MAY USE,
       *> UNDER A KEY ID OR ALPHABET NAME ASSIGNED TO THAT OFFICE.
       *> THE KEY AND ALPHABET MASTERS SAY WHETHER AN ENTRY IS GOOD;
       *> THE OFFICE MASTER SAYS WHOSE IT IS.
           MOVE FUNCTION UPPER-CASE (TX-MODE) TO WS-AUTH-MODE
           IF NOT OFFICE-REGISTERED THEN
               MOVE "R012" TO WS-EDIT-REASON
           ELSE
               MOVE 0 TO WS-AUTH-CNT
               INSPECT OM-MODES TALLYING WS-AUTH-CNT
                   FOR ALL WS-AUTH-MODE
               IF WS-AUTH-CNT = 0 THEN
                   MOVE "R013" TO WS-EDIT-REASON
               END-IF
           END-IF
           IF TX-EDIT-OK
                   AND (WS-AUTH-MODE = "V" OR WS-AUTH-MODE = "W") THEN
               MOVE "N" TO WS-AUTH-FOUND
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > 10
                   IF OM-KEY-ID (WS-AUTH-IDX) = TX-CRIB (1:8) THEN
                       MOVE "Y" TO WS-AUTH-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-AUTH-FOUND = "N" THEN
                   MOVE "R014" TO WS-EDIT-REASON
               END-IF
           END-IF
           IF TX-EDIT-OK
                   AND (WS-AUTH-MODE = "M" OR WS-AUTH-MODE = "N") THEN
               MOVE "N" TO WS-AUTH-FOUND
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > 5
                   IF OM-ALPHA (WS-AUTH-IDX) =
                           FUNCTION UPPER-CASE (TX-CRIB (1:8)) THEN
                       MOVE "Y" TO WS-AUTH-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-AUTH-FOUND = "N" THEN
                   MOVE "R015" TO WS-EDIT-REASON
               END-IF
           END-IF
           IF TX-EDIT-OK
                   AND (WS-AUTH-MODE = "C" OR WS-AUTH-MODE = "X") THEN
      *> A RECIPE IS NO WAY ROUND THE OFFICE'S ASSIGNMENTS - EVERY
      *> KEY AND ALPHABET ITS STEPS NAME MUST BE THE OFFICE'S OWN
               PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                       UNTIL WS-RCP-IDX > WS-RCP-STEPS
                       OR NOT TX-EDIT-OK
                   PERFORM AUTHORIZE-RECIPE-STEP
               END-PERFORM
           END-IF.

       AUTHORIZE-RECIPE-STEP.
       *> ONE RESOLVED RECIPE STEP AGAINST THE OFFICE MASTER ENTRY.
       *> A SHIFT STEP NAMES NOTHING AND NEEDS NO ASSIGNMENT.
           MOVE "Y" TO WS-AUTH-FOUND
           IF WS-RS-TYPE (WS-RCP-IDX) = "V" THEN
               MOVE "N" TO WS-AUTH-FOUND
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > 10
                   IF OM-KEY-ID (WS-AUTH-IDX) = WS-RS-NAME (WS-RCP-IDX)
                       MOVE "Y" TO WS-AUTH-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RS-TYPE (WS-RCP-IDX) = "M" THEN
               MOVE "N" TO WS-AUTH-FOUND
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > 5
                   IF OM-ALPHA (WS-AUTH-IDX) = WS-RS-NAME (WS-RCP-IDX)
                       MOVE "Y" TO WS-AUTH-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AUTH-FOUND = "N" THEN
               MOVE "R018" TO WS-EDIT-REASON
           END-IF.

       REGISTER-BATCH.
       *> CHECKS THE HEADER'S BATCH AGAINST THE BATCH REGISTER AND
       *> SETS WS-BATCH-VERDICT. A BATCH NOT YET ON THE REGISTER IS
       *> ADDED "I" AND ACCEPTED. ONE ALREADY PROCESSED IS REFUSED.
       *> ONE STILL "I" WAS LEFT BY AN INTERRUPTED RUN AND IS TAKEN
       *> UP AGAIN (THE CHECKPOINT SKIPS WHAT WAS ALREADY DONE) -
       *> UNLESS THIS VERY RUN ACCEPTED IT, IN WHICH CASE THE SAME
       *> BATCH IS ON THE RUN TWICE AND THE SECOND COPY IS REFUSED.
           MOVE SPACES TO WS-PRIOR-DATE
           EVALUATE TRUE
               WHEN WS-SWEEP-SEQ > 200
                   MOVE "O" TO WS-BATCH-VERDICT
               WHEN WS-BR-USABLE NOT = "Y"
                   MOVE "U" TO WS-BATCH-VERDICT
               WHEN WS-HDR-BATCH-ID = SPACES
                   MOVE "B" TO WS-BATCH-VERDICT
               WHEN OTHER
                   MOVE WS-CUR-OFFICE TO BR-OFFICE
                   MOVE WS-HDR-BATCH-ID TO BR-BATCH-ID
                   READ BATCH-REGISTER
                       INVALID KEY CONTINUE
                   END-READ
                   EVALUATE TRUE
                       WHEN WS-BR-STATUS = "00" AND BR-STATUS = "P"
                           MOVE "D" TO WS-BATCH-VERDICT
                           MOVE BR-PROC-DATE TO WS-PRIOR-DATE
                       WHEN WS-BR-STATUS = "00"
                               AND BR-RUN-ID = WS-RUN-START (1:14)
                           MOVE "R" TO WS-BATCH-VERDICT
                       WHEN WS-BR-STATUS = "00"
                           MOVE WS-RUN-START (1:14) TO BR-RUN-ID
                           MOVE WS-TRANS-NAME TO BR-FILE-NAME
                           REWRITE BATCH-REGISTER-REC
                               INVALID KEY CONTINUE
                           END-REWRITE
                           MOVE BR-GAP-FLAG TO WS-BATCH-GAP
                           MOVE "A" TO WS-BATCH-VERDICT
                       WHEN WS-BR-STATUS = "23"
                           PERFORM CHECK-BATCH-GAP
                           MOVE SPACES TO BATCH-REGISTER-REC
                           MOVE WS-CUR-OFFICE TO BR-OFFICE
                           MOVE WS-HDR-BATCH-ID TO BR-BATCH-ID
                           MOVE WS-HDR-DATE TO BR-CREATE-DATE
                           MOVE 0 TO BR-TX-COUNT
                           MOVE 0 TO BR-REJ-COUNT
                           MOVE WS-TRANS-NAME TO BR-FILE-NAME
                           MOVE WS-RUN-START (1:14) TO BR-RUN-ID
                           MOVE "I" TO BR-STATUS
                           MOVE WS-BATCH-GAP TO BR-GAP-FLAG
                           WRITE BATCH-REGISTER-REC
                               INVALID KEY CONTINUE
                           END-WRITE
                           IF WS-BR-STATUS = "00" THEN
                               MOVE "A" TO WS-BATCH-VERDICT
                           ELSE
                               MOVE "U" TO WS-BATCH-VERDICT
                           END-IF
                       WHEN OTHER
                           MOVE "U" TO WS-BATCH-VERDICT
                   END-EVALUATE
           END-EVALUATE.

       CHECK-BATCH-GAP.
       *> A ZERO-PADDED NUMERIC BATCH ID IS EXPECTED TO FOLLOW ON
       *> FROM THE OFFICE'S PREVIOUS ONE. WHEN THE PREVIOUS NUMBER IS
       *> NOT ON THE REGISTER BUT THE OFFICE HAS SENT US BATCHES
       *> BEFORE, A FILE HAS GONE MISSING SOMEWHERE BETWEEN THE
       *> OFFICE AND US - FLAGGED, NOT REFUSED. AN OFFICE'S VERY
       *> FIRST BATCH, AND NON-NUMERIC IDS, ARE NEVER FLAGGED.
           MOVE "N" TO WS-BATCH-GAP
           IF WS-HDR-BATCH-ID IS NUMERIC THEN
               MOVE WS-HDR-BATCH-ID TO WS-BATCH-NUM
               IF WS-BATCH-NUM > 1 THEN
                   SUBTRACT 1 FROM WS-BATCH-NUM
                   MOVE WS-CUR-OFFICE TO BR-OFFICE
                   MOVE WS-BATCH-NUM TO BR-BATCH-ID
                   READ BATCH-REGISTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-BR-STATUS = "23" THEN
                       MOVE WS-CUR-OFFICE TO BR-OFFICE
                       MOVE LOW-VALUES TO BR-BATCH-ID
                       START BATCH-REGISTER KEY IS >= BR-KEY
                           INVALID KEY CONTINUE
                       END-START
                       IF WS-BR-STATUS = "00" THEN
                           READ BATCH-REGISTER NEXT RECORD
                               AT END CONTINUE
                           END-READ
                           IF WS-BR-STATUS = "00"
                                   AND BR-OFFICE = WS-CUR-OFFICE THEN
                               MOVE "Y" TO WS-BATCH-GAP
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RECIPE-LOOKUP.
       *> RESOLVES THE RECIPE NAME IN TX-CRIB AGAINST THE RECIPE
       *> MASTER, THEN EVERY STEP OF IT - EACH KEY ID THROUGH
       *> KEY-LOOKUP AND EACH ALPHABET NAME THROUGH ALPHA-LOOKUP, SO A
       *> STEP IS HELD TO EXACTLY THE SAME STANDARD AS A MODE V OR M
       *> TRANSACTION NAMING IT DIRECTLY. LEAVES THE STEPS IN
       *> WS-RCP-TABLE AND WS-RCP-REASON AT SPACES WHEN ALL IS WELL;
       *> OTHERWISE WS-RCP-REASON CARRIES THE FIRST REJECT REASON.
       *> DRIVEN OFF THE FILE STATUS LIKE THE OTHER LOOKUPS.
           MOVE SPACES TO WS-RCP-REASON
           MOVE 0 TO WS-RCP-STEPS
           MOVE ZEROS TO WS-STEP-GENS
           MOVE FUNCTION UPPER-CASE (TX-CRIB (1:8)) TO RC-NAME
           IF TX-CRIB = SPACES THEN
               MOVE "R016" TO WS-RCP-REASON
           ELSE
               READ RECIPE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               IF WS-RC-STATUS NOT = "00"
                       OR RC-STATUS NOT = "A"
                       OR WS-TIMESTAMP (1:8) < RC-EFF-DATE
                       OR WS-TIMESTAMP (1:8) > RC-EXP-DATE THEN
                   MOVE "R016" TO WS-RCP-REASON
               ELSE
      *> RCPLOAD FILLS THE STEPS FROM THE LEFT, SO THE FIRST BLANK
      *> ONE ENDS THE RECIPE
                   PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                           UNTIL WS-RCP-IDX > 5
                       IF RC-STEP-TYPE (WS-RCP-IDX) NOT = SPACE THEN
                           PERFORM RESOLVE-RECIPE-STEP
                       END-IF
                   END-PERFORM
                   IF WS-RCP-STEPS = 0 THEN
                       MOVE "R016" TO WS-RCP-REASON
                   END-IF
               END-IF
           END-IF
      *> THE STEP LOOKUPS LEAVE THE LAST KEY'S GENERATION BEHIND. A
      *> RECIPE MAY NAME SEVERAL KEYS, SO NO ONE GENERATION IS
      *> RECORDED FOR IT - EACH STEP'S IS IN WS-STEP-GENS INSTEAD.
           MOVE 0 TO WS-KEY-GEN.

       RESOLVE-RECIPE-STEP.
       *> ONE STEP OF THE RECIPE JUST READ INTO THE NEXT SLOT OF
       *> WS-RCP-TABLE
           ADD 1 TO WS-RCP-STEPS
           MOVE RC-STEP-TYPE (WS-RCP-IDX) TO WS-RS-TYPE (WS-RCP-STEPS)
           MOVE RC-STEP-NAME (WS-RCP-IDX) TO WS-RS-NAME (WS-RCP-STEPS)
           MOVE 0 TO WS-RS-SHIFT (WS-RCP-STEPS)
           MOVE SPACES TO WS-RS-KEY (WS-RCP-STEPS)
           MOVE SPACES TO WS-RS-ALPHA (WS-RCP-STEPS)
           MOVE 1 TO WS-RS-KEYPOS (WS-RCP-STEPS)
           MOVE RC-STEP-NAME (WS-RCP-IDX) TO WS-LOOKUP-ID
           EVALUATE RC-STEP-TYPE (WS-RCP-IDX)
               WHEN "E"
                   IF RC-STEP-SHIFT (WS-RCP-IDX) IS NUMERIC THEN
                       MOVE RC-STEP-SHIFT (WS-RCP-IDX)
                           TO WS-RS-SHIFT (WS-RCP-STEPS)
                   ELSE
                       MOVE "R016" TO WS-RCP-REASON
                   END-IF
               WHEN "V"
                   PERFORM KEY-LOOKUP
                   IF WS-KEY-REASON = SPACES THEN
                       MOVE WS-ACTUAL-KEY TO WS-RS-KEY (WS-RCP-STEPS)
                       MOVE WS-KEY-GEN TO WS-STEP-GEN (WS-RCP-STEPS)
                   ELSE
                       IF WS-RCP-REASON = SPACES THEN
                           MOVE "R017" TO WS-RCP-REASON
                       END-IF
                   END-IF
               WHEN "M"
                   PERFORM ALPHA-LOOKUP
                   IF WS-ACTUAL-ALPHA NOT = SPACES THEN
                       MOVE WS-ACTUAL-ALPHA
                           TO WS-RS-ALPHA (WS-RCP-STEPS)
                   ELSE
                       IF WS-RCP-REASON = SPACES THEN
                           MOVE "R017" TO WS-RCP-REASON
                       END-IF
                   END-IF
               WHEN OTHER
      *> RCPLOAD NEVER LOADS ANY OTHER STEP TYPE
                   MOVE "R016" TO WS-RCP-REASON
           END-EVALUATE.

       ALPHA-LOOKUP.
       *> RESOLVES THE ALPHABET NAME IN WS-LOOKUP-ID AGAINST THE
       *> ALPHABET MASTER, THE SAME WAY KEY-LOOKUP RESOLVES A KEY ID.
       *> SPACES IN WS-ACTUAL-ALPHA MEANS THE NAME DID NOT RESOLVE -
       *> MISSING, NOT ON THE MASTER, INACTIVE, OR OUTSIDE ITS
       *> EFFECTIVE/EXPIRY DATES. DRIVEN OFF THE FILE STATUS, NOT
       *> JUST THE INVALID KEY CONDITION, SO AN UNREADABLE MASTER
       *> LEFT IN THE RECORD AREA. ALPHLOAD PROVED THE TABLE IS A
       *> FULL PERMUTATION AT LOAD TIME, SO NO RE-EDIT HERE.
           MOVE SPACES TO WS-ACTUAL-ALPHA
           MOVE FUNCTION UPPER-CASE (WS-LOOKUP-ID) TO AM-NAME
           READ ALPHA-MASTER
               INVALID KEY CONTINUE
           END-READ
           END-IF.

       KEY-LOOKUP.
       *> RESOLVES THE KEY ID IN WS-LOOKUP-ID AGAINST THE KEY MASTER.
       *> LEAVES THE REAL KEYWORD IN WS-ACTUAL-KEY AND WS-KEY-REASON
       *> AT SPACES WHEN THE ID IS GOOD; OTHERWISE WS-ACTUAL-KEY IS
       *> SPACES AND WS-KEY-REASON CARRIES THE REJECT REASON. DRIVEN
       *> HANDING BACK WHATEVER WAS LEFT IN THE RECORD AREA.
           MOVE SPACES TO WS-ACTUAL-KEY
           MOVE SPACES TO WS-KEY-REASON
           MOVE 0 TO WS-KEY-GEN
           MOVE WS-LOOKUP-ID TO KM-KEY-ID
           READ KEY-FILE
               INVALID KEY CONTINUE
           END-READ
                   MOVE "R007" TO WS-KEY-REASON
               ELSE
                   MOVE KM-KEY-VALUE TO WS-ACTUAL-KEY
                   IF KM-GEN IS NUMERIC AND KM-GEN > 0 THEN
                       MOVE KM-GEN TO WS-KEY-GEN
                   ELSE
                       MOVE 1 TO WS-KEY-GEN
                   END-IF
               END-IF
           END-IF.

                   IF WS-IA-OPENED = "N" THEN
                       OPEN OUTPUT OUT-FILE
                       OPEN EXTEND AUDIT-FILE
                       OPEN OUTPUT SUSPECT-FILE
                       OPEN EXTEND ACTIVITY-FILE
                       MOVE "Y" TO WS-IA-OPENED
                   END-IF
                   PERFORM GATHER-TRANSACTION
           IF WS-IA-OPENED = "Y" THEN
               CLOSE OUT-FILE
               CLOSE AUDIT-FILE
               CLOSE SUSPECT-FILE
               CLOSE ACTIVITY-FILE
           END-IF.

       INTERACTIVE-PROMPT.
           DISPLAY "MODE - (E)NCRYPT, (D)ECRYPT, (S)OLVE, "
           DISPLAY "(V)IGENERE ENCRYPT, (W)IGENERE DECRYPT, "
           DISPLAY "(K)EYWORD SOLVE, SUBSTITUTION E(M)CIPHER OR "
           DISPLAY "DECIPHER (N), (C)OMPOUND ENCIPHER OR DECIPHER (X), "
           DISPLAY "(Q) RESULT INQUIRY: "
           ACCEPT TX-MODE
           MOVE FUNCTION UPPER-CASE (TX-MODE) TO TX-MODE
           IF TX-MODE = "Q" THEN
               WHEN "N"
                   DISPLAY "ALPHABET NAME (SEE ALPHABET MASTER): "
                   ACCEPT TX-CRIB
               WHEN "C"
               WHEN "X"
                   DISPLAY "RECIPE NAME (SEE RECIPE MASTER): "
                   ACCEPT TX-CRIB
               WHEN OTHER
                   DISPLAY "SHIFT, E.G. +003 (NEGATIVE = LEFT): "
                   ACCEPT TX-SHIFT
                   DISPLAY "MODE:      " RM-MODE
                   DISPLAY "SHIFT:     " RM-SHIFT
                   DISPLAY "KEY/CRIB:  " RM-KEY-ID
                   IF RM-MODE = "V" OR RM-MODE = "W" THEN
                       DISPLAY "KEY GEN:   " RM-KEY-GEN
                   END-IF
                   IF RM-MODE = "C" OR RM-MODE = "X" THEN
                       DISPLAY "STEP GENS: " RM-STEP-GEN (1) " "
                           RM-STEP-GEN (2) " " RM-STEP-GEN (3) " "
                           RM-STEP-GEN (4) " " RM-STEP-GEN (5)
                   END-IF
                   DISPLAY "TRUNCATED: " RM-TRUNC
                   IF RM-SUSPECT = "S" THEN
                       DISPLAY "SUSPECT:   S - NOT ENGLISH, CONFIRM "
                           "THE KEY WITH THE OFFICE"
                   END-IF
                   DISPLAY "RESULT:    " RM-RESULT
               ELSE
                   DISPLAY TX-DOC-REF " IS NOT ON THE RESULTS MASTER"
      *> HERE FOR THE SAME REASON AS THE CRIB ABOVE
               MOVE TX-MESSAGE (1:30) TO WS-DOC-IN-NAME
           END-IF
           MOVE 0 TO WS-KEY-GEN
           MOVE ZEROS TO WS-STEP-GENS
           IF WS-SAVED-MODE = "V" OR WS-SAVED-MODE = "W" THEN
      *> RESOLVE THE KEY ID WHILE TX-CRIB STILL HOLDS THE FIRST
      *> LINE'S FIELDS - THE CONTINUATION READS BELOW OVERWRITE THEM
               MOVE TX-CRIB (1:8) TO WS-LOOKUP-ID
               PERFORM KEY-LOOKUP
               IF WS-KEY-REASON NOT = SPACES THEN
                   DISPLAY "KEY ID " TX-CRIB (1:8)
               END-IF
           END-IF
           IF WS-SAVED-MODE = "M" OR WS-SAVED-MODE = "N" THEN
               MOVE TX-CRIB (1:8) TO WS-LOOKUP-ID
               PERFORM ALPHA-LOOKUP
               IF WS-ACTUAL-ALPHA = SPACES THEN
                   DISPLAY "ALPHABET " TX-CRIB (1:8)
                       " NOT USABLE ON THE ALPHABET MASTER"
               END-IF
           END-IF
           IF WS-SAVED-MODE = "C" OR WS-SAVED-MODE = "X" THEN
               PERFORM RECIPE-LOOKUP
               IF WS-RCP-REASON NOT = SPACES THEN
                   DISPLAY "RECIPE " TX-CRIB (1:8)
                       " NOT USABLE (" WS-RCP-REASON ")"
               END-IF
           END-IF
           MOVE SPACES TO WS-LONG-ORIGINAL
           MOVE SPACES TO WS-LONG-RESULT
           MOVE 0 TO WS-SEG-COUNT
       *> RUN AFTER GATHER-TRANSACTION HAS FILLED WS-LONG-ORIGINAL.
           MOVE 1 TO WS-KEYPOS
      *> RESET ONCE PER TRANSACTION, NOT PER SEGMENT, SO A VIGENERE
      *> KEYWORD KEEPS PHASE ACROSS A MULTI-LINE MESSAGE'S SEGMENTS -
      *> AND THE SAME FOR EVERY VIGENERE STEP OF A RECIPE
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > 5
               MOVE 1 TO WS-RS-KEYPOS (WS-RCP-IDX)
           END-PERFORM
           MOVE 0 TO WS-ENG-LETTERS
           MOVE 0 TO WS-ENG-SUM
           MOVE "N" TO WS-TX-SKIPPED

           EVALUATE TRUE
           WHEN WS-SAVED-MODE = "K"
      *> OPERATOR TYPING AN UNKNOWN ALPHABET NAME
               DISPLAY "ALPHABET NOT USABLE, SKIPPING TRANSACTION"
               MOVE SPACES TO WS-LONG-RESULT
               MOVE "Y" TO WS-TX-SKIPPED
           WHEN (WS-SAVED-MODE = "V" OR WS-SAVED-MODE = "W")
                   AND WS-ACTUAL-KEY = SPACES
      *> THE KEY ID NEVER RESOLVED - BATCH ROWS WERE ALREADY REJECTED
      *> TYPING A BAD ID. SKIP RATHER THAN ENCIPHER WITH A BLANK KEY.
               DISPLAY "KEY ID NOT USABLE, SKIPPING TRANSACTION"
               MOVE SPACES TO WS-LONG-RESULT
               MOVE "Y" TO WS-TX-SKIPPED
           WHEN (WS-SAVED-MODE = "C" OR WS-SAVED-MODE = "X")
                   AND WS-RCP-REASON NOT = SPACES
      *> AND THE SAME AGAIN FOR A RECIPE, OR ANY STEP OF ONE, THAT
      *> DID NOT RESOLVE - NEVER RUN HALF A RECIPE
               DISPLAY "RECIPE NOT USABLE, SKIPPING TRANSACTION"
               MOVE SPACES TO WS-LONG-RESULT
               MOVE "Y" TO WS-TX-SKIPPED
           WHEN WS-SAVED-FILE-FLAG = "F"
      *> A DOCUMENT-FILE TRANSACTION - THE WHOLE NAMED FILE STREAMS
      *> THROUGH THE CIPHER SUBPROGRAMS INSTEAD OF THE GATHERED
               DISPLAY "KNOWN-PLAINTEXT CRIB MODE DOES NOT SUPPORT "
                   "MULTI-LINE MESSAGES, SKIPPING TRANSACTION"
               MOVE SPACES TO WS-LONG-RESULT
               MOVE "Y" TO WS-TX-SKIPPED
           WHEN OTHER
               MOVE 0 TO WS-SEG-IDX
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                               BY REFERENCE WS-RESULT
                           PERFORM LOG-AUDIT-RECORD
                           ADD 1 TO WS-COUNT-N
                       WHEN "C"
                       WHEN "X"
                           PERFORM APPLY-RECIPE
                           PERFORM LOG-AUDIT-RECORD
                           IF WS-SAVED-MODE = "C" THEN
                               ADD 1 TO WS-COUNT-C
                           ELSE
                               ADD 1 TO WS-COUNT-X
                           END-IF
                       WHEN OTHER
                           DISPLAY "UNKNOWN MODE CODE: " WS-SAVED-MODE
                           ADD 1 TO WS-COUNT-UNKNOWN
           MOVE WS-TRUNC-FLAG TO OUT-TRUNC
           MOVE WS-SAVED-DOC-REF TO OUT-DOC-REF
           MOVE WS-TRANS-NAME TO OUT-SOURCE
           MOVE WS-CUR-OFFICE TO OUT-OFFICE
           MOVE WS-KEY-GEN TO OUT-KEY-GEN
           MOVE WS-STEP-GENS TO OUT-STEP-GENS
           IF WS-SAVED-FILE-FLAG = "F" THEN
               MOVE "F" TO OUT-DOC-FILE
           ELSE
               MOVE SPACE TO OUT-DOC-FILE
           END-IF
           PERFORM CHECK-ENGLISH-RESULT
      *> MASTERED BEFORE THE WRITE - THE OUT-RECORD FIELDS IT MIRRORS
      *> ARE NOT GUARANTEED TO SURVIVE THE WRITE STATEMENT
           IF WS-SAVED-DOC-REF NOT = SPACES AND WS-RM-USABLE = "Y"
               PERFORM WRITE-RESULT-MASTER
           END-IF
           PERFORM WRITE-TRANSACTION-ACTIVITY
           WRITE OUT-RECORD.

       WRITE-TRANSACTION-ACTIVITY.
       *> THE TRANSACTION'S LINE ON THE ACTIVITY HISTORY, FOR THE
       *> MONTHLY CHARGEBACK. A TRANSACTION SKIPPED WITHOUT BEING
       *> CIPHERED GOES ON AS TYPE U SO THE OFFICE SEES IT LISTED
       *> BUT IS NOT CHARGED FOR IT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO ACTIVITY-REC
           MOVE WS-TIMESTAMP (1:8) TO ACT-DATE
           MOVE WS-TIMESTAMP (9:6) TO ACT-TIME
           MOVE WS-CUR-OFFICE TO ACT-OFFICE
           IF TRANSACTION-SKIPPED THEN
               MOVE "U" TO ACT-TYPE
           ELSE
               MOVE "T" TO ACT-TYPE
           END-IF
           MOVE WS-SAVED-MODE TO ACT-MODE
           MOVE WS-SAVED-PREC TO ACT-PREC
           MOVE OUT-DOC-FILE TO ACT-DOC-FILE
           IF OUT-DOC-FILE = "F" THEN
               MOVE WS-DOC-LINES TO ACT-DOC-LINES
           ELSE
               MOVE 0 TO ACT-DOC-LINES
           END-IF
           MOVE 0 TO ACT-REJ-COUNT
           MOVE WS-SAVED-DOC-REF TO ACT-DOC-REF
           MOVE WS-TRANS-NAME TO ACT-SOURCE
           WRITE ACTIVITY-REC.

       WRITE-RESULT-MASTER.
       *> PUTS (OR REPLACES) THE DOCUMENT'S ENTRY ON THE PERMANENT
       *> RESULTS MASTER. MIRRORS WHAT WAS JUST WRITTEN TO OUT-RECORD
           MOVE WS-LONG-RESULT TO RM-RESULT
           MOVE WS-TRUNC-FLAG TO RM-TRUNC
           MOVE FUNCTION CURRENT-DATE TO RM-TIMESTAMP
           MOVE OUT-SUSPECT TO RM-SUSPECT
           MOVE OUT-KEY-GEN TO RM-KEY-GEN
           MOVE OUT-DOC-FILE TO RM-DOC-FILE
           MOVE OUT-STEP-GENS TO RM-STEP-GENS
           WRITE RESULT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
                   " UNREADABLE (STATUS " WS-DI-STATUS
                   "), SKIPPING TRANSACTION"
               MOVE SPACES TO WS-LONG-RESULT
               MOVE "Y" TO WS-TX-SKIPPED
           ELSE
               OPEN OUTPUT DOC-OUT-FILE
               PERFORM UNTIL END-OF-DOC
                   WHEN "W" ADD 1 TO WS-COUNT-W
                   WHEN "M" ADD 1 TO WS-COUNT-M
                   WHEN "N" ADD 1 TO WS-COUNT-N
                   WHEN "C" ADD 1 TO WS-COUNT-C
                   WHEN "X" ADD 1 TO WS-COUNT-X
               END-EVALUATE
               ADD 1 TO WS-COUNT-TOTAL

                   CALL "SUBCIPH" USING BY CONTENT THE-MESSAGE,
                       WS-ACTUAL-ALPHA, "D",
                       BY REFERENCE WS-RESULT
               WHEN "C"
               WHEN "X"
                   PERFORM APPLY-RECIPE
           END-EVALUATE
           IF WS-SAVED-MODE = "D" OR WS-SAVED-MODE = "W"
                   OR WS-SAVED-MODE = "N" OR WS-SAVED-MODE = "X" THEN
      *> THE WHOLE DOCUMENT IS SCORED AS ONE, SO EACH LINE'S LETTERS
      *> ARE ADDED IN AS IT GOES
               MOVE WS-RESULT TO WS-ENG-TEXT
               PERFORM TALLY-ENGLISH-LETTERS
           END-IF
           MOVE WS-RESULT TO DOC-OUT-RECORD
           WRITE DOC-OUT-RECORD
           ADD 1 TO WS-DOC-LINES.

       APPLY-RECIPE.
       *> RUNS THE-MESSAGE THROUGH THE TRANSACTION'S RECIPE INTO
       *> WS-RESULT - EVERY STEP FIRST TO LAST FOR MODE C, EVERY STEP
       *> UNDONE LAST TO FIRST FOR MODE X - SO THE OUTPUT OF ONE
       *> STAGE IS THE INPUT OF THE NEXT, EXACTLY AS IF THE MESSAGE
       *> HAD GONE ROUND CIPHER ONCE PER STAGE. USED FOR INLINE
       *> SEGMENTS AND DOCUMENT LINES ALIKE; EACH VIGENERE STEP
       *> CARRIES ITS OWN KEYWORD PHASE FROM ONE TO THE NEXT.
           MOVE THE-MESSAGE TO WS-STEP-TEXT
           IF WS-SAVED-MODE = "C" THEN
               PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                       UNTIL WS-RCP-IDX > WS-RCP-STEPS
                   PERFORM ENCIPHER-RECIPE-STEP
                   MOVE WS-RESULT TO WS-STEP-TEXT
               END-PERFORM
           ELSE
               PERFORM VARYING WS-RCP-IDX FROM WS-RCP-STEPS BY -1
                       UNTIL WS-RCP-IDX < 1
                   PERFORM DECIPHER-RECIPE-STEP
                   MOVE WS-RESULT TO WS-STEP-TEXT
               END-PERFORM
           END-IF
           MOVE WS-STEP-TEXT TO WS-RESULT.

       ENCIPHER-RECIPE-STEP.
           MOVE SPACES TO WS-RESULT
           EVALUATE WS-RS-TYPE (WS-RCP-IDX)
               WHEN "E"
                   CALL "ENCRYPT" USING BY CONTENT WS-STEP-TEXT,
                       WS-RS-SHIFT (WS-RCP-IDX), BY REFERENCE WS-RESULT
               WHEN "V"
                   CALL "VENCRYPT" USING BY CONTENT WS-STEP-TEXT,
                       WS-RS-KEY (WS-RCP-IDX), BY REFERENCE WS-RESULT,
                       BY REFERENCE WS-RS-KEYPOS (WS-RCP-IDX)
               WHEN "M"
                   CALL "SUBCIPH" USING BY CONTENT WS-STEP-TEXT,
                       WS-RS-ALPHA (WS-RCP-IDX), "E",
                       BY REFERENCE WS-RESULT
           END-EVALUATE.

       DECIPHER-RECIPE-STEP.
           MOVE SPACES TO WS-RESULT
           EVALUATE WS-RS-TYPE (WS-RCP-IDX)
               WHEN "E"
                   CALL "DECRYPT" USING BY CONTENT WS-STEP-TEXT,
                       WS-RS-SHIFT (WS-RCP-IDX), BY REFERENCE WS-RESULT
               WHEN "V"
                   CALL "VDECRYPT" USING BY CONTENT WS-STEP-TEXT,
                       WS-RS-KEY (WS-RCP-IDX), BY REFERENCE WS-RESULT,
                       BY REFERENCE WS-RS-KEYPOS (WS-RCP-IDX)
               WHEN "M"
                   CALL "SUBCIPH" USING BY CONTENT WS-STEP-TEXT,
                       WS-RS-ALPHA (WS-RCP-IDX), "D",
                       BY REFERENCE WS-RESULT
           END-EVALUATE.

       CHECK-ENGLISH-RESULT.
       *> WRONG-KEY CHECK ON A DECRYPT (D, W, N OR X). THE OPERATION
       *> INVERTS CLEANLY WHATEVER KEY IT IS GIVEN, SO CIPVERIFY'S
       *> ROUND TRIP CANNOT CATCH AN OFFICE THAT ENCIPHERED UNDER A
       *> DIFFERENT SHIFT, KEY OR ALPHABET THAN IT NAMED - BUT THE
       *> RESULT THEN DOES NOT READ AS ENGLISH. THE SCORE IS THE
       *> AVERAGE ENGLISH FREQUENCY OF THE RESULT'S LETTERS: ENGLISH
       *> IS MADE OF COMMON LETTERS AND SCORES HIGH, GIBBERISH DOES
       *> NOT. A DOCUMENT FILE'S LETTERS WERE TALLIED LINE BY LINE AS
       *> IT WAS WRITTEN; AN INLINE RESULT IS TALLIED HERE. A SKIPPED
       *> TRANSACTION (BLANK RESULT) IS NOT SCORED.
           MOVE SPACE TO OUT-SUSPECT
           IF (WS-SAVED-MODE = "D" OR WS-SAVED-MODE = "W"
                   OR WS-SAVED-MODE = "N" OR WS-SAVED-MODE = "X")
                   AND WS-LONG-RESULT NOT = SPACES THEN
               IF WS-SAVED-FILE-FLAG NOT = "F" THEN
                   MOVE WS-LONG-RESULT TO WS-ENG-TEXT
                   PERFORM TALLY-ENGLISH-LETTERS
               END-IF
               IF WS-ENG-LETTERS < WS-ENG-MIN-LTRS THEN
                   ADD 1 TO WS-COUNT-UNSCORED
               ELSE
                   COMPUTE WS-ENG-SCORE = WS-ENG-SUM / WS-ENG-LETTERS
                   IF WS-ENG-SCORE < WS-SUSPECT-MIN THEN
                       MOVE "S" TO OUT-SUSPECT
                       PERFORM WRITE-SUSPECT-RECORD
                   END-IF
               END-IF
           END-IF.

       TALLY-ENGLISH-LETTERS.
       *> ADDS WS-ENG-TEXT'S LETTERS, UPPER AND LOWER CASE ALIKE, TO
       *> THE RUNNING COUNT AND FREQUENCY SUM
           MOVE FUNCTION UPPER-CASE (WS-ENG-TEXT) TO WS-ENG-TEXT
           PERFORM VARYING WS-ENG-IDX FROM 1 BY 1
                   UNTIL WS-ENG-IDX > 150
               MOVE WS-ENG-TEXT (WS-ENG-IDX:1) TO WS-ENG-CHAR
               IF WS-ENG-CHAR IS ALPHABETIC AND WS-ENG-CHAR NOT = SPACE
                       THEN
                   COMPUTE WS-ENG-ORD = FUNCTION ORD (WS-ENG-CHAR)
                       - FUNCTION ORD ("A") + 1
                   ADD 1 TO WS-ENG-LETTERS
                   ADD WS-ENG-FREQ (WS-ENG-ORD) TO WS-ENG-SUM
               END-IF
           END-PERFORM.

       WRITE-SUSPECT-RECORD.
       *> PUTS THE SUSPECT RESULT ON CIPHER.SUS AND IN THE REPORT'S
       *> TABLE, AND TELLS THE CONSOLE
           ADD 1 TO WS-COUNT-SUSPECT
           MOVE WS-ENG-SCORE TO WS-SCORE-EDIT
           DISPLAY "SUSPECT RESULT FOR " WS-SAVED-DOC-REF
               " (MODE " WS-SAVED-MODE ", ENGLISH SCORE " WS-SCORE-EDIT
               ") - CONFIRM THE KEY WITH THE OFFICE"
           MOVE SPACES TO SUSPECT-RECORD
           MOVE WS-SAVED-DOC-REF TO SUS-DOC-REF
           MOVE WS-TRANS-NAME TO SUS-SOURCE
           MOVE WS-CUR-OFFICE TO SUS-OFFICE
           MOVE WS-SAVED-MODE TO SUS-MODE
           MOVE THE-SHIFT TO SUS-SHIFT
           IF WS-SAVED-MODE NOT = "D" THEN
               MOVE WS-SAVED-CRIB TO SUS-KEY-ID
           END-IF
           MOVE WS-ENG-SCORE TO SUS-SCORE
           MOVE WS-SUSPECT-MIN TO SUS-THRESHOLD
           MOVE WS-SAVED-FILE-FLAG TO SUS-DOC-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO SUS-TIMESTAMP
           WRITE SUSPECT-RECORD
           IF WS-SUS-USED < 50 THEN
               ADD 1 TO WS-SUS-USED
               MOVE WS-SAVED-DOC-REF TO WS-SUS-DOC-REF (WS-SUS-USED)
               MOVE WS-SAVED-MODE TO WS-SUS-MODE (WS-SUS-USED)
               MOVE WS-ENG-SCORE TO WS-SUS-SCORE (WS-SUS-USED)
               MOVE WS-TRANS-NAME TO WS-SUS-SOURCE (WS-SUS-USED)
           END-IF.

       APPEND-SEGMENT.
       *> ADDS THE CURRENT TRANS-RECORD'S MESSAGE AS THE NEXT 50-CHAR
       *> SEGMENT OF THE LOGICAL MESSAGE, UP TO THE 3-SEGMENT (150 CHAR)
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-SAVED-MODE TO AUD-MODE
           IF FINGERPRINT-SALTED THEN
               CALL "MSGFPRT" USING BY CONTENT THE-MESSAGE,
                   WS-FP-SALT, BY REFERENCE AUD-FPRINT
               MOVE "F" TO AUD-FPRINT-FORM
               MOVE WS-FP-SALT-ID TO AUD-FPRINT-SALT
           ELSE
               MOVE "N" TO AUD-FPRINT-FORM
           END-IF
           MOVE THE-SHIFT TO AUD-SHIFT
      *> AN S OR K CRIB IS A PIECE OF THE PLAINTEXT - NOT LOGGED
           IF WS-SAVED-MODE NOT = "S" AND WS-SAVED-MODE NOT = "K" THEN
               MOVE WS-SAVED-CRIB TO AUD-KEYWORD
           END-IF
           MOVE WS-TRUNC-FLAG TO AUD-TRUNC
           MOVE WS-SAVED-DOC-REF TO AUD-DOC-REF
           MOVE WS-KEY-GEN TO AUD-KEY-GEN
           MOVE WS-STEP-GENS TO AUD-STEP-GENS
           WRITE AUDIT-RECORD.

       TALLY-SHIFT.
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           IF NOT FINGERPRINT-SALTED THEN
               MOVE "*** NO FPSALT.DAT - AUDIT NOT FINGERPRINTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-C TO WS-COUNT-EDIT
           STRING "COMPOUND ENCIPHER TX:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-X TO WS-COUNT-EDIT
           STRING "COMPOUND DECIPHER TX:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-UNKNOWN TO WS-COUNT-EDIT
           STRING "UNKNOWN/REJECTED MODE TX: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
               WHEN NOT RUN-INTERACTIVE
                   PERFORM WRITE-BALANCE-SECTION
           END-EVALUATE
           IF NOT RUN-INTERACTIVE THEN
               PERFORM WRITE-REGISTER-SECTION
           END-IF
           PERFORM WRITE-SUSPECT-SECTION

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WS-FILE-OFF-OK (WS-FILE-IDX) = "Y" THEN
                   STRING "    OFFICE " WS-FILE-OFFICE (WS-FILE-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "    *** OFFICE '"
                       WS-FILE-OFFICE (WS-FILE-IDX)
                       "' NOT REGISTERED ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WS-FILE-BAL (WS-FILE-IDX) = "Y" THEN
                   MOVE "    IN BALANCE" TO REPORT-LINE
               ELSE
               " FROM " WS-HDR-OFFICE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT OFFICE-REGISTERED THEN
               MOVE "*** OFFICE NOT REGISTERED - ALL TRAFFIC REJECTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF BATCH-IN-BALANCE THEN
               MOVE "BATCH CONTROL: IN BALANCE" TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REGISTER-SECTION.
       *> EVERY BATCH THE RUN RECEIVED AND WHAT THE BATCH REGISTER
       *> MADE OF IT. A REFUSED BATCH HAD NOTHING PROCESSED AND
       *> NOTHING PUT ON CIPHER.REJ, SO THIS IS THE ONLY PLACE IT
       *> SHOWS UP - THE OFFICE HAS TO BE TOLD. A GAP MEANS THE
       *> OFFICE'S PREVIOUS BATCH NUMBER HAS NEVER ARRIVED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BATCH REGISTER:" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BT-USED = 0 THEN
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED
               MOVE SPACES TO REPORT-LINE
               EVALUATE WS-BT-VERDICT (WS-BT-IDX)
                   WHEN "A"
                       IF WS-BT-GAP (WS-BT-IDX) = "Y" THEN
                           STRING "  " WS-BT-OFFICE (WS-BT-IDX) " "
                               WS-BT-BATCH (WS-BT-IDX)
                               " PROCESSED - GAP BEFORE IT"
                               DELIMITED BY SIZE INTO REPORT-LINE
                       ELSE
                           STRING "  " WS-BT-OFFICE (WS-BT-IDX) " "
                               WS-BT-BATCH (WS-BT-IDX) " PROCESSED"
                               DELIMITED BY SIZE INTO REPORT-LINE
                       END-IF
                   WHEN "D"
                       STRING "  " WS-BT-OFFICE (WS-BT-IDX) " "
                           WS-BT-BATCH (WS-BT-IDX)
                           " *** REFUSED - DONE "
                           WS-BT-PRIOR (WS-BT-IDX)
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN "R"
                       STRING "  " WS-BT-OFFICE (WS-BT-IDX) " "
                           WS-BT-BATCH (WS-BT-IDX)
                           " *** REFUSED - TWICE THIS RUN"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN "B"
                       STRING "  " WS-BT-OFFICE (WS-BT-IDX)
                           " *** REFUSED - NO BATCH ID ON HEADER"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN "U"
                       STRING "  " WS-BT-OFFICE (WS-BT-IDX) " "
                           WS-BT-BATCH (WS-BT-IDX)
                           " *** REFUSED - NO REGISTER"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN OTHER
                       STRING "  " WS-BT-FILE (WS-BT-IDX)
                           " NOT REGISTERED"
                           DELIMITED BY SIZE INTO REPORT-LINE
               END-EVALUATE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-COUNT-REFUSED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "BATCHES REFUSED:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COUNT-GAPS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "BATCH NUMBERING GAPS:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SWEEP-SEQ > 200 THEN
               MOVE "*** RUN OVER 200 FILES - THE REST WERE REFUSED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-SUSPECT-SECTION.
       *> DECRYPTS THAT DID NOT READ AS ENGLISH. EACH ONE IS ON
       *> CIPHER.SUS AND FLAGGED ON CIPHER.OUT AND THE RESULTS MASTER;
       *> CIPDIST HOLDS THEM BACK, SO THE OFFICE HAS TO BE ASKED WHAT
       *> SHIFT, KEY OR ALPHABET IT REALLY USED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUSPECT-MIN TO WS-MIN-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "SUSPECT DECRYPTS (ENGLISH SCORE BELOW "
               FUNCTION TRIM (WS-MIN-EDIT) "):"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-COUNT-SUSPECT = 0 THEN
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-USED
               MOVE WS-SUS-SCORE (WS-SUS-IDX) TO WS-SCORE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-SUS-DOC-REF (WS-SUS-IDX)
                   " " WS-SUS-MODE (WS-SUS-IDX)
                   " " WS-SCORE-EDIT
                   " " WS-SUS-SOURCE (WS-SUS-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-COUNT-SUSPECT > WS-SUS-USED THEN
               MOVE "  *** MORE THAN 50 - SEE CIPHER.SUS FOR THE REST"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-COUNT-SUSPECT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "SUSPECT RESULTS:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COUNT-UNSCORED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "DECRYPTS TOO SHORT TO SCORE:" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       READ-SALT-FILE.
       *> LOADS THE FINGERPRINT SALT. A MISSING FILE, OR A SALT THAT
       *> IS NOT A FULL 32 CHARACTERS UNDER AN ID, IS NOT FATAL: THE
       *> TRAFFIC STILL GOES THROUGH, BUT WITH NO FINGERPRINT ON THE
       *> AUDIT TRAIL - NEVER ONE ANYBODY COULD WORK BACKWARDS - AND
       *> THE RUN ENDS RC 4 SO THE FILE IS PUT BACK.
           MOVE "N" TO WS-FP-SALT-OK
           OPEN INPUT SALT-FILE
           READ SALT-FILE
               AT END MOVE SPACES TO SALT-RECORD
           END-READ
           CLOSE SALT-FILE
           MOVE 0 TO WS-SALT-SPACES
           INSPECT SLT-VALUE TALLYING WS-SALT-SPACES FOR ALL SPACE
           IF SLT-ID NOT = SPACES AND WS-SALT-SPACES = 0 THEN
               MOVE SLT-ID TO WS-FP-SALT-ID
               MOVE SLT-VALUE TO WS-FP-SALT
               MOVE "Y" TO WS-FP-SALT-OK
           ELSE
               DISPLAY "FPSALT.DAT MISSING OR NOT IN FORM - AUDIT "
                   "RECORDS WRITTEN WITHOUT A FINGERPRINT THIS RUN"
           END-IF
           MOVE SPACES TO SALT-RECORD.

       READ-CHECKPOINT.
       *> LOADS THE RESUME POINT FROM CIPHER.CKP, OR LEAVES WS-CKP-COUNT
       *> AT 0 IF THE FILE DOESN'T EXIST (NO PRIOR RUN, OR THE LAST
           MOVE SUBRESULT TO OUT-RESULT
           EXIT PROGRAM.
       END PROGRAM SUBCIPH.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGFPRT.
      *> KEYED FINGERPRINT OF A 50-CHARACTER MESSAGE SEGMENT, FOR THE
      *> AUDIT TRAIL TO CARRY IN PLACE OF THE TEXT. THE CALLER PASSES
      *> THE 32-CHARACTER SECRET SALT FROM FPSALT.DAT, WHICH ONLY THE
      *> SECURITY OFFICE AND THE PROGRAMS THAT FINGERPRINT EVER SEE.
      *> FOUR LANES, EACH MODULO ITS OWN PRIME BELOW 10**9, TAKE IN
      *> THE SALT, THEN THE SEGMENT, THEN THE SALT AGAIN, ONE BYTE AT
      *> A TIME. EVERY BYTE IS ADDED IN AND THE LANE IS THEN SQUARED
      *> AND STIRRED WITH ITS NEIGHBOUR LANE, SO EACH LANE ENDS AS A
      *> POLYNOMIAL OF ASTRONOMICAL DEGREE IN THE TEXT AND SALT, NOT
      *> A SUM THAT LINEAR ALGEBRA COULD UNPICK, AND WITHOUT THE SALT
      *> NOBODY CAN FINGERPRINT A GUESSED MESSAGE TO TRY IT AGAINST
      *> THE LOG. THE SAME SEGMENT UNDER THE SAME SALT ALWAYS GIVES
      *> THE SAME 32 HEX DIGITS, SO CIPRECON - OR THE SECURITY OFFICE
      *> FOR AN INVESTIGATOR HOLDING A DOCUMENT - CAN STILL PROVE
      *> WHICH CALL A TEXT WENT THROUGH. UNLIKE THE CIPHER
      *> SUBPROGRAMS THIS ONE DISPLAYS NOTHING - THE WHOLE POINT IS
      *> THAT THE TEXT GOES NOWHERE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  HEX-DIGITS  PIC X(16) VALUE "0123456789ABCDEF".
       01  PRIME-VALUES.
           05  FILLER  PIC 9(10) VALUE 999999937.
           05  FILLER  PIC 9(10) VALUE 999999929.
           05  FILLER  PIC 9(10) VALUE 999999893.
           05  FILLER  PIC 9(10) VALUE 999999883.
       01  PRIME-TABLE REDEFINES PRIME-VALUES.
           05  PRIME   PIC 9(10) OCCURS 4 TIMES.
       01  MULT-VALUES.
           05  FILLER  PIC 9(3) VALUE 257.
           05  FILLER  PIC 9(3) VALUE 263.
           05  FILLER  PIC 9(3) VALUE 269.
           05  FILLER  PIC 9(3) VALUE 271.
       01  MULT-TABLE REDEFINES MULT-VALUES.
           05  MULT    PIC 9(3) OCCURS 4 TIMES.
       01  HASH-TABLE.
           05  HASH    PIC 9(10) OCCURS 4 TIMES.
       01  WORK-VALUE  PIC 9(18).
       01  MIXED       PIC 9(10).
       01  CHARNUM     PIC 9(3).
       01  BYTE-POS    PIC 9(3).
      *>  1-114 ACROSS SALT, SEGMENT AND SALT AGAIN
       01  I           PIC 9(3).
       01  H           PIC 9(1).
       01  NEXT-H      PIC 9(1).
       01  D           PIC 9(2).
       01  HEXNUM      PIC 9(2).
       LINKAGE SECTION.
       01  SECRET      PIC X(50).
       01  SALT        PIC X(32).
       01  FPRINT      PIC X(32).

       PROCEDURE DIVISION USING SECRET, SALT, FPRINT.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 4
               MOVE H TO HASH (H)
           END-PERFORM
           MOVE 0 TO BYTE-POS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 32
               COMPUTE CHARNUM = FUNCTION ORD (SALT (I:1))
               PERFORM MIX-ONE-BYTE
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 50
               COMPUTE CHARNUM = FUNCTION ORD (SECRET (I:1))
               PERFORM MIX-ONE-BYTE
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 32
               COMPUTE CHARNUM = FUNCTION ORD (SALT (I:1))
               PERFORM MIX-ONE-BYTE
           END-PERFORM

           MOVE SPACES TO FPRINT
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 4
               MOVE HASH (H) TO WORK-VALUE
               PERFORM VARYING D FROM 8 BY -1 UNTIL D < 1
                   DIVIDE WORK-VALUE BY 16
                       GIVING WORK-VALUE REMAINDER HEXNUM
                   MOVE HEX-DIGITS (HEXNUM + 1:1)
                       TO FPRINT ((H - 1) * 8 + D:1)
               END-PERFORM
           END-PERFORM
           EXIT PROGRAM.

       MIX-ONE-BYTE.
      *> ADD THE BYTE AND ITS POSITION INTO EACH LANE, SQUARE THE
      *> LANE AND ADD IN THE NEXT LANE ROUND. EVERY VALUE STAYS
      *> BELOW 10**9, SO THE SQUARE FITS 18 DIGITS.
           ADD 1 TO BYTE-POS
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 4
               COMPUTE WORK-VALUE = HASH (H)
                   + (CHARNUM + 1) * MULT (H) + BYTE-POS
               DIVIDE WORK-VALUE BY PRIME (H)
                   GIVING WORK-VALUE REMAINDER MIXED
               IF H = 4 THEN
                   MOVE 1 TO NEXT-H
               ELSE
                   COMPUTE NEXT-H = H + 1
               END-IF
               COMPUTE WORK-VALUE = MIXED * MIXED + HASH (NEXT-H)
               DIVIDE WORK-VALUE BY PRIME (H)
                   GIVING WORK-VALUE REMAINDER HASH (H)
           END-PERFORM.
       END PROGRAM MSGFPRT.
