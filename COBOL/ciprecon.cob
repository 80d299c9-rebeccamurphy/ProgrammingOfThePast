       *> TRIPS AGAINST ITSELF; THIS PROGRAM PROVES THE RUN'S THREE
       *> OUTPUTS AGREE WITH EACH OTHER. IT MATCHES THE DAY'S AUDIT
       *> RECORDS AGAINST CIPHER.OUT BY DOCUMENT REFERENCE, MODE AND
       *> SEGMENT COUNT - AND, WHERE THE COUNTS AGREE, BY THE KEYED
       *> FINGERPRINT OF EACH SEGMENT'S TEXT (SALT FROM FPSALT.DAT) -
       *> THEN CONFIRMS EVERY OUT-DOC-REF THAT SHOULD HAVE BEEN
       *> MASTERED EXISTS ON RSLTMAST.DAT WITH THE SAME RESULT. THE
       *> REPORT LISTS AUDIT CALLS WITH NO OUT RECORD, OUT RECORDS
       *> WITH NO AUDIT TRAIL, AND MASTERED RESULTS THAT DISAGREE -
       *> THE GAPS THAT OTHERWISE ONLY SURFACE WHEN AN OFFICE PHONES
       *> ABOUT A MISSING DOCUMENT.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-RM-STATUS.
           SELECT RECON-REPORT ASSIGN TO "CIPRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "CIPRECON.PRM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALT-FILE ASSIGN TO "FPSALT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           05 	FILLER		PIC X(1).
           05 	AUD-MODE	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	AUD-FPRINT	PIC X(32).
           05 	FILLER		PIC X(1).
           05 	AUD-FPRINT-FORM	PIC X(1).
           05 	AUD-FPRINT-SALT	PIC X(8).
           05 	FILLER		PIC X(8).
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

       FD  OUT-FILE.
       *> SAME RECORD AS CIPHER WRITES - SEE THE OUT-FILE FD THERE
           05 	OUT-DOC-REF 	PIC X(12).
           05 	OUT-SOURCE 	PIC X(30).
           05 	OUT-DOC-FILE 	PIC X(1).
           05 	OUT-OFFICE 	PIC X(10).
           05 	OUT-SUSPECT 	PIC X(1).
           05 	OUT-KEY-GEN 	PIC 9(3).
           05 	OUT-STEP-GENS.
               10 	OUT-STEP-GEN 	PIC 9(3) OCCURS 5 TIMES.

       FD  RESULT-FILE.
       *> SAME RECORD AS THE RESULT-FILE FD IN CIPHER
           05 	RM-RESULT 	PIC X(150).
           05 	RM-TRUNC 	PIC X(1).
           05 	RM-TIMESTAMP 	PIC X(21).
           05 	RM-SUSPECT 	PIC X(1).
           05 	RM-KEY-GEN 	PIC 9(3).
           05 	RM-DOC-FILE 	PIC X(1).
           05 	RM-STEP-GENS.
               10 	RM-STEP-GEN 	PIC 9(3) OCCURS 5 TIMES.

       FD  RECON-REPORT.
       01  RECON-LINE 	PIC X(100).

       FD  PARAM-FILE.
       *> UNATTENDED RUN CONTROL, SAME IDEA AS AUDHIST.PRM - WHEN
       *> PRESENT ITS ONE RECORD ANSWERS THE DATE PROMPT, SO THE JOB
       *> STREAM CAN RUN THE RECONCILIATION WITH NO OPERATOR
       01  PARAM-RECORD.
           05 	PRM-RUN-DATE 	PIC X(8).
      *>  SAME MEANING AND BLANK DEFAULT AS THE CONSOLE PROMPT

       FD  SALT-FILE.
       *> SAME RECORD AS THE SALT-FILE FD IN CIPHER - THE SECRET THE
       *> AUDIT FINGERPRINTS ARE KEYED WITH
       01  SALT-RECORD.
           05 	SLT-ID 		PIC X(8).
           05 	FILLER		PIC X(1).
           05 	SLT-VALUE 	PIC X(32).

       WORKING-STORAGE SECTION.
       01 	WS-EOF		PIC X VALUE "N".
           88 	END-OF-AUDIT		VALUE "Y".
      *>  SO) WHEN IT DID NOT, RATHER THAN CALLING EVERY DOCUMENT
      *>  UNMASTERED
       01 	WS-RUN-DATE	PIC X(8).
       01 	WS-PRM-PRESENT	PIC X(1) VALUE "N".
           88 	PARAMS-FROM-FILE	VALUE "Y".
       01 	WS-PRM-EOF	PIC X VALUE "N".
       01 	WS-TIMESTAMP	PIC X(21).
       01 	WS-AUD-TABLE.
       *> ONE ENTRY PER DOC-REF/MODE PAIR SEEN IN THE DAY'S AUDIT
       *> RECORDS, WITH THE NUMBER OF CALLS (SEGMENTS) LOGGED, THE
       *> FINGERPRINTS OF THE FIRST THREE, AND A MATCHED FLAG SET AS
       *> CIPHER.OUT ACCOUNTS FOR IT
           05 	WS-AUD-ENTRY OCCURS 500 TIMES.
               10 	WS-AT-DOC-REF	PIC X(12).
               10 	WS-AT-MODE	PIC X(1).
               10 	WS-AT-SEGS	PIC 9(3).
               10 	WS-AT-MATCHED	PIC X(1).
               10 	WS-AT-FPRINT	PIC X(32) OCCURS 3 TIMES.
      *>  SPACES FOR A CALL LOGGED WITHOUT A FINGERPRINT OR UNDER
      *>  ANOTHER SALT - THAT SEGMENT IS MATCHED ON COUNT ALONE
       01 	WS-AUD-USED	PIC 9(3) VALUE 0.
       01 	WS-AUD-IDX	PIC 9(3).
       01 	WS-AUD-OVER	PIC 9(7) VALUE 0.
       01 	WS-COUNT-OUT-NOREF PIC 9(7) VALUE 0.
       01 	WS-COUNT-NO-AUDIT PIC 9(7) VALUE 0.
       01 	WS-COUNT-SEG-DIFF PIC 9(7) VALUE 0.
       01 	WS-COUNT-FP-DIFF PIC 9(7) VALUE 0.
      *>  OUT RECORDS WHOSE TEXT DOES NOT FINGERPRINT THE WAY THE
      *>  AUDIT TRAIL SAYS THE CALL'S TEXT DID
       01 	WS-OUT-FPRINT	PIC X(32).
       01 	WS-FP-SALT-ID	PIC X(8) VALUE SPACES.
       01 	WS-FP-SALT	PIC X(32) VALUE SPACES.
       01 	WS-FP-SALT-OK	PIC X(1) VALUE "N".
           88 	FINGERPRINT-SALTED	VALUE "Y".
       01 	WS-SALT-SPACES	PIC 9(2).
       01 	WS-COUNT-FP-UNCHECKED PIC 9(7) VALUE 0.
      *>  THE DAY'S FINGERPRINTED CALLS TAKEN UNDER A SALT OTHER THAN
      *>  THE ONE ON FPSALT.DAT (OR WITH NO FPSALT.DAT AT ALL) - THEIR
      *>  SEGMENTS ARE MATCHED ON COUNT ALONE
       01 	WS-SEG-TEXT	PIC X(50).
       01 	WS-FP-SEG	PIC 9(1).
       01 	WS-FP-AGREE	PIC X(1).
       01 	WS-COUNT-NO-OUT	PIC 9(7) VALUE 0.
       01 	WS-COUNT-NOT-MASTERED PIC 9(7) VALUE 0.
       01 	WS-COUNT-RM-DIFF PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       PERFORM READ-PARAM-FILE
       IF NOT PARAMS-FROM-FILE THEN
           DISPLAY "RECONCILIATION DATE YYYYMMDD (BLANK = TODAY): "
           ACCEPT WS-RUN-DATE
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       IF WS-RUN-DATE = SPACES THEN
           MOVE WS-TIMESTAMP (1:8) TO WS-RUN-DATE
           DISPLAY "DATE NOT YYYYMMDD, USING TODAY"
           MOVE WS-TIMESTAMP (1:8) TO WS-RUN-DATE
       END-IF
       PERFORM READ-SALT-FILE

      *> INPUT, NOT I-O - THIS IS A READ-ONLY REPORT, AND AN I-O
      *> OPEN OF THE OPTIONAL MASTER WOULD QUIETLY CREATE AN EMPTY
       END-PERFORM
       CLOSE OUT-FILE
       IF WS-COUNT-NO-AUDIT = 0 AND WS-COUNT-SEG-DIFF = 0
               AND WS-COUNT-FP-DIFF = 0
               AND WS-COUNT-NOT-MASTERED = 0
               AND WS-COUNT-RM-DIFF = 0 THEN
           MOVE "  (NONE)" TO RECON-LINE
       DISPLAY "CIPRECON DONE: " WS-COUNT-AGREED " DOCUMENT(S) "
           "AGREE ACROSS ALL THREE FILES - SEE CIPRECON.RPT"

      *> RETURN CODE FOR THE JOB STREAM: 8 WHEN THE THREE FILES
      *> DISAGREE ANYWHERE - NOTHING SHOULD GO BACK TO THE OFFICES
      *> UNTIL SOMEONE HAS LOOKED. 4 WHEN THE RECONCILIATION WAS ONLY
      *> PARTIAL (NO RESULTS MASTER, THE AUDIT TABLE OVERFLOWED, OR
      *> FINGERPRINTS THAT COULD NOT BE CHECKED UNDER THE SALT).
       EVALUATE TRUE
           WHEN WS-COUNT-NO-AUDIT > 0 OR WS-COUNT-SEG-DIFF > 0
                   OR WS-COUNT-FP-DIFF > 0
                   OR WS-COUNT-NO-OUT > 0
                   OR WS-COUNT-NOT-MASTERED > 0
                   OR WS-COUNT-RM-DIFF > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-RM-USABLE = "N" OR WS-AUD-OVER > 0
                   OR WS-COUNT-FP-UNCHECKED > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
       END-EVALUATE

       STOP RUN.

       READ-PARAM-FILE.
       *> ANSWERS THE DATE PROMPT FROM CIPRECON.PRM WHEN ONE IS
       *> PRESENT. AN ABSENT OR EMPTY FILE LEAVES WS-PRM-PRESENT AT
       *> "N" AND THE PROMPT COMES UP AS ALWAYS. THE DATE CHECKS
       *> BELOW THE PROMPT APPLY TO THE FILE'S ANSWER TOO.
           MOVE "N" TO WS-PRM-PRESENT
           MOVE "N" TO WS-PRM-EOF
           OPEN INPUT PARAM-FILE
           READ PARAM-FILE
               AT END MOVE "Y" TO WS-PRM-EOF
               NOT AT END
                   MOVE "Y" TO WS-PRM-PRESENT
                   MOVE PRM-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE PARAM-FILE
           IF PARAMS-FROM-FILE THEN
               DISPLAY "RECONCILIATION DATE TAKEN FROM CIPRECON.PRM: "
                   WS-RUN-DATE
           END-IF.

       READ-SALT-FILE.
       *> THE FINGERPRINT SALT, CHECKED THE SAME WAY CIPHER CHECKS IT.
       *> WITHOUT IT NO FINGERPRINT CAN BE RECOMPUTED, SO EVERY CALL
       *> IS MATCHED ON SEGMENT COUNT ALONE AND THE RUN ENDS RC 4.
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
               DISPLAY "FPSALT.DAT MISSING OR NOT IN FORM - TEXT "
                   "FINGERPRINTS NOT CHECKED"
           END-IF
           MOVE SPACES TO SALT-RECORD.

       TALLY-AUDIT-RECORD.
       *> ONE AUDIT CALL. ONLY THE RECONCILIATION DATE'S RECORDS
       *> COUNT - AUDIT.LOG IS CUMULATIVE ACROSS RUNS, CIPHER.OUT IS
               IF WS-AT-DOC-REF (WS-AUD-IDX) = AUD-DOC-REF
                       AND WS-AT-MODE (WS-AUD-IDX) = AUD-MODE THEN
                   ADD 1 TO WS-AT-SEGS (WS-AUD-IDX)
                   IF WS-AT-SEGS (WS-AUD-IDX) NOT > 3 THEN
                       PERFORM NOTE-AUDIT-FPRINT
                   END-IF
                   MOVE "Y" TO WS-SLOT-FOUND
                   EXIT PERFORM
               END-IF
                   MOVE AUD-MODE TO WS-AT-MODE (WS-AUD-USED)
                   MOVE 1 TO WS-AT-SEGS (WS-AUD-USED)
                   MOVE "N" TO WS-AT-MATCHED (WS-AUD-USED)
                   MOVE SPACES TO WS-AT-FPRINT (WS-AUD-USED, 1)
                   MOVE SPACES TO WS-AT-FPRINT (WS-AUD-USED, 2)
                   MOVE SPACES TO WS-AT-FPRINT (WS-AUD-USED, 3)
                   MOVE WS-AUD-USED TO WS-AUD-IDX
                   PERFORM NOTE-AUDIT-FPRINT
               ELSE
                   ADD 1 TO WS-AUD-OVER
               END-IF
           END-IF.

       NOTE-AUDIT-FPRINT.
       *> KEEPS THE CALL'S FINGERPRINT AGAINST ITS SEGMENT NUMBER -
       *> CIPHER LOGS A DOCUMENT'S SEGMENTS IN ORDER. ONE TAKEN UNDER
       *> ANOTHER SALT CANNOT BE RECOMPUTED HERE AND IS LEFT OUT.
           IF AUD-FPRINT-FORM = "F" THEN
               IF FINGERPRINT-SALTED
                       AND AUD-FPRINT-SALT = WS-FP-SALT-ID THEN
                   MOVE AUD-FPRINT TO WS-AT-FPRINT (WS-AUD-IDX,
                       WS-AT-SEGS (WS-AUD-IDX))
               ELSE
                   ADD 1 TO WS-COUNT-FP-UNCHECKED
               END-IF
           END-IF.

       RECONCILE-OUT-RECORD.
       *> ONE CIPHER.OUT RECORD AGAINST THE OTHER TWO FILES. SEGMENT
       *> COUNT IS DERIVED FROM OUT-ORIGINAL THE SAME WAY
                           " OUT " WS-OUT-SEGS
                           DELIMITED BY SIZE INTO RECON-LINE
                       WRITE RECON-LINE
                   ELSE
                       PERFORM CHECK-SEGMENT-FPRINTS
                   END-IF
                   EXIT PERFORM
               END-IF
               WRITE RECON-LINE
           END-IF.

       CHECK-SEGMENT-FPRINTS.
       *> THE SEGMENT COUNTS AGREE, SO EACH OF OUT-ORIGINAL'S
       *> SEGMENTS IS FINGERPRINTED THE SAME WAY CIPHER FINGERPRINTED
       *> THE TEXT IT WAS GIVEN, AND MUST COME OUT THE SAME. A
       *> DOCUMENT-FILE TRANSACTION'S ONE CALL WAS GIVEN THE FILE
       *> NAME, WHICH IS WHAT OUT-ORIGINAL CARRIES FOR IT.
           MOVE "Y" TO WS-FP-AGREE
           PERFORM VARYING WS-FP-SEG FROM 1 BY 1
                   UNTIL WS-FP-SEG > WS-OUT-SEGS OR WS-FP-SEG > 3
               IF WS-AT-FPRINT (WS-AUD-IDX, WS-FP-SEG) NOT = SPACES
                       THEN
                   COMPUTE WS-SEG-START = ((WS-FP-SEG - 1) * 50) + 1
                   MOVE OUT-ORIGINAL (WS-SEG-START:50) TO WS-SEG-TEXT
                   CALL "MSGFPRT" USING BY CONTENT WS-SEG-TEXT,
                       WS-FP-SALT, BY REFERENCE WS-OUT-FPRINT
                   IF WS-OUT-FPRINT NOT =
                           WS-AT-FPRINT (WS-AUD-IDX, WS-FP-SEG) THEN
                       MOVE "N" TO WS-FP-AGREE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FP-AGREE = "N" THEN
               ADD 1 TO WS-COUNT-FP-DIFF
               MOVE SPACES TO RECON-LINE
               STRING "  TEXT DIFF  DOC " OUT-DOC-REF
                   " MODE " OUT-MODE
                   " - AUDIT FINGERPRINT DOES NOT MATCH THE TEXT SENT"
                   DELIMITED BY SIZE INTO RECON-LINE
               WRITE RECON-LINE
           END-IF.

       CHECK-RESULT-MASTER.
       *> EVERY OUT RECORD WITH A DOCUMENT REFERENCE SHOULD HAVE BEEN
       *> MASTERED WITH EXACTLY THE RESULT THAT WENT OUT. THE MASTER
                   TO RECON-LINE
               WRITE RECON-LINE
           END-IF
           IF NOT FINGERPRINT-SALTED THEN
               MOVE "NO FPSALT.DAT - SEGMENTS MATCHED ON COUNT ONLY"
                   TO RECON-LINE
               WRITE RECON-LINE
           END-IF
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE.

           STRING "SEGMENT COUNTS DISAGREE:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-COUNT-FP-DIFF TO WS-COUNT-EDIT
           STRING "TEXT FINGERPRINT DISAGREES: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RECON-LINE
           WRITE RECON-LINE
           IF WS-COUNT-FP-UNCHECKED > 0 THEN
               MOVE WS-COUNT-FP-UNCHECKED TO WS-COUNT-EDIT
               MOVE SPACES TO RECON-LINE
               STRING "FINGERPRINTS NOT CHECKED:   " WS-COUNT-EDIT
                   "  (NOT UNDER THE FPSALT.DAT SALT)"
                   DELIMITED BY SIZE INTO RECON-LINE
               WRITE RECON-LINE
           END-IF
           MOVE WS-COUNT-NO-OUT TO WS-COUNT-EDIT
           STRING "AUDIT WITH NO OUT RECORD:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RECON-LINE
