       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMEXTR.
       *> RECORDS-MANAGEMENT INTERFACE EXTRACT. THE RECORDS-RETENTION
       *> SYSTEM HAS TO BE TOLD ABOUT EVERY DOCUMENT WE PROCESS, SO
       *> THIS PROGRAM SENDS IT, IN RMEXTR.DAT, EVERY DOCUMENT ADDED
       *> TO OR CHANGED ON THE RESULTS MASTER SINCE THE LAST EXTRACT -
       *> JUDGED BY RM-TIMESTAMP AGAINST THE HIGH-WATER MARK KEPT ON
       *> RMEXTR.CTL - WRAPPED IN A HEADER AND A TRAILER CARRYING THE
       *> RECORD COUNT AND A HASH TOTAL. EVERY DOCUMENT SENT IS HELD
       *> ON THE PENDING FILE RMPEND.DAT UNTIL RECORDS MANAGEMENT
       *> ACCEPTS IT. THEIR ACKNOWLEDGMENT, RMEXTR.ACK, IS RECONCILED
       *> AT THE START OF THE NEXT RUN: AN ACCEPTED DOCUMENT LEAVES
       *> THE PENDING FILE, AND ONE THEY REFUSED - OR LEFT OFF THE
       *> ACKNOWLEDGMENT ALTOGETHER - IS REPORTED ON RMEXTR.RPT AND
       *> SENT AGAIN IN THIS RUN'S EXTRACT.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO "RSLTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-DOC-REF
               FILE STATUS IS WS-RM-STATUS.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "RMPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-DOC-REF
               FILE STATUS IS WS-PND-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "RMEXTR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "RMEXTR.ACK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO "RMEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-REPORT ASSIGN TO "RMEXTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       *> SAME RECORD AS THE RESULT-FILE FD IN CIPHER. READ FRONT TO
       *> BACK, NEVER UPDATED HERE.
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

       FD  PENDING-FILE.
       *> ONE ENTRY PER DOCUMENT SENT TO RECORDS MANAGEMENT AND NOT
       *> YET ACCEPTED BY THEM, KEYED ON THE DOCUMENT REFERENCE. AN
       *> ACCEPTED DOCUMENT IS DELETED FROM THE FILE, SO WHATEVER IS
       *> LEFT HERE IS EITHER AWAITING AN ACKNOWLEDGMENT OR DUE TO BE
       *> SENT AGAIN.
       01  PENDING-RECORD.
           05 	PND-DOC-REF 	PIC X(12).
           05 	PND-STATE 	PIC X(1).
      *>  S = SENT IN EXTRACT PND-EXTRACT-ID, AWAITING ACKNOWLEDGMENT
      *>  R = NOT ACCEPTED - RESENT BY THE NEXT EXTRACT
           05 	PND-EXTRACT-ID 	PIC X(14).
      *>  YYYYMMDDHHMMSS OF THE EXTRACT THE DOCUMENT WAS LAST SENT IN
           05 	PND-SEND-COUNT 	PIC 9(3).
      *>  HOW MANY EXTRACTS HAVE CARRIED THE DOCUMENT
           05 	PND-REASON 	PIC X(4).
           05 	PND-REASON-TEXT PIC X(30).
      *>  WHY IT WAS NOT ACCEPTED, AS RECORDS MANAGEMENT GAVE IT -
      *>  "NACK" WHEN IT WAS LEFT OFF THEIR ACKNOWLEDGMENT

       FD  CONTROL-FILE.
       *> THE EXTRACT'S OWN RUN CONTROL - ONE RECORD, REWRITTEN AT THE
       *> END OF EVERY RUN. ABSENT BEFORE THE FIRST EXTRACT, WHICH
       *> THEREFORE SENDS THE WHOLE RESULTS MASTER.
       01  CONTROL-RECORD.
           05 	CTL-HIGH-WATER 	PIC X(16).
      *>  THE LATEST RM-TIMESTAMP (YYYYMMDDHHMMSSHH) EXTRACTED SO FAR
           05 	CTL-EXTRACT-ID 	PIC X(14).
           05 	CTL-EXTRACT-SEQ PIC 9(6).
      *>  THE LAST EXTRACT WRITTEN AND ITS RUNNING NUMBER
           05 	CTL-LAST-ACK-ID PIC X(14).
      *>  THE EXTRACT THE LAST RECONCILED ACKNOWLEDGMENT BELONGED TO,
      *>  SO THE SAME ACKNOWLEDGMENT IS NEVER RECONCILED TWICE

       FD  ACK-FILE.
       *> RETURNED BY RECORDS MANAGEMENT FOR AN EXTRACT THEY LOADED:
       *> A HEADER NAMING THE EXTRACT, ONE LINE PER DOCUMENT SAYING
       *> WHETHER THEY ACCEPTED IT, AND A TRAILER WITH THE LINE COUNT
       01  ACK-RECORD 		PIC X(60).

       01  ACK-HEADER-REC.
           05 	AH-REC-TYPE 	PIC X(1).
           05 	AH-EXTRACT-ID 	PIC X(14).
      *>  RXH-EXTRACT-ID OF THE EXTRACT BEING ACKNOWLEDGED
           05 	AH-ACK-DATE 	PIC X(8).
           05 	FILLER 		PIC X(37).

       01  ACK-DETAIL-REC.
           05 	AD-REC-TYPE 	PIC X(1).
           05 	AD-DOC-REF 	PIC X(12).
           05 	AD-STATUS 	PIC X(1).
      *>  A = ACCEPTED, ANYTHING ELSE = REFUSED
           05 	AD-REASON 	PIC X(4).
           05 	AD-REASON-TEXT 	PIC X(30).
           05 	FILLER 		PIC X(12).

       01  ACK-TRAILER-REC.
           05 	AT-REC-TYPE 	PIC X(1).
           05 	AT-LINE-COUNT 	PIC X(7).
      *>  DETAIL LINES BETWEEN THE CONTROL RECORDS
           05 	FILLER 		PIC X(52).

       FD  EXTRACT-FILE.
       *> THE INTERFACE FILE FOR THE RECORDS-RETENTION SYSTEM - A
       *> HEADER, ONE DETAIL PER DOCUMENT, AND A TRAILER WHOSE COUNT
       *> AND HASH TOTAL MUST AGREE WITH THE DETAILS BEFORE THEY LOAD
       *> IT, THE SAME HEADER/TRAILER DISCIPLINE AS CIPCHRG.SUM
       01  EXTRACT-RECORD 	PIC X(60).

       01  EXTRACT-HEADER-REC.
       *> RECORD TYPE "H": WHICH EXTRACT THIS IS, ITS RUNNING NUMBER
       *> (A GAP TELLS RECORDS MANAGEMENT A FILE WENT MISSING), AND
       *> THE HIGH-WATER MARK IT STARTS FROM - SPACES ON THE FIRST
           05 	RXH-REC-TYPE 	PIC X(1).
           05 	RXH-EXTRACT-ID 	PIC X(14).
           05 	RXH-EXTRACT-SEQ PIC 9(6).
           05 	RXH-FROM-STAMP 	PIC X(16).
           05 	FILLER 		PIC X(23).

       01  EXTRACT-DETAIL-REC.
       *> RECORD TYPE "D", ONE DOCUMENT
           05 	RXD-REC-TYPE 	PIC X(1).
           05 	RXD-DOC-REF 	PIC X(12).
           05 	RXD-MODE 	PIC X(1).
           05 	RXD-KEY-NAME 	PIC X(20).
      *>  KEY ID (V/W), ALPHABET NAME (M/N) OR RECIPE NAME (C/X) -
      *>  SPACES FOR THE OTHER MODES, WHOSE RM-KEY-ID IS A CRIB OR A
      *>  RECOVERED KEYWORD AND MUST NOT LEAVE THE SYSTEM
           05 	RXD-TRUNC 	PIC X(1).
           05 	RXD-PROC-DATE 	PIC X(8).
      *>  YYYYMMDD THE DOCUMENT WAS LAST PROCESSED
           05 	RXD-SEND-TYPE 	PIC X(1).
      *>  N = NEW OR CHANGED SINCE THE LAST EXTRACT
      *>  R = SENT AGAIN - NOT ACCEPTED LAST TIME
           05 	FILLER 		PIC X(16).

       01  EXTRACT-TRAILER-REC.
       *> RECORD TYPE "T": THE NUMBER OF DETAIL RECORDS, AND THE SUM
       *> OF THEIR PROCESSING DATES TAKEN AS NUMBERS
           05 	RXT-REC-TYPE 	PIC X(1).
           05 	RXT-REC-COUNT 	PIC 9(7).
           05 	RXT-HASH-TOTAL 	PIC 9(15).
           05 	FILLER 		PIC X(37).

       FD  EXTRACT-REPORT.
       *> THE ACKNOWLEDGMENT RECONCILIATION - ONE LINE PER DOCUMENT
       *> NOT ACCEPTED - THEN THE EXTRACT'S CONTROL TOTALS
       01  REPORT-LINE 		PIC X(100).

       WORKING-STORAGE SECTION.
       01 	WS-EOF		PIC X VALUE "N".
           88 	END-OF-FILE		VALUE "Y".
       01 	WS-RM-STATUS	PIC X(2).
       01 	WS-PND-STATUS	PIC X(2).
       01 	WS-TIMESTAMP	PIC X(21).
       01 	WS-EXTRACT-ID	PIC X(14).
      *>  THIS RUN'S EXTRACT - THE RUN STAMP YYYYMMDDHHMMSS
       01 	WS-HIGH-WATER	PIC X(16) VALUE SPACES.
       01 	WS-NEW-HIGH-WATER PIC X(16) VALUE SPACES.
       01 	WS-EXTRACT-SEQ	PIC 9(6) VALUE 0.
       01 	WS-LAST-ACK-ID	PIC X(14) VALUE SPACES.
       01 	WS-ACK-ID	PIC X(14) VALUE SPACES.
      *>  THE EXTRACT THE ACKNOWLEDGMENT BEING RECONCILED BELONGS TO
       01 	WS-CTL-PRESENT	PIC X(1) VALUE "N".
       01 	WS-ACK-STATE	PIC X(1) VALUE "N".
      *>  N = NO ACKNOWLEDGMENT FILE, D = ALREADY RECONCILED,
      *>  B = NO HEADER, U = DID NOT BALANCE - NOT APPLIED,
      *>  Y = RECONCILED THIS RUN
       01 	WS-TRL-PRESENT	PIC X(1) VALUE "N".
       01 	WS-TRL-EXPECTED	PIC 9(7) VALUE 0.
       01 	WS-PND-FOUND	PIC X(1).
           88 	DOC-IS-PENDING		VALUE "Y".
       01 	WS-SEND-TYPE	PIC X(1).
       01 	WS-PROC-DATE	PIC X(8).
       01 	WS-PROC-NUM REDEFINES WS-PROC-DATE PIC 9(8).
       01 	WS-HASH-TOTAL	PIC 9(15) VALUE 0.
       01 	WS-COUNT-READ	PIC 9(7) VALUE 0.
       01 	WS-COUNT-NEW	PIC 9(7) VALUE 0.
       01 	WS-COUNT-RESENT	PIC 9(7) VALUE 0.
       01 	WS-COUNT-SENT	PIC 9(7) VALUE 0.
       01 	WS-COUNT-ACK-LINES PIC 9(7) VALUE 0.
       01 	WS-COUNT-ACCEPTED PIC 9(7) VALUE 0.
       01 	WS-COUNT-REFUSED PIC 9(7) VALUE 0.
       01 	WS-COUNT-NACK	PIC 9(7) VALUE 0.
      *>  SENT IN THE ACKNOWLEDGED EXTRACT BUT LEFT OFF THE
      *>  ACKNOWLEDGMENT - TREATED AS NOT ACCEPTED
       01 	WS-COUNT-SUPERSEDED PIC 9(7) VALUE 0.
      *>  ACKNOWLEDGMENT LINES FOR A DOCUMENT SENT AGAIN SINCE - THE
      *>  LATER SEND IS THE ONE THAT COUNTS, SO THEY ARE PASSED OVER
       01 	WS-COUNT-UNMATCHED PIC 9(7) VALUE 0.
      *>  ACKNOWLEDGMENT LINES FOR A DOCUMENT NOT AWAITING ONE
       01 	WS-COUNT-ACK-BAD PIC 9(7) VALUE 0.
      *>  ACKNOWLEDGMENT LINES OF NO KNOWN RECORD TYPE
       01 	WS-COUNT-AWAITING PIC 9(7) VALUE 0.
      *>  SENT IN AN EARLIER EXTRACT, STILL NO ACKNOWLEDGMENT FOR IT
       01 	WS-COUNT-STRANDED PIC 9(7) VALUE 0.
      *>  DUE FOR RESENDING BUT NO LONGER ON THE RESULTS MASTER
       01 	WS-COUNT-PND-FAIL PIC 9(7) VALUE 0.
       01 	WS-COUNT-EDIT	PIC ZZZZZZ9.
       01 	WS-HASH-EDIT	PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       MOVE WS-TIMESTAMP (1:14) TO WS-EXTRACT-ID
       PERFORM READ-CONTROL-FILE

       OPEN INPUT RESULT-FILE
       IF WS-RM-STATUS NOT = "00" AND WS-RM-STATUS NOT = "05" THEN
           DISPLAY "CANNOT OPEN RSLTMAST.DAT, STATUS " WS-RM-STATUS
               " - NOTHING EXTRACTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O PENDING-FILE
       IF WS-PND-STATUS = "35" THEN
      *> NO PENDING FILE YET - THE FIRST EXTRACT CREATES IT
           OPEN OUTPUT PENDING-FILE
           CLOSE PENDING-FILE
           OPEN I-O PENDING-FILE
       END-IF
       IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "05" THEN
      *> WITHOUT THE PENDING FILE NOTHING SENT COULD BE RECONCILED
      *> OR RESENT - BETTER NO EXTRACT THAN AN UNTRACKED ONE
           DISPLAY "CANNOT OPEN RMPEND.DAT, STATUS " WS-PND-STATUS
               " - NOTHING EXTRACTED"
           CLOSE RESULT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT EXTRACT-REPORT

       MOVE SPACES TO REPORT-LINE
       STRING "RECORDS-MANAGEMENT EXTRACT " WS-EXTRACT-ID
           DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE "=============================================="
           TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE

       PERFORM RECONCILE-ACKNOWLEDGMENT

       OPEN OUTPUT EXTRACT-FILE
       PERFORM WRITE-EXTRACT-HEADER
       MOVE "N" TO WS-EOF
       PERFORM UNTIL END-OF-FILE
           READ RESULT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM EXTRACT-ONE-RESULT
           END-READ
       END-PERFORM
       PERFORM WRITE-EXTRACT-TRAILER
       CLOSE EXTRACT-FILE

       PERFORM CHECK-PENDING-LEFT
       PERFORM WRITE-TOTALS
       PERFORM WRITE-CONTROL-FILE

       CLOSE RESULT-FILE
       CLOSE PENDING-FILE
       CLOSE EXTRACT-REPORT

       DISPLAY "RMEXTR DONE: EXTRACT " WS-EXTRACT-SEQ ", "
           WS-COUNT-SENT " DOCUMENT(S) SENT, " WS-COUNT-RESENT
           " OF THEM AGAIN - SEE RMEXTR.RPT"

      *> RETURN CODE FOR THE JOB STREAM: 16 WHEN THE RESULTS MASTER
      *> OR THE PENDING FILE COULD NOT BE OPENED (SET ABOVE), 8 WHEN
      *> THE ACKNOWLEDGMENT DID NOT BALANCE (AND SO WAS NOT APPLIED),
      *> A DOCUMENT COULD NOT BE RESENT OR THE PENDING FILE COULD NOT
      *> BE UPDATED, 4 WHEN RECORDS MANAGEMENT DID NOT ACCEPT
      *> EVERYTHING (IT GOES AGAIN IN THIS EXTRACT), ACKNOWLEDGED
      *> SOMETHING WE WERE NOT WAITING ON, OR AN EARLIER EXTRACT IS
      *> STILL WAITING ON ITS ACKNOWLEDGMENT, 0 CLEAN
       EVALUATE TRUE
           WHEN WS-ACK-STATE = "B" OR WS-ACK-STATE = "U"
                   OR WS-COUNT-ACK-BAD > 0
                   OR WS-COUNT-STRANDED > 0 OR WS-COUNT-PND-FAIL > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-COUNT-REFUSED > 0 OR WS-COUNT-NACK > 0
                   OR WS-COUNT-UNMATCHED > 0 OR WS-COUNT-AWAITING > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
       END-EVALUATE

       STOP RUN.

       READ-CONTROL-FILE.
       *> PICKS UP WHERE THE LAST EXTRACT LEFT OFF. AN ABSENT OR
       *> EMPTY CONTROL FILE LEAVES THE HIGH-WATER MARK AT SPACES,
       *> WHICH EVERY TIMESTAMP IS LATER THAN.
           MOVE "N" TO WS-EOF
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE "Y" TO WS-CTL-PRESENT
                   MOVE CTL-HIGH-WATER TO WS-HIGH-WATER
                   IF CTL-EXTRACT-SEQ IS NUMERIC THEN
                       MOVE CTL-EXTRACT-SEQ TO WS-EXTRACT-SEQ
                   END-IF
                   MOVE CTL-LAST-ACK-ID TO WS-LAST-ACK-ID
           END-READ
           CLOSE CONTROL-FILE
           MOVE WS-HIGH-WATER TO WS-NEW-HIGH-WATER
           ADD 1 TO WS-EXTRACT-SEQ
           IF WS-CTL-PRESENT = "N" THEN
               DISPLAY "NO RMEXTR.CTL - FIRST EXTRACT, WHOLE RESULTS "
                   "MASTER WILL BE SENT"
           END-IF.

       RECONCILE-ACKNOWLEDGMENT.
       *> APPLIES RECORDS MANAGEMENT'S ACKNOWLEDGMENT TO THE PENDING
       *> FILE, BEFORE THE EXTRACT IS BUILT SO THAT ANYTHING THEY DID
       *> NOT ACCEPT GOES OUT AGAIN IN IT. AN ACKNOWLEDGMENT ALREADY
       *> RECONCILED BY AN EARLIER RUN IS LEFT ALONE. NO
       *> ACKNOWLEDGMENT AT ALL IS NOT AN ERROR - THE DOCUMENTS STAY
       *> PENDING UNTIL ONE ARRIVES. THE FILE IS READ TWICE: FIRST TO
       *> COUNT ITS DETAIL LINES AGAINST THE TRAILER, THEN - ONLY IF
       *> THEY AGREE - TO APPLY THEM. ONE THAT DID NOT ARRIVE WHOLE IS
       *> NOT APPLIED AT ALL, SO THE DOCUMENTS MISSING FROM IT ARE NOT
       *> TAKEN AS LEFT OFF AND RESENT; RMPEND.DAT IS NOT TOUCHED AND
       *> THE ACKNOWLEDGMENT IS NOT MARKED RECONCILED, SO A WHOLE COPY
       *> CAN BE PUT IN ITS PLACE FOR THE NEXT RUN.
           MOVE "ACKNOWLEDGMENT RECONCILIATION:" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF
           OPEN INPUT ACK-FILE
           READ ACK-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           EVALUATE TRUE
               WHEN END-OF-FILE
                   MOVE "N" TO WS-ACK-STATE
                   MOVE "  NO RMEXTR.ACK - NOTHING TO RECONCILE"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN AH-REC-TYPE NOT = "H"
                   MOVE "B" TO WS-ACK-STATE
                   MOVE "  *** NO HEADER ON RMEXTR.ACK - NOT RECONCILED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN AH-EXTRACT-ID = WS-LAST-ACK-ID
                   MOVE "D" TO WS-ACK-STATE
                   MOVE SPACES TO REPORT-LINE
                   STRING "  RMEXTR.ACK FOR EXTRACT " AH-EXTRACT-ID
                       " WAS RECONCILED BY AN EARLIER RUN - IGNORED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   MOVE "Y" TO WS-ACK-STATE
                   MOVE AH-EXTRACT-ID TO WS-ACK-ID
                   MOVE SPACES TO REPORT-LINE
                   STRING "  RMEXTR.ACK FOR EXTRACT " WS-ACK-ID
                       " DATED " AH-ACK-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM UNTIL END-OF-FILE
                       READ ACK-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM COUNT-ACK-LINE
                       END-READ
                   END-PERFORM
                   IF WS-TRL-PRESENT = "Y"
                           AND WS-TRL-EXPECTED = WS-COUNT-ACK-LINES THEN
                       PERFORM APPLY-ACKNOWLEDGMENT
                       PERFORM MARK-UNACKNOWLEDGED
                       MOVE WS-ACK-ID TO WS-LAST-ACK-ID
                   ELSE
                       MOVE "U" TO WS-ACK-STATE
                       MOVE SPACES TO REPORT-LINE
                       STRING "  *** RMEXTR.ACK DOES NOT BALANCE - NOT "
                           "APPLIED, RMPEND.DAT LEFT AS IT WAS"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-EVALUATE
           CLOSE ACK-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       APPLY-ACKNOWLEDGMENT.
       *> THE SECOND READ, FROM THE TOP, NOW THE FILE IS KNOWN WHOLE.
       *> THE HEADER WAS CHECKED ON THE FIRST READ AND THE TRAILER AND
       *> ANY LINE OF UNKNOWN TYPE ARE ALREADY COUNTED, SO ONLY THE
       *> DETAIL LINES MATTER HERE.
           CLOSE ACK-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT ACK-FILE
           READ ACK-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           PERFORM UNTIL END-OF-FILE
               READ ACK-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AD-REC-TYPE = "D" THEN
                           PERFORM SETTLE-ACK-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ACK-LINE.
       *> ONE ACKNOWLEDGMENT LINE ON THE FIRST READ - COUNTED, NOT YET
       *> APPLIED
           EVALUATE TRUE
               WHEN AT-REC-TYPE = "T"
      *> A TRAILER WITH NO USABLE COUNT PROVES NOTHING - TAKEN AS NONE
                   IF AT-LINE-COUNT IS NUMERIC THEN
                       MOVE "Y" TO WS-TRL-PRESENT
                       MOVE AT-LINE-COUNT TO WS-TRL-EXPECTED
                   END-IF
               WHEN AD-REC-TYPE = "D"
                   ADD 1 TO WS-COUNT-ACK-LINES
               WHEN AH-REC-TYPE = "H"
                   DISPLAY "EXTRA HEADER IGNORED: " ACK-RECORD (1:23)
               WHEN OTHER
                   ADD 1 TO WS-COUNT-ACK-BAD
                   DISPLAY "RMEXTR.ACK: UNKNOWN RECORD TYPE - "
                       ACK-RECORD
           END-EVALUATE.

       SETTLE-ACK-DOCUMENT.
       *> ONE DETAIL LINE. ONLY A DOCUMENT STILL AWAITING AN ANSWER
       *> FOR THIS VERY EXTRACT IS SETTLED BY IT.
           MOVE AD-DOC-REF TO PND-DOC-REF
           READ PENDING-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-PND-STATUS NOT = "00"
                   ADD 1 TO WS-COUNT-UNMATCHED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NOT AWAITED DOC " AD-DOC-REF
                       " STATUS " AD-STATUS
                       " - NOT PENDING, IGNORED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN PND-STATE NOT = "S"
                       OR PND-EXTRACT-ID NOT = WS-ACK-ID
                   ADD 1 TO WS-COUNT-SUPERSEDED
               WHEN AD-STATUS = "A"
                   DELETE PENDING-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF WS-PND-STATUS = "00" THEN
                       ADD 1 TO WS-COUNT-ACCEPTED
                   ELSE
                       ADD 1 TO WS-COUNT-PND-FAIL
                       DISPLAY "RMPEND.DAT DELETE FAILED FOR "
                           AD-DOC-REF ", STATUS " WS-PND-STATUS
                   END-IF
               WHEN OTHER
                   MOVE "R" TO PND-STATE
                   MOVE AD-REASON TO PND-REASON
                   MOVE AD-REASON-TEXT TO PND-REASON-TEXT
                   PERFORM REWRITE-PENDING
                   ADD 1 TO WS-COUNT-REFUSED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  REFUSED     DOC " PND-DOC-REF
                       " REASON " PND-REASON " " PND-REASON-TEXT
                       " - RESENT"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       MARK-UNACKNOWLEDGED.
       *> A DOCUMENT SENT IN THE ACKNOWLEDGED EXTRACT THAT THE
       *> ACKNOWLEDGMENT NEVER MENTIONED WAS NOT ACCEPTED EITHER -
       *> IT IS MARKED FOR RESENDING LIKE A REFUSAL. SO IS ONE STILL
       *> WAITING FROM AN EARLIER EXTRACT: RECORDS MANAGEMENT ANSWER
       *> EXTRACTS IN ORDER, SO ONCE A LATER ONE IS ACKNOWLEDGED THE
       *> EARLIER ACKNOWLEDGMENT IS NOT COMING.
           MOVE LOW-VALUES TO PND-DOC-REF
           START PENDING-FILE KEY IS NOT LESS THAN PND-DOC-REF
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ PENDING-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PND-STATE = "S"
                               AND PND-EXTRACT-ID <= WS-ACK-ID THEN
                           PERFORM MARK-ONE-UNACKNOWLEDGED
                       END-IF
               END-READ
           END-PERFORM.

       MARK-ONE-UNACKNOWLEDGED.
           MOVE "R" TO PND-STATE
           MOVE "NACK" TO PND-REASON
           MOVE SPACES TO REPORT-LINE
           IF PND-EXTRACT-ID = WS-ACK-ID THEN
               MOVE "NOT ON THE ACKNOWLEDGMENT" TO PND-REASON-TEXT
               STRING "  NO ANSWER   DOC " PND-DOC-REF
                   " - LEFT OFF THE ACKNOWLEDGMENT, RESENT"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "EXTRACT NEVER ACKNOWLEDGED" TO PND-REASON-TEXT
               STRING "  NO ANSWER   DOC " PND-DOC-REF
                   " - EXTRACT " PND-EXTRACT-ID
                   " NEVER ACKNOWLEDGED, RESENT"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM REWRITE-PENDING
           ADD 1 TO WS-COUNT-NACK
           WRITE REPORT-LINE.

       REWRITE-PENDING.
           REWRITE PENDING-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-PND-STATUS NOT = "00" THEN
               ADD 1 TO WS-COUNT-PND-FAIL
               DISPLAY "RMPEND.DAT UPDATE FAILED FOR " PND-DOC-REF
                   ", STATUS " WS-PND-STATUS
           END-IF.

       EXTRACT-ONE-RESULT.
       *> ONE RESULTS MASTER ENTRY. IT GOES INTO THE EXTRACT WHEN IT
       *> WAS WRITTEN AFTER THE HIGH-WATER MARK, OR WHEN RECORDS
       *> MANAGEMENT DID NOT ACCEPT IT LAST TIME. EITHER WAY IT IS
       *> THEN PENDING AGAIN UNTIL THIS EXTRACT IS ACKNOWLEDGED.
           ADD 1 TO WS-COUNT-READ
           MOVE SPACE TO WS-SEND-TYPE
           MOVE RM-DOC-REF TO PND-DOC-REF
           READ PENDING-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-PND-STATUS = "00" THEN
               MOVE "Y" TO WS-PND-FOUND
           ELSE
               MOVE "N" TO WS-PND-FOUND
           END-IF
           EVALUATE TRUE
               WHEN RM-TIMESTAMP (1:16) > WS-HIGH-WATER
                   MOVE "N" TO WS-SEND-TYPE
                   ADD 1 TO WS-COUNT-NEW
                   IF RM-TIMESTAMP (1:16) > WS-NEW-HIGH-WATER THEN
                       MOVE RM-TIMESTAMP (1:16) TO WS-NEW-HIGH-WATER
                   END-IF
               WHEN DOC-IS-PENDING AND PND-STATE = "R"
                   MOVE "R" TO WS-SEND-TYPE
                   ADD 1 TO WS-COUNT-RESENT
           END-EVALUATE
           IF WS-SEND-TYPE NOT = SPACE THEN
               PERFORM WRITE-EXTRACT-DETAIL
               PERFORM RECORD-PENDING
           END-IF.

       RECORD-PENDING.
       *> NOTES THE DOCUMENT AS SENT IN THIS EXTRACT
           IF DOC-IS-PENDING THEN
               MOVE "S" TO PND-STATE
               MOVE WS-EXTRACT-ID TO PND-EXTRACT-ID
               IF PND-SEND-COUNT IS NUMERIC
                       AND PND-SEND-COUNT < 999 THEN
                   ADD 1 TO PND-SEND-COUNT
               END-IF
               MOVE SPACES TO PND-REASON
               MOVE SPACES TO PND-REASON-TEXT
               PERFORM REWRITE-PENDING
           ELSE
               MOVE SPACES TO PENDING-RECORD
               MOVE RM-DOC-REF TO PND-DOC-REF
               MOVE "S" TO PND-STATE
               MOVE WS-EXTRACT-ID TO PND-EXTRACT-ID
               MOVE 1 TO PND-SEND-COUNT
               WRITE PENDING-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF WS-PND-STATUS NOT = "00" THEN
                   ADD 1 TO WS-COUNT-PND-FAIL
                   DISPLAY "RMPEND.DAT WRITE FAILED FOR " RM-DOC-REF
                       ", STATUS " WS-PND-STATUS
               END-IF
           END-IF.

       CHECK-PENDING-LEFT.
       *> A LAST PASS OF THE PENDING FILE AFTER THE EXTRACT. A
       *> DOCUMENT STILL MARKED FOR RESENDING WAS NOT FOUND ON THE
       *> RESULTS MASTER AND CANNOT BE SENT - SOMEONE MUST SETTLE IT
       *> WITH RECORDS MANAGEMENT BY HAND. ONE SENT IN AN EARLIER
       *> EXTRACT AND STILL AWAITING ITS ACKNOWLEDGMENT IS COUNTED,
       *> AND ENDS THE RUN RC 4 SO THE MISSING RMEXTR.ACK IS CHASED.
           MOVE "DOCUMENTS THAT CANNOT BE RESENT:" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO PND-DOC-REF
           START PENDING-FILE KEY IS NOT LESS THAN PND-DOC-REF
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ PENDING-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CHECK-ONE-PENDING
               END-READ
           END-PERFORM
           IF WS-COUNT-STRANDED = 0 THEN
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-ONE-PENDING.
           EVALUATE TRUE
               WHEN PND-STATE = "R"
                   ADD 1 TO WS-COUNT-STRANDED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NOT ON RSLTMAST DOC " PND-DOC-REF
                       " REASON " PND-REASON " " PND-REASON-TEXT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN PND-EXTRACT-ID NOT = WS-EXTRACT-ID
                   ADD 1 TO WS-COUNT-AWAITING
           END-EVALUATE.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXTRACT-HEADER-REC
           MOVE "H" TO RXH-REC-TYPE
           MOVE WS-EXTRACT-ID TO RXH-EXTRACT-ID
           MOVE WS-EXTRACT-SEQ TO RXH-EXTRACT-SEQ
           MOVE WS-HIGH-WATER TO RXH-FROM-STAMP
           WRITE EXTRACT-HEADER-REC.

       WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO EXTRACT-DETAIL-REC
           MOVE "D" TO RXD-REC-TYPE
           MOVE RM-DOC-REF TO RXD-DOC-REF
           MOVE RM-MODE TO RXD-MODE
           EVALUATE RM-MODE
               WHEN "V" WHEN "W"
               WHEN "M" WHEN "N"
               WHEN "C" WHEN "X"
                   MOVE RM-KEY-ID TO RXD-KEY-NAME
               WHEN OTHER
                   MOVE SPACES TO RXD-KEY-NAME
           END-EVALUATE
           MOVE RM-TRUNC TO RXD-TRUNC
           MOVE RM-TIMESTAMP (1:8) TO WS-PROC-DATE
           MOVE WS-PROC-DATE TO RXD-PROC-DATE
           IF WS-PROC-DATE IS NUMERIC THEN
               ADD WS-PROC-NUM TO WS-HASH-TOTAL
           END-IF
           MOVE WS-SEND-TYPE TO RXD-SEND-TYPE
           WRITE EXTRACT-DETAIL-REC
           ADD 1 TO WS-COUNT-SENT.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-TRAILER-REC
           MOVE "T" TO RXT-REC-TYPE
           MOVE WS-COUNT-SENT TO RXT-REC-COUNT
           MOVE WS-HASH-TOTAL TO RXT-HASH-TOTAL
           WRITE EXTRACT-TRAILER-REC.

       WRITE-CONTROL-FILE.
       *> MOVES THE HIGH-WATER MARK UP TO THE LATEST DOCUMENT JUST
       *> SENT AND RECORDS THE EXTRACT AND ACKNOWLEDGMENT DEALT WITH
           MOVE SPACES TO CONTROL-RECORD
           MOVE WS-NEW-HIGH-WATER TO CTL-HIGH-WATER
           MOVE WS-EXTRACT-ID TO CTL-EXTRACT-ID
           MOVE WS-EXTRACT-SEQ TO CTL-EXTRACT-SEQ
           MOVE WS-LAST-ACK-ID TO CTL-LAST-ACK-ID
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       WRITE-TOTALS.
       *> THE CONTROL TOTALS, MATCHING THE EXTRACT'S TRAILER
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXTRACT " WS-EXTRACT-ID " NUMBER " WS-EXTRACT-SEQ
               " - CHANGES SINCE " WS-HIGH-WATER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-ACK-LINES TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "ACKNOWLEDGMENT LINES:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-ACCEPTED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCEPTED:              " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-REFUSED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  REFUSED:               " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-SUPERSEDED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  ALREADY SENT AGAIN:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-UNMATCHED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT AWAITED:           " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-NACK TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "LEFT OFF ACKNOWLEDGMENT: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-READ TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "RESULTS MASTER READ:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-NEW TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "NEW OR CHANGED SENT:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-RESENT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "SENT AGAIN:              " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-SENT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "DETAIL RECORDS WRITTEN:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HASH-TOTAL TO WS-HASH-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "HASH TOTAL:  " WS-HASH-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COUNT-AWAITING TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "EARLIER, STILL AWAITED:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-ACK-STATE = "U" THEN
               IF WS-TRL-PRESENT = "N" THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** RMEXTR.ACK HAS NO TRAILER - CHECK THE "
                       "FILE ARRIVED WHOLE ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   IF WS-TRL-EXPECTED NOT = WS-COUNT-ACK-LINES THEN
                       MOVE WS-TRL-EXPECTED TO WS-COUNT-EDIT
                       MOVE SPACES TO REPORT-LINE
                       STRING "*** ACKNOWLEDGMENT TRAILER SAYS "
                           WS-COUNT-EDIT
                           " LINES - FILE DID NOT ARRIVE WHOLE ***"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "*** ACKNOWLEDGMENT NOT APPLIED - OBTAIN A WHOLE "
                   "COPY OF RMEXTR.ACK FOR THE NEXT RUN ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-COUNT-AWAITING > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "*** DOCUMENTS FROM AN EARLIER EXTRACT STILL "
                   "AWAIT AN ACKNOWLEDGMENT ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-COUNT-ACK-BAD > 0 THEN
               MOVE WS-COUNT-ACK-BAD TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " FUNCTION TRIM (WS-COUNT-EDIT)
                   " RMEXTR.ACK LINE(S) OF UNKNOWN TYPE IGNORED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-COUNT-PND-FAIL > 0 THEN
               MOVE WS-COUNT-PND-FAIL TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " FUNCTION TRIM (WS-COUNT-EDIT)
                   " RMPEND.DAT UPDATE(S) FAILED - SEE THE CONSOLE "
                   "LOG"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       END PROGRAM RMEXTR.
