       *> REJECT REPAIR AND RESUBMISSION. WALKS CIPHER.REJ, APPLIES
       *> CORRECTIONS FROM THE OPERATOR'S REJFIX.COR FILE (KEYED BY
       *> REJECT POSITION ON CIPHER.REJ), AND WRITES A PROPERLY
       *> FORMED RESUBMISSION TRANS FILE COMPLETE WITH
       *> HEADER AND TRAILER COUNTS - NO MORE HAND-STRIPPING THE
       *> REASON COLUMN AND RETYPING CONTROL RECORDS. CIPHER ONLY
       *> ACCEPTS A TRANS FILE FROM A REGISTERED OFFICE, SO THE
       *> REPAIRS ARE SPLIT BY THE OFFICE EACH REJECT CAME FROM - ONE
       *> RESUBMISSION FILE <OFFICE>.RSB PER OFFICE, CARRYING THAT
       *> OFFICE IN ITS HEADER SO THE RESUBMITTED TRAFFIC IS CHECKED
       *> AGAINST THE SAME MODES, KEYS AND ALPHABETS AS THE ORIGINAL.
       *> A REJECT WITH NO OFFICE ON IT IS HELD. EACH REPAIRED
       *> TRANSACTION CARRIES A RESUBMISSION COUNTER IN TX-RESUB, SO
       *> ANYTHING BOUNCING A THIRD TIME IS HELD FOR SUPERVISOR
       *> FOLLOW-UP INSTEAD OF LOOPING THROUGH THE REJECTS FOREVER.
       *> EVERY RESUBMISSION FILE GETS A BATCH ID OF ITS OWN, "R" AND
       *> A SEVEN-DIGIT SEQUENCE KEPT ON REJFIX.SEQ, SO NO TWO REPAIR
       *> RUNS CAN EVER HAND CIPHER THE SAME BATCH ID.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CORRECT-FILE ASSIGN TO "REJFIX.COR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESUBMIT-FILE ASSIGN DYNAMIC WS-RSB-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPAIR-REPORT ASSIGN TO "REJFIX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEQUENCE-FILE ASSIGN TO "REJFIX.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
           05 	REJ-REASON 	PIC X(4).
           05 	FILLER		PIC X(1).
           05 	REJ-IMAGE 	PIC X(91).
           05 	FILLER		PIC X(1).
           05 	REJ-OFFICE 	PIC X(10).

       FD  CORRECT-FILE.
       *> OPERATOR-PREPARED CORRECTIONS, ONE PER LINE, KEYED BY THE
       FD  REPAIR-REPORT.
       01  REPAIR-LINE 	PIC X(120).

       FD  SEQUENCE-FILE.
       *> THE LAST RESUBMISSION BATCH SEQUENCE HANDED OUT. NO FILE
       *> MEANS NONE HAS BEEN YET. NEVER EDIT IT DOWNWARDS - A NUMBER
       *> ALREADY USED WOULD BE REFUSED BY CIPHER AS A REPLAYED BATCH.
       01  SEQUENCE-RECORD 	PIC X(7).

       WORKING-STORAGE SECTION.
       01 	WS-EOF		PIC X VALUE "N".
           88 	END-OF-REJECTS		VALUE "Y".
       01 	WS-COUNT-HELD	PIC 9(5) VALUE 0.
       01 	WS-COUNT-CONTROL PIC 9(5) VALUE 0.
       01 	WS-COUNT-EDIT	PIC ZZZZZ9.
       01 	WS-COUNT-READ	PIC 9(5) VALUE 0.
       01 	WS-FILE-RESUB	PIC 9(6).
      *>  TRANSACTIONS WRITTEN TO THE CURRENT OFFICE'S FILE - ITS
      *>  TRAILER COUNT
       01 	WS-RSB-NAME	PIC X(20).
       01 	WS-OFFICE-TABLE.
           05 	WS-OFFICE-CODE	PIC X(10) OCCURS 50 TIMES.
       01 	WS-OFFICE-USED	PIC 9(2) VALUE 0.
       01 	WS-OFFICE-IDX	PIC 9(2).
       01 	WS-SCAN-IDX	PIC 9(2).
       01 	WS-THIS-OFFICE	PIC X(10).
       01 	WS-SLOT-FOUND	PIC X(1).
           88 	OFFICE-HAS-SLOT		VALUE "Y".
       01 	WS-SQ-STATUS	PIC X(2).
       01 	WS-SEQ-LAST	PIC 9(7) VALUE 0.
      *>  THE SEQUENCE ON REJFIX.SEQ BEFORE THIS RUN RESERVED ITS OWN
       01 	WS-SEQ-NEXT	PIC 9(7).
      *>  THE SEQUENCE GOING INTO THE CURRENT OFFICE'S BATCH ID
       01 	WS-SEQ-OK	PIC X(1) VALUE "Y".
           88 	SEQUENCE-RESERVED	VALUE "Y".

       PROCEDURE DIVISION.


       PERFORM LOAD-CORRECTIONS

       OPEN OUTPUT REPAIR-REPORT
       PERFORM WRITE-REPORT-HEADER

      *> FIRST PASS: FIND EVERY OFFICE WITH REJECTS, AND DEAL WITH
      *> THE LINES THAT BELONG TO NO OFFICE'S FILE - BROKEN TRAILERS
      *> AND REJECTS THAT CARRY NO OFFICE
       OPEN INPUT REJECT-FILE
       PERFORM UNTIL END-OF-REJECTS
           READ REJECT-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM NOTE-REJECT-OFFICE
           END-READ
       END-PERFORM
       CLOSE REJECT-FILE

      *> ONE BATCH SEQUENCE PER OFFICE FILE, TAKEN FROM REJFIX.SEQ
      *> AND WRITTEN BACK BEFORE ANY FILE IS BUILT. IF THAT CANNOT BE
      *> DONE NO RESUBMISSION FILE IS WRITTEN AT ALL - A FILE WHOSE
      *> BATCH ID MIGHT BE HANDED OUT AGAIN IS WORSE THAN NONE.
       IF WS-OFFICE-USED > 0 THEN
           PERFORM RESERVE-BATCH-SEQUENCES
       END-IF
       IF NOT SEQUENCE-RESERVED THEN
           MOVE SPACES TO REPAIR-LINE
           WRITE REPAIR-LINE
           MOVE "*** REJFIX.SEQ UNUSABLE - NO RESUBMISSION FILES"
               TO REPAIR-LINE
           WRITE REPAIR-LINE
           CLOSE REPAIR-REPORT
           DISPLAY "REJFIX.SEQ UNREADABLE OR NOT WRITTEN (STATUS "
               WS-SQ-STATUS ") - NO RESUBMISSION FILES WRITTEN"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-SEQ-LAST TO WS-SEQ-NEXT

      *> THEN ONE PASS PER OFFICE, EACH BUILDING THAT OFFICE'S
      *> RESUBMISSION FILE
       PERFORM VARYING WS-OFFICE-IDX FROM 1 BY 1
               UNTIL WS-OFFICE-IDX > WS-OFFICE-USED
           MOVE WS-OFFICE-CODE (WS-OFFICE-IDX) TO WS-THIS-OFFICE
           PERFORM BUILD-ONE-RESUBMIT
       END-PERFORM

       PERFORM WRITE-TOTALS
       CLOSE REPAIR-REPORT

       DISPLAY "REJFIX DONE: " WS-COUNT-RESUB " RESUBMITTED ("
           WS-COUNT-CORR " CORRECTED) IN " WS-OFFICE-USED
           " OFFICE FILE(S), " WS-COUNT-HELD
           " HELD FOR SUPERVISOR - SEE REJFIX.RPT"

      *> RETURN CODE FOR THE JOB STREAM: 16 WHEN REJFIX.SEQ COULD NOT
      *> BE USED (SET ABOVE), 4 WHEN ANYTHING WAS HELD FOR THE
      *> SUPERVISOR, 0 OTHERWISE
       IF WS-COUNT-HELD > 0 THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF

       STOP RUN.

       LOAD-CORRECTIONS.
           END-PERFORM
           CLOSE CORRECT-FILE.

       RESERVE-BATCH-SEQUENCES.
       *> READS THE LAST SEQUENCE USED AND WRITES IT BACK MOVED ON BY
       *> ONE FOR EVERY OFFICE FILE THIS RUN WILL BUILD. A SEQUENCE
       *> FILE THAT IS NOT A SEVEN-DIGIT NUMBER, OR THAT CANNOT BE
       *> REWRITTEN, LEAVES SEQUENCE-RESERVED OFF.
           MOVE "N" TO WS-SEQ-OK
           MOVE 0 TO WS-SEQ-LAST
           OPEN INPUT SEQUENCE-FILE
           IF WS-SQ-STATUS = "00" OR WS-SQ-STATUS = "05" THEN
               READ SEQUENCE-FILE
                   AT END MOVE ZEROS TO SEQUENCE-RECORD
               END-READ
               CLOSE SEQUENCE-FILE
               IF SEQUENCE-RECORD IS NUMERIC THEN
                   MOVE SEQUENCE-RECORD TO WS-SEQ-LAST
                   IF WS-SEQ-LAST + WS-OFFICE-USED <= 9999999 THEN
                       MOVE "Y" TO WS-SEQ-OK
                   END-IF
               END-IF
           END-IF
           IF SEQUENCE-RESERVED THEN
               MOVE "N" TO WS-SEQ-OK
               OPEN OUTPUT SEQUENCE-FILE
               IF WS-SQ-STATUS = "00" OR WS-SQ-STATUS = "05" THEN
                   COMPUTE WS-SEQ-NEXT = WS-SEQ-LAST + WS-OFFICE-USED
                   MOVE WS-SEQ-NEXT TO SEQUENCE-RECORD
                   WRITE SEQUENCE-RECORD
                   IF WS-SQ-STATUS = "00" THEN
                       MOVE "Y" TO WS-SEQ-OK
                   END-IF
                   CLOSE SEQUENCE-FILE
               END-IF
           END-IF.

       NOTE-REJECT-OFFICE.
       *> ONE CIPHER.REJ LINE OF THE FIRST PASS. AN R008 IS A BROKEN
       *> TRAILER, NOT A TRANSACTION - EVERY RESUBMISSION FILE GETS
       *> ITS OWN FRESHLY COUNTED TRAILER, SO THERE IS NOTHING HERE
       *> TO REPAIR. A REJECT WITH NO OFFICE CANNOT GO IN ANY
       *> OFFICE'S FILE, SO IT IS HELD. ANYTHING ELSE REGISTERS ITS
       *> OFFICE FOR A PASS OF ITS OWN.
           ADD 1 TO WS-COUNT-READ
           ADD 1 TO WS-REJ-POS
           IF REJ-REASON = "R008" THEN
               ADD 1 TO WS-COUNT-CONTROL
      *> ITS OWN DETAIL LINE - THE TRANSACTION FIELDS IN
      *> WS-TRANS-WORK STILL HOLD THE PREVIOUS REJECT (OR NOTHING)
                   DELIMITED BY SIZE INTO REPAIR-LINE
               WRITE REPAIR-LINE
           ELSE
               PERFORM FIND-OFFICE-SLOT
               IF REJ-OFFICE = SPACES THEN
                   MOVE REJ-IMAGE TO WS-TRANS-WORK
                   ADD 1 TO WS-COUNT-HELD
                   MOVE "HELD      " TO WS-ACTION
                   PERFORM WRITE-REPAIR-DETAIL
                   MOVE SPACES TO REPAIR-LINE
                   STRING "  POS " WS-REJ-POS " NO ORIGINATING "
                       "OFFICE ON THE REJECT - ROUTE BY HAND"
                       DELIMITED BY SIZE INTO REPAIR-LINE
                   WRITE REPAIR-LINE
               ELSE
                   IF NOT OFFICE-HAS-SLOT THEN
                       IF WS-OFFICE-USED < 50 THEN
                           ADD 1 TO WS-OFFICE-USED
                           MOVE REJ-OFFICE
                               TO WS-OFFICE-CODE (WS-OFFICE-USED)
                       ELSE
      *> THE 51ST OFFICE IN ONE REJECT FILE - HELD RATHER THAN
      *> LOST, SO THE SUPERVISOR KNOWS TO RUN REJFIX AGAIN
                           MOVE REJ-IMAGE TO WS-TRANS-WORK
                           ADD 1 TO WS-COUNT-HELD
                           MOVE "HELD      " TO WS-ACTION
                           PERFORM WRITE-REPAIR-DETAIL
                           MOVE SPACES TO REPAIR-LINE
                           STRING "  POS " WS-REJ-POS
                               " MORE THAN 50 OFFICES - NOT "
                               "RESUBMITTED THIS RUN"
                               DELIMITED BY SIZE INTO REPAIR-LINE
                           WRITE REPAIR-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-OFFICE-SLOT.
       *> SETS OFFICE-HAS-SLOT IF REJ-OFFICE IS ALREADY IN THE TABLE
           MOVE "N" TO WS-SLOT-FOUND
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-OFFICE-USED
               IF WS-OFFICE-CODE (WS-SCAN-IDX) = REJ-OFFICE THEN
                   MOVE "Y" TO WS-SLOT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUILD-ONE-RESUBMIT.
       *> ONE RE-READ OF CIPHER.REJ BUILDING WS-THIS-OFFICE'S
       *> RESUBMISSION FILE. WS-REJ-POS COUNTS EVERY LINE, NOT JUST
       *> THIS OFFICE'S, SO THE CORRECTION POSITIONS STILL MATCH THE
       *> LINE NUMBERS THE OPERATOR SEES ON CIPHER.REJ.
           MOVE SPACES TO WS-RSB-NAME
           STRING FUNCTION TRIM (WS-THIS-OFFICE) ".RSB"
               DELIMITED BY SIZE INTO WS-RSB-NAME
           MOVE 0 TO WS-FILE-RESUB
           MOVE 0 TO WS-REJ-POS
           ADD 1 TO WS-SEQ-NEXT
           OPEN OUTPUT RESUBMIT-FILE

           MOVE SPACES TO REPAIR-LINE
           WRITE REPAIR-LINE
           STRING "OFFICE " WS-THIS-OFFICE " - RESUBMISSION FILE "
               WS-RSB-NAME " BATCH R" WS-SEQ-NEXT
               DELIMITED BY SIZE INTO REPAIR-LINE
           WRITE REPAIR-LINE

      *> THE RESUBMISSION FILE GETS ITS HEADER UP FRONT, LIKE ANY
      *> OFFICE'S TRANS FILE - THE TRAILER COUNT GOES ON AT THE END.
      *> THE BATCH ID IS "R" PLUS THE NEXT OF THE SEQUENCES RESERVED
      *> ON REJFIX.SEQ, SO EVERY RESUBMISSION IS A NEW BATCH TO
      *> CIPHER'S BATCH REGISTER RATHER THAN A REPLAY OF AN OLD ONE
           MOVE SPACES TO WS-HEADER-WORK
           MOVE "H" TO HW-REC-TYPE
           STRING "R" WS-SEQ-NEXT
               DELIMITED BY SIZE INTO HW-BATCH-ID
           MOVE WS-TIMESTAMP (1:8) TO HW-CREATE-DATE
           MOVE WS-THIS-OFFICE TO HW-OFFICE
           MOVE WS-HEADER-WORK TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD

           MOVE "N" TO WS-EOF
           OPEN INPUT REJECT-FILE
           PERFORM UNTIL END-OF-REJECTS
               READ REJECT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REJ-POS
                       IF REJ-REASON NOT = "R008"
                               AND REJ-OFFICE = WS-THIS-OFFICE THEN
                           PERFORM REPAIR-ONE-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE

           MOVE SPACES TO WS-TRAILER-WORK
           MOVE "T" TO TR-REC-TYPE
           MOVE WS-FILE-RESUB TO TR-TX-COUNT
           MOVE WS-TRAILER-WORK TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD
           CLOSE RESUBMIT-FILE.

       REPAIR-ONE-REJECT.
       *> ONE OF THIS OFFICE'S REJECTS. THE REASON COLUMN IS
       *> STRIPPED, ANY CORRECTION FOR THIS POSITION IS LAID OVER THE
       *> IMAGE, THE RESUBMISSION COUNTER TICKS UP, AND THE
       *> TRANSACTION GOES TO THE OFFICE'S RESUBMISSION FILE - UNLESS
       *> IT HAS ALREADY BOUNCED THREE TIMES, IN WHICH CASE IT IS
       *> HELD ON THE REPORT FOR THE SUPERVISOR.
           MOVE REJ-IMAGE TO WS-TRANS-WORK
           MOVE "UNCHANGED " TO WS-ACTION
           PERFORM APPLY-CORRECTION
           IF TW-CONT-FLAG = "Y" THEN
      *> CIPHER.REJ ONLY HOLDS A TRANSACTION'S FIRST LINE, SO A
      *> MULTI-LINE REJECT COMES BACK AS A SINGLE LINE - FLAGGED ON
      *> THE REPORT SO THE OPERATOR KNOWS TO CHECK THE MESSAGE TEXT
               MOVE "N" TO TW-CONT-FLAG
               MOVE SPACES TO REPAIR-LINE
               STRING "  POS " WS-REJ-POS " CONTINUATION TEXT "
                   "NOT ON CIPHER.REJ - CHECK MESSAGE BEFORE "
                   "RESUBMITTING"
                   DELIMITED BY SIZE INTO REPAIR-LINE
               WRITE REPAIR-LINE
           END-IF
           IF TW-RESUB IS NUMERIC THEN
               MOVE TW-RESUB TO WS-RESUB-NUM
           ELSE
               MOVE 0 TO WS-RESUB-NUM
           END-IF
           IF WS-RESUB-NUM >= 2 THEN
      *> ALREADY RESUBMITTED TWICE - A THIRD BOUNCE GOES TO THE
      *> SUPERVISOR, NOT BACK INTO THE QUEUE
               ADD 1 TO WS-COUNT-HELD
               MOVE "HELD      " TO WS-ACTION
               PERFORM WRITE-REPAIR-DETAIL
           ELSE
               ADD 1 TO WS-RESUB-NUM
               MOVE WS-RESUB-NUM TO TW-RESUB
               MOVE WS-TRANS-WORK TO RESUBMIT-RECORD
               WRITE RESUBMIT-RECORD
               ADD 1 TO WS-COUNT-RESUB
               ADD 1 TO WS-FILE-RESUB
               PERFORM WRITE-REPAIR-DETAIL
           END-IF.

       APPLY-CORRECTION.
       WRITE-TOTALS.
           MOVE SPACES TO REPAIR-LINE
           WRITE REPAIR-LINE
           MOVE WS-COUNT-READ TO WS-COUNT-EDIT
           STRING "REJECTS READ:            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPAIR-LINE
           WRITE REPAIR-LINE
