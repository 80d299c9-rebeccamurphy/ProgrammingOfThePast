       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPJOB.
       *> NIGHTLY JOB-STREAM CONTROLLER. RUNS THE STEPS LISTED IN THE
       *> JOB-STEP TABLE JOBSTEP.DAT IN SEQUENCE ORDER - NORMALLY
       *> CIPHER, CIPVERIFY, CIPRECON, THEN CIPDIST - AND CHECKS EACH
       *> STEP'S RETURN CODE AGAINST THE HIGHEST CODE THE TABLE ALLOWS
       *> IT. EVERY PROGRAM IN THE SYSTEM ENDS WITH THE SAME CODES:
       *>    0 CLEAN
       *>    4 WARNINGS - SEE THE STEP'S REPORT
       *>    8 OUT OF BALANCE - THE RUN'S FIGURES DO NOT AGREE
       *>   16 FAILED - THE STEP COULD NOT DO ITS JOB
       *> A STEP ENDING ABOVE ITS ALLOWED CODE, OR WITH A CODE THAT IS
       *> NOT ONE OF THOSE (A PROGRAM THAT ABENDED OR WAS NOT FOUND),
       *> FAILS THE JOB, AND EVERY LATER STEP IS SKIPPED - SO CIPDIST
       *> NEVER SENDS RETURN FILES TO THE OFFICES AFTER CIPVERIFY
       *> FOUND MISMATCHES OR CIPRECON FOUND RECORDS THAT DO NOT
       *> RECONCILE. THE FAILED STEP IS SAVED IN CIPJOB.RST AND THE
       *> NEXT RUN RESTARTS FROM IT, BYPASSING THE STEPS THAT ALREADY
       *> FINISHED, RATHER THAN RUNNING CIPHER OVER AGAIN. A CLEAN
       *> FINISH EMPTIES CIPJOB.RST. TO FORCE A RUN FROM THE TOP,
       *> DELETE CIPJOB.RST BEFORE STARTING THE JOB. EVERY STEP'S
       *> START, END, RETURN CODE AND DISPOSITION IS APPENDED TO
       *> CIPJOB.LOG.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-FILE ASSIGN TO "JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JS-STATUS.
           SELECT OPTIONAL RESTART-FILE ASSIGN TO "CIPJOB.RST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG ASSIGN TO "CIPJOB.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-FILE.
       *> ONE STEP PER LINE. THE COMMAND IS WHATEVER STARTS THE STEP'S
       *> PROGRAM ON THIS MACHINE. THE NIGHTLY TABLE IS:
       *>   01 CIPHER   08 <COMMAND FOR CIPHER>
       *>   02 CIPVERIF 04 <COMMAND FOR CIPVERIFY>
       *>   03 CIPRECON 04 <COMMAND FOR CIPRECON>
       *>   04 CIPDIST  04 <COMMAND FOR CIPDIST>
       *> SO AN OUT-OF-BALANCE CIPHER RUN IS STILL VERIFIED AND
       *> RECONCILED FOR THE RECORD, BUT A MISMATCH OR AN UNMATCHED
       *> RECORD STOPS THE JOB BEFORE ANYTHING IS DISTRIBUTED.
       01  STEP-RECORD.
           05 	JS-SEQ 		PIC X(2).
           05 	FILLER		PIC X(1).
           05 	JS-NAME 	PIC X(8).
           05 	FILLER		PIC X(1).
           05 	JS-MAX-RC 	PIC X(2).
           05 	FILLER		PIC X(1).
           05 	JS-COMMAND 	PIC X(60).

       FD  RESTART-FILE.
       *> THE STEP THE LAST RUN FAILED AT. EMPTY (OR ABSENT) WHEN THE
       *> LAST RUN FINISHED CLEAN.
       01  RESTART-RECORD.
           05 	RS-SEQ 		PIC X(2).
           05 	FILLER		PIC X(1).
           05 	RS-NAME 	PIC X(8).
           05 	FILLER		PIC X(1).
           05 	RS-DATE 	PIC X(8).
           05 	FILLER		PIC X(1).
           05 	RS-TIME 	PIC X(6).

       FD  JOB-LOG.
       *> ONE LINE PER STEP PER RUN, PLUS A JOB START AND A JOB END
       *> LINE UNDER STEP 00. DISPOSITIONS ARE COMPLETE, FAILED,
       *> SKIPPED (AFTER AN EARLIER FAILURE) AND BYPASSED (FINISHED IN
       *> AN EARLIER RUN, PASSED OVER ON A RESTART); THE JOB LINES
       *> CARRY STARTED, RESTART AND ENDED.
       01  JOB-LOG-REC.
           05 	JL-DATE 	PIC X(8).
           05 	FILLER		PIC X(1).
           05 	JL-START-TIME 	PIC X(6).
           05 	FILLER		PIC X(1).
           05 	JL-END-TIME 	PIC X(6).
           05 	FILLER		PIC X(1).
           05 	JL-SEQ 		PIC X(2).
           05 	FILLER		PIC X(1).
           05 	JL-NAME 	PIC X(8).
           05 	FILLER		PIC X(1).
           05 	JL-RC 		PIC -ZZ9.
           05 	FILLER		PIC X(1).
           05 	JL-MAX-RC 	PIC X(2).
           05 	FILLER		PIC X(1).
           05 	JL-DISPOSITION 	PIC X(8).

       WORKING-STORAGE SECTION.
       01 	WS-EOF		PIC X VALUE "N".
           88 	END-OF-STEPS		VALUE "Y".
       01 	WS-JS-STATUS	PIC X(2).
       01 	WS-TIMESTAMP	PIC X(21).
       01 	WS-STEP-TABLE.
           05 	WS-ST-ENTRY OCCURS 20 TIMES.
               10 	WS-ST-SEQ	PIC 9(2).
               10 	WS-ST-NAME	PIC X(8).
               10 	WS-ST-MAX-RC	PIC 9(2).
               10 	WS-ST-COMMAND	PIC X(60).
       01 	WS-STEP-USED	PIC 9(2) VALUE 0.
       01 	WS-STEP-IDX	PIC 9(2).
       01 	WS-TABLE-OK	PIC X(1) VALUE "Y".
      *>  "N" WHEN ANY LINE OF JOBSTEP.DAT WAS UNUSABLE - THE JOB IS
      *>  NOT STARTED ON A TABLE NOBODY CAN TRUST
       01 	WS-PREV-SEQ	PIC 9(2) VALUE 0.
       01 	WS-RESTART-SEQ	PIC 9(2) VALUE 0.
      *>  THE STEP TO RESTART FROM, 0 FOR A RUN FROM THE TOP
       01 	WS-RESTART-FOUND PIC X(1).
       01 	WS-JOB-FAILED	PIC X(1) VALUE "N".
           88 	JOB-HAS-FAILED		VALUE "Y".
       01 	WS-FAILED-IDX	PIC 9(2) VALUE 0.
       01 	WS-JOB-RC	PIC S9(5) VALUE 0.
      *>  HIGHEST CODE ANY STEP THAT RAN ENDED WITH
       01 	WS-STEP-RC	PIC S9(5).
       01 	WS-RC-QUOTIENT	PIC S9(5).
       01 	WS-RC-REMAINDER	PIC S9(5).
       01 	WS-RC-EDIT	PIC -ZZ9.
       01 	WS-START-TIME	PIC X(6).
       01 	WS-COUNT-RUN	PIC 9(2) VALUE 0.
       01 	WS-COUNT-SKIPPED PIC 9(2) VALUE 0.
       01 	WS-COUNT-BYPASSED PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       PERFORM LOAD-STEP-TABLE
       IF WS-TABLE-OK = "N" OR WS-STEP-USED = 0 THEN
           DISPLAY "JOBSTEP.DAT MISSING, EMPTY OR INVALID - "
               "JOB NOT STARTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM READ-RESTART-POINT

       OPEN EXTEND JOB-LOG
       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       MOVE SPACES TO JOB-LOG-REC
       MOVE WS-TIMESTAMP (1:8) TO JL-DATE
       MOVE WS-TIMESTAMP (9:6) TO JL-START-TIME
       MOVE "00" TO JL-SEQ
       MOVE "CIPJOB" TO JL-NAME
       MOVE 0 TO JL-RC
       IF WS-RESTART-SEQ > 0 THEN
           MOVE "RESTART" TO JL-DISPOSITION
       ELSE
           MOVE "STARTED" TO JL-DISPOSITION
       END-IF
       WRITE JOB-LOG-REC

       PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-USED
           PERFORM RUN-ONE-STEP
       END-PERFORM

       IF JOB-HAS-FAILED THEN
           PERFORM SAVE-RESTART-POINT
       ELSE
           PERFORM CLEAR-RESTART-POINT
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       MOVE SPACES TO JOB-LOG-REC
       MOVE WS-TIMESTAMP (1:8) TO JL-DATE
       MOVE WS-TIMESTAMP (9:6) TO JL-END-TIME
       MOVE "00" TO JL-SEQ
       MOVE "CIPJOB" TO JL-NAME
       IF JOB-HAS-FAILED THEN
           MOVE 16 TO WS-JOB-RC
       END-IF
       MOVE WS-JOB-RC TO JL-RC
       MOVE "ENDED" TO JL-DISPOSITION
       WRITE JOB-LOG-REC
       CLOSE JOB-LOG

       IF JOB-HAS-FAILED THEN
           DISPLAY "CIPJOB FAILED AT STEP " WS-ST-SEQ (WS-FAILED-IDX)
               " " WS-ST-NAME (WS-FAILED-IDX) " - " WS-COUNT-SKIPPED
               " LATER STEP(S) SKIPPED, RESTART SAVED IN CIPJOB.RST"
       ELSE
           DISPLAY "CIPJOB DONE: " WS-COUNT-RUN " STEP(S) RUN, "
               WS-COUNT-BYPASSED " BYPASSED ON RESTART"
       END-IF

      *> THE JOB'S OWN CODE: 16 WHEN A STEP FAILED, OTHERWISE THE
      *> HIGHEST CODE ANY STEP ENDED WITH, SO THE SCHEDULER SEES THE
      *> SAME WARNING OR OUT-OF-BALANCE THE STEP REPORTED
       MOVE WS-JOB-RC TO RETURN-CODE

       STOP RUN.

       LOAD-STEP-TABLE.
       *> READS JOBSTEP.DAT INTO THE STEP TABLE. SEQUENCE NUMBERS MUST
       *> BE NUMERIC AND ASCENDING, SO THE ORDER THE STEPS RUN IN IS
       *> THE ORDER THE TABLE READS IN, AND THE ALLOWED CODE MUST BE
       *> NUMERIC. ANY BAD LINE, OR MORE THAN 20 STEPS, STOPS THE JOB
       *> BEFORE ANYTHING RUNS - A HALF-UNDERSTOOD TABLE COULD SKIP A
       *> CHECK AND LET CIPDIST RUN ON AN UNCHECKED NIGHT.
           MOVE "N" TO WS-EOF
           OPEN INPUT STEP-FILE
           PERFORM UNTIL END-OF-STEPS
               READ STEP-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF STEP-RECORD NOT = SPACES THEN
                           PERFORM LOAD-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-FILE.

       LOAD-ONE-STEP.
           IF JS-SEQ IS NOT NUMERIC OR JS-MAX-RC IS NOT NUMERIC
                   OR JS-NAME = SPACES OR JS-COMMAND = SPACES THEN
               MOVE "N" TO WS-TABLE-OK
               DISPLAY "BAD JOB STEP LINE: " STEP-RECORD
           ELSE
               IF JS-SEQ NOT > WS-PREV-SEQ THEN
                   MOVE "N" TO WS-TABLE-OK
                   DISPLAY "JOB STEP " JS-SEQ " OUT OF SEQUENCE"
               ELSE
                   IF WS-STEP-USED < 20 THEN
                       ADD 1 TO WS-STEP-USED
                       MOVE JS-SEQ TO WS-ST-SEQ (WS-STEP-USED)
                       MOVE JS-NAME TO WS-ST-NAME (WS-STEP-USED)
                       MOVE JS-MAX-RC TO WS-ST-MAX-RC (WS-STEP-USED)
                       MOVE JS-COMMAND
                           TO WS-ST-COMMAND (WS-STEP-USED)
                       MOVE JS-SEQ TO WS-PREV-SEQ
                   ELSE
                       MOVE "N" TO WS-TABLE-OK
                       DISPLAY "MORE THAN 20 JOB STEPS - STEP "
                           JS-SEQ " NOT LOADED"
                   END-IF
               END-IF
           END-IF.

       READ-RESTART-POINT.
       *> PICKS UP THE STEP THE LAST RUN FAILED AT. A RESTART STEP
       *> THAT IS NO LONGER ON THE TABLE MEANS THE TABLE WAS CHANGED
       *> SINCE THE FAILURE, SO THE JOB RUNS FROM THE TOP RATHER THAN
       *> GUESS WHICH STEPS ARE ALREADY DONE.
           MOVE 0 TO WS-RESTART-SEQ
           MOVE "N" TO WS-EOF
           OPEN INPUT RESTART-FILE
           READ RESTART-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RS-SEQ IS NUMERIC THEN
                       MOVE RS-SEQ TO WS-RESTART-SEQ
                   END-IF
           END-READ
           CLOSE RESTART-FILE
           IF WS-RESTART-SEQ > 0 THEN
               MOVE "N" TO WS-RESTART-FOUND
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-USED
                   IF WS-ST-SEQ (WS-STEP-IDX) = WS-RESTART-SEQ THEN
                       MOVE "Y" TO WS-RESTART-FOUND
                   END-IF
               END-PERFORM
               IF WS-RESTART-FOUND = "Y" THEN
                   DISPLAY "RESTARTING AT STEP " RS-SEQ " " RS-NAME
                       " (FAILED " RS-DATE " " RS-TIME ")"
               ELSE
                   DISPLAY "RESTART STEP " RS-SEQ " IS NOT ON "
                       "JOBSTEP.DAT - RUNNING FROM THE TOP"
                   MOVE 0 TO WS-RESTART-SEQ
               END-IF
           END-IF.

       RUN-ONE-STEP.
       *> RUNS, SKIPS OR BYPASSES ONE TABLE STEP AND LOGS THE OUTCOME.
       *> THE CODE IS CHECKED FOR BEING A MULTIPLE OF 4 AS WELL AS
       *> AGAINST THE ALLOWED MAXIMUM - A PROGRAM THAT ABENDED, OR A
       *> COMMAND THE SYSTEM COULD NOT START, COMES BACK WITH SOME
       *> OTHER NUMBER, AND THAT MUST NOT PASS AS A CLEAN FINISH.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (9:6) TO WS-START-TIME
           MOVE 0 TO WS-STEP-RC
           MOVE SPACES TO JOB-LOG-REC
           EVALUATE TRUE
               WHEN WS-ST-SEQ (WS-STEP-IDX) < WS-RESTART-SEQ
                   ADD 1 TO WS-COUNT-BYPASSED
                   MOVE "BYPASSED" TO JL-DISPOSITION
               WHEN JOB-HAS-FAILED
                   ADD 1 TO WS-COUNT-SKIPPED
                   MOVE "SKIPPED" TO JL-DISPOSITION
                   DISPLAY "STEP " WS-ST-SEQ (WS-STEP-IDX) " "
                       WS-ST-NAME (WS-STEP-IDX) " SKIPPED"
               WHEN OTHER
                   ADD 1 TO WS-COUNT-RUN
                   DISPLAY "STEP " WS-ST-SEQ (WS-STEP-IDX) " "
                       WS-ST-NAME (WS-STEP-IDX) " STARTING"
                   MOVE 0 TO RETURN-CODE
                   CALL "SYSTEM" USING WS-ST-COMMAND (WS-STEP-IDX)
                   MOVE RETURN-CODE TO WS-STEP-RC
      *> THE SHELL HANDS BACK A WAIT STATUS - THE PROGRAM'S OWN CODE
      *> IS ITS HIGH BYTE. A NONZERO LOW BYTE (KILLED BY A SIGNAL)
      *> IS LEFT AS IT IS, WHICH THE TEST BELOW THEN FAILS.
                   DIVIDE WS-STEP-RC BY 256 GIVING WS-RC-QUOTIENT
                       REMAINDER WS-RC-REMAINDER
                   IF WS-STEP-RC > 255 AND WS-RC-REMAINDER = 0 THEN
                       MOVE WS-RC-QUOTIENT TO WS-STEP-RC
                   END-IF
                   DIVIDE WS-STEP-RC BY 4 GIVING WS-RC-QUOTIENT
                       REMAINDER WS-RC-REMAINDER
                   IF WS-STEP-RC < 0 OR WS-RC-REMAINDER NOT = 0
                           OR WS-STEP-RC > WS-ST-MAX-RC (WS-STEP-IDX)
                           THEN
                       MOVE "Y" TO WS-JOB-FAILED
                       MOVE WS-STEP-IDX TO WS-FAILED-IDX
                       MOVE "FAILED" TO JL-DISPOSITION
                   ELSE
                       MOVE "COMPLETE" TO JL-DISPOSITION
                       IF WS-STEP-RC > WS-JOB-RC THEN
                           MOVE WS-STEP-RC TO WS-JOB-RC
                       END-IF
                   END-IF
                   MOVE WS-STEP-RC TO WS-RC-EDIT
                   DISPLAY "STEP " WS-ST-SEQ (WS-STEP-IDX) " "
                       WS-ST-NAME (WS-STEP-IDX) " ENDED, CODE "
                       WS-RC-EDIT " - " JL-DISPOSITION
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO JL-DATE
           MOVE WS-START-TIME TO JL-START-TIME
           MOVE WS-TIMESTAMP (9:6) TO JL-END-TIME
           MOVE WS-ST-SEQ (WS-STEP-IDX) TO JL-SEQ
           MOVE WS-ST-NAME (WS-STEP-IDX) TO JL-NAME
           MOVE WS-STEP-RC TO JL-RC
           MOVE WS-ST-MAX-RC (WS-STEP-IDX) TO JL-MAX-RC
           WRITE JOB-LOG-REC.

       SAVE-RESTART-POINT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN OUTPUT RESTART-FILE
           MOVE SPACES TO RESTART-RECORD
           MOVE WS-ST-SEQ (WS-FAILED-IDX) TO RS-SEQ
           MOVE WS-ST-NAME (WS-FAILED-IDX) TO RS-NAME
           MOVE WS-TIMESTAMP (1:8) TO RS-DATE
           MOVE WS-TIMESTAMP (9:6) TO RS-TIME
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

       CLEAR-RESTART-POINT.
       *> A CLEAN FINISH LEAVES AN EMPTY CIPJOB.RST, SO TOMORROW'S
       *> RUN STARTS FROM THE TOP
           OPEN OUTPUT RESTART-FILE
           CLOSE RESTART-FILE.
       END PROGRAM CIPJOB.
