       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATREG.
       *> BATCH REGISTER REPORT. FOR A DATE RANGE, LISTS EACH
       *> OFFICE'S BATCHES RECEIVED, PROCESSED, REFUSED AND MISSING,
       *> SO THE OFFICES CAN BE CHASED FOR THE FILES THAT NEVER CAME
       *> AND TOLD ABOUT THE ONES CIPHER WOULD NOT TAKE TWICE.
       *> RECEIVED, PROCESSED AND REFUSED COME FROM BATCHREG.HIS,
       *> WHICH LOGS EVERY BATCH A RUN SAW; MISSING COMES FROM THE
       *> BATCH REGISTER ITSELF - EVERY NUMBER SKIPPED BETWEEN TWO OF
       *> AN OFFICE'S ZERO-PADDED NUMERIC BATCH IDS, COUNTED AGAINST
       *> THE RANGE THE LATER BATCH WAS PROCESSED IN.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-LOG-FILE ASSIGN TO "BATCHREG.HIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-REGISTER ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BR-STATUS.
           SELECT REGISTER-REPORT ASSIGN TO "BATREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "BATREG.PRM"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-LOG-FILE.
       *> SAME LINE CIPHER'S FINISH-BATCH-REGISTER WRITES - SEE THE
       *> BATCH-LOG-FILE FD THERE
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
           05 	FILLER		PIC X(1).
           05 	BL-TX-COUNT 	PIC 9(6).
           05 	FILLER		PIC X(1).
           05 	BL-REJ-COUNT 	PIC 9(6).
           05 	FILLER		PIC X(1).
           05 	BL-GAP-FLAG 	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	BL-PRIOR-DATE 	PIC X(8).
           05 	FILLER		PIC X(1).
           05 	BL-FILE-NAME 	PIC X(30).

       FD  BATCH-REGISTER.
       *> SAME RECORD AS THE BATCH-REGISTER FD IN CIPHER. READ FRONT
       *> TO BACK HERE - KEY ORDER PUTS EACH OFFICE'S BATCHES
       *> TOGETHER AND IN BATCH NUMBER ORDER.
       01  BATCH-REGISTER-REC.
           05 	BR-KEY.
               10 	BR-OFFICE 	PIC X(10).
               10 	BR-BATCH-ID 	PIC X(8).
           05 	BR-CREATE-DATE 	PIC X(8).
           05 	BR-PROC-DATE 	PIC X(8).
           05 	BR-PROC-TIME 	PIC X(6).
           05 	BR-TX-COUNT 	PIC 9(6).
           05 	BR-REJ-COUNT 	PIC 9(6).
           05 	BR-FILE-NAME 	PIC X(30).
           05 	BR-RUN-ID 	PIC X(14).
           05 	BR-STATUS 	PIC X(1).
           05 	BR-GAP-FLAG 	PIC X(1).

       FD  REGISTER-REPORT.
       01  REGISTER-LINE 	PIC X(100).

       FD  PARAM-FILE.
       *> UNATTENDED RUN CONTROL, SAME IDEA AS AUDHIST.PRM - WHEN
       *> PRESENT ITS ONE RECORD ANSWERS THE DATE PROMPTS
       01  PARAM-RECORD.
           05 	PRM-FROM-DATE 	PIC X(8).
           05 	PRM-TO-DATE 	PIC X(8).
      *>  SAME MEANINGS AND BLANK DEFAULTS AS THE CONSOLE PROMPTS

       WORKING-STORAGE SECTION.
       01 	WS-EOF		PIC X VALUE "N".
           88 	END-OF-FILE		VALUE "Y".
       01 	WS-BR-STATUS	PIC X(2).
       01 	WS-TIMESTAMP	PIC X(21).
       01 	WS-FROM-DATE	PIC X(8).
       01 	WS-TO-DATE	PIC X(8).
       01 	WS-PRM-PRESENT	PIC X(1) VALUE "N".
           88 	PARAMS-FROM-FILE	VALUE "Y".
       01 	WS-PRM-EOF	PIC X VALUE "N".
       01 	WS-OFFICE-TABLE.
           05 	WS-OFFICE-ENTRY OCCURS 100 TIMES.
               10 	WS-OT-OFFICE	PIC X(10).
               10 	WS-OT-RECEIVED	PIC 9(6).
               10 	WS-OT-PROCESSED	PIC 9(6).
               10 	WS-OT-REFUSED	PIC 9(6).
               10 	WS-OT-MISSING	PIC 9(6).
       01 	WS-OFFICE-USED	PIC 9(3) VALUE 0.
       01 	WS-OFFICE-IDX	PIC 9(3).
       01 	WS-OFFICE-OVER	PIC 9(6) VALUE 0.
      *>  LOG LINES AND GAPS FOR OFFICES PAST THE 100-OFFICE TABLE
      *>  LIMIT - COUNTED SO THE TOTALS STILL SHOW SOMETHING WAS LEFT
      *>  OUT
       01 	WS-LOOK-OFFICE	PIC X(10).
       01 	WS-SLOT-FOUND	PIC X(1).
           88 	OFFICE-HAS-SLOT		VALUE "Y".
       01 	WS-PREV-OFFICE	PIC X(10) VALUE SPACES.
       01 	WS-PREV-NUM	PIC 9(8) VALUE 0.
      *>  THE LAST NUMERIC BATCH ID SEEN FOR WS-PREV-OFFICE ON THE
      *>  REGISTER, 0 WHEN THE OFFICE HAS NONE YET
       01 	WS-THIS-NUM	PIC 9(8).
       01 	WS-FIRST-MISSING PIC 9(8).
       01 	WS-LAST-MISSING	PIC 9(8).
       01 	WS-GAP-SIZE	PIC 9(8).
       01 	WS-TOT-RECEIVED	PIC 9(7) VALUE 0.
       01 	WS-TOT-PROCESSED PIC 9(7) VALUE 0.
       01 	WS-TOT-REFUSED	PIC 9(7) VALUE 0.
       01 	WS-TOT-MISSING	PIC 9(7) VALUE 0.
       01 	WS-COUNT-REFUSE-LINES PIC 9(6) VALUE 0.
       01 	WS-COUNT-GAP-LINES PIC 9(6) VALUE 0.
       01 	WS-REFUSE-TEXT	PIC X(30).
       01 	WS-COUNT-EDIT	PIC ZZZZZ9.
       01 	WS-RCV-EDIT	PIC ZZZZZ9.
       01 	WS-PRC-EDIT	PIC ZZZZZ9.
       01 	WS-REF-EDIT	PIC ZZZZZ9.
       01 	WS-MIS-EDIT	PIC ZZZZZ9.

       PROCEDURE DIVISION.

       PERFORM READ-PARAM-FILE
       IF NOT PARAMS-FROM-FILE THEN
           DISPLAY "BATCH REGISTER REPORT - SELECTION CRITERIA"
           DISPLAY "FROM DATE YYYYMMDD (BLANK = FROM START): "
           ACCEPT WS-FROM-DATE
           DISPLAY "TO DATE YYYYMMDD (BLANK = TO END): "
           ACCEPT WS-TO-DATE
       END-IF

       IF WS-FROM-DATE = SPACES THEN
           MOVE "00000000" TO WS-FROM-DATE
       END-IF
       IF WS-TO-DATE = SPACES THEN
           MOVE "99999999" TO WS-TO-DATE
       END-IF
       IF WS-FROM-DATE IS NOT NUMERIC THEN
           DISPLAY "FROM DATE NOT YYYYMMDD, USING START OF REGISTER"
           MOVE "00000000" TO WS-FROM-DATE
       END-IF
       IF WS-TO-DATE IS NOT NUMERIC THEN
           DISPLAY "TO DATE NOT YYYYMMDD, USING END OF REGISTER"
           MOVE "99999999" TO WS-TO-DATE
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       OPEN OUTPUT REGISTER-REPORT
       PERFORM WRITE-REPORT-HEADER

      *> PASS ONE: THE RUN LOG, FOR WHAT WAS RECEIVED AND WHAT
      *> BECAME OF IT
       MOVE SPACES TO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE "BATCHES REFUSED:" TO REGISTER-LINE
       WRITE REGISTER-LINE
       OPEN INPUT BATCH-LOG-FILE
       PERFORM UNTIL END-OF-FILE
           READ BATCH-LOG-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM TALLY-LOG-RECORD
           END-READ
       END-PERFORM
       CLOSE BATCH-LOG-FILE
       IF WS-COUNT-REFUSE-LINES = 0 THEN
           MOVE "  (NONE)" TO REGISTER-LINE
           WRITE REGISTER-LINE
       END-IF

      *> PASS TWO: THE REGISTER, FOR THE NUMBERS NEVER RECEIVED
       MOVE SPACES TO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE "BATCHES MISSING:" TO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE "N" TO WS-EOF
       MOVE 0 TO RETURN-CODE
       OPEN INPUT BATCH-REGISTER
       IF WS-BR-STATUS NOT = "00" AND WS-BR-STATUS NOT = "05" THEN
           DISPLAY "CANNOT OPEN BATCHREG.DAT, STATUS " WS-BR-STATUS
           MOVE 16 TO RETURN-CODE
           MOVE "  *** BATCH REGISTER UNREADABLE - NOT CHECKED"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
       ELSE
           PERFORM UNTIL END-OF-FILE
               READ BATCH-REGISTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CHECK-REGISTER-ENTRY
               END-READ
           END-PERFORM
           CLOSE BATCH-REGISTER
       END-IF
       IF WS-COUNT-GAP-LINES = 0 THEN
           MOVE "  (NONE)" TO REGISTER-LINE
           WRITE REGISTER-LINE
       END-IF

       PERFORM WRITE-OFFICE-TOTALS
       CLOSE REGISTER-REPORT

       DISPLAY "BATREG DONE: " WS-TOT-RECEIVED " RECEIVED, "
           WS-TOT-PROCESSED " PROCESSED, " WS-TOT-REFUSED
           " REFUSED, " WS-TOT-MISSING " MISSING - SEE BATREG.RPT"

      *> RETURN CODE FOR THE JOB STREAM: 16 WHEN THE REGISTER COULD
      *> NOT BE READ (SET ABOVE), 4 WHEN THE OFFICE TABLE OVERFLOWED,
      *> 0 OTHERWISE
       IF RETURN-CODE = 0 AND WS-OFFICE-OVER > 0 THEN
           MOVE 4 TO RETURN-CODE
       END-IF

       STOP RUN.

       READ-PARAM-FILE.
       *> ANSWERS THE DATE PROMPTS FROM BATREG.PRM WHEN ONE IS
       *> PRESENT. AN ABSENT OR EMPTY FILE LEAVES WS-PRM-PRESENT AT
       *> "N" AND THE PROMPTS COME UP AS ALWAYS.
           MOVE "N" TO WS-PRM-PRESENT
           MOVE "N" TO WS-PRM-EOF
           OPEN INPUT PARAM-FILE
           READ PARAM-FILE
               AT END MOVE "Y" TO WS-PRM-EOF
               NOT AT END
                   MOVE "Y" TO WS-PRM-PRESENT
                   MOVE PRM-FROM-DATE TO WS-FROM-DATE
                   MOVE PRM-TO-DATE TO WS-TO-DATE
           END-READ
           CLOSE PARAM-FILE
           IF PARAMS-FROM-FILE THEN
               DISPLAY "SELECTION TAKEN FROM BATREG.PRM: "
                   WS-FROM-DATE "-" WS-TO-DATE
           END-IF.

       TALLY-LOG-RECORD.
       *> ONE BATCHREG.HIS LINE. EVERY LINE IN RANGE IS ONE BATCH
       *> RECEIVED; ACTION P IS PROCESSED AND ANYTHING ELSE REFUSED,
       *> WITH THE REFUSAL LISTED SO THE OFFICE CAN BE TOLD WHY.
           IF BL-RUN-DATE >= WS-FROM-DATE
                   AND BL-RUN-DATE <= WS-TO-DATE THEN
               MOVE BL-OFFICE TO WS-LOOK-OFFICE
               PERFORM FIND-OFFICE-SLOT
               ADD 1 TO WS-TOT-RECEIVED
               IF BL-ACTION = "P" THEN
                   ADD 1 TO WS-TOT-PROCESSED
               ELSE
                   ADD 1 TO WS-TOT-REFUSED
                   PERFORM WRITE-REFUSAL-LINE
               END-IF
               IF OFFICE-HAS-SLOT THEN
                   ADD 1 TO WS-OT-RECEIVED (WS-OFFICE-IDX)
                   IF BL-ACTION = "P" THEN
                       ADD 1 TO WS-OT-PROCESSED (WS-OFFICE-IDX)
                   ELSE
                       ADD 1 TO WS-OT-REFUSED (WS-OFFICE-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-OFFICE-OVER
               END-IF
           END-IF.

       WRITE-REFUSAL-LINE.
           EVALUATE BL-ACTION
               WHEN "D"
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "ALREADY PROCESSED " BL-PRIOR-DATE
                       DELIMITED BY SIZE INTO WS-REFUSE-TEXT
               WHEN "R"
                   MOVE "SENT TWICE IN ONE RUN" TO WS-REFUSE-TEXT
               WHEN "B"
                   MOVE "NO BATCH ID ON HEADER" TO WS-REFUSE-TEXT
               WHEN "U"
                   MOVE "REGISTER UNAVAILABLE" TO WS-REFUSE-TEXT
               WHEN "O"
                   MOVE "RUN OVER 200 FILES" TO WS-REFUSE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REFUSE-TEXT
           END-EVALUATE
           ADD 1 TO WS-COUNT-REFUSE-LINES
           MOVE SPACES TO REGISTER-LINE
           STRING "  " BL-RUN-DATE " " BL-OFFICE " " BL-BATCH-ID " "
               WS-REFUSE-TEXT " " BL-FILE-NAME
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       CHECK-REGISTER-ENTRY.
       *> ONE REGISTER ENTRY, IN KEY ORDER. A NUMERIC BATCH ID MORE
       *> THAN ONE PAST THE OFFICE'S PREVIOUS NUMERIC ID MEANS THE
       *> NUMBERS IN BETWEEN NEVER ARRIVED. THE GAP COUNTS AGAINST
       *> THE RANGE ONLY WHEN THE LATER BATCH WAS PROCESSED IN IT -
       *> THAT IS WHEN THE GAP SHOWED ITSELF.
           IF BR-OFFICE NOT = WS-PREV-OFFICE THEN
               MOVE BR-OFFICE TO WS-PREV-OFFICE
               MOVE 0 TO WS-PREV-NUM
           END-IF
           IF BR-BATCH-ID IS NUMERIC THEN
               MOVE BR-BATCH-ID TO WS-THIS-NUM
               IF WS-PREV-NUM > 0
                       AND WS-THIS-NUM > WS-PREV-NUM + 1
                       AND BR-STATUS = "P"
                       AND BR-PROC-DATE >= WS-FROM-DATE
                       AND BR-PROC-DATE <= WS-TO-DATE THEN
                   COMPUTE WS-FIRST-MISSING = WS-PREV-NUM + 1
                   COMPUTE WS-LAST-MISSING = WS-THIS-NUM - 1
                   COMPUTE WS-GAP-SIZE = WS-THIS-NUM - WS-PREV-NUM - 1
                   ADD WS-GAP-SIZE TO WS-TOT-MISSING
                   MOVE BR-OFFICE TO WS-LOOK-OFFICE
                   PERFORM FIND-OFFICE-SLOT
                   IF OFFICE-HAS-SLOT THEN
                       ADD WS-GAP-SIZE TO WS-OT-MISSING (WS-OFFICE-IDX)
                   ELSE
                       ADD 1 TO WS-OFFICE-OVER
                   END-IF
                   ADD 1 TO WS-COUNT-GAP-LINES
                   MOVE WS-GAP-SIZE TO WS-COUNT-EDIT
                   MOVE SPACES TO REGISTER-LINE
                   STRING "  " BR-OFFICE " " WS-FIRST-MISSING
                       " THRU " WS-LAST-MISSING " ("
                       FUNCTION TRIM (WS-COUNT-EDIT)
                       ") - NOTICED WHEN " BR-BATCH-ID
                       " CAME IN ON " BR-PROC-DATE
                       DELIMITED BY SIZE INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
               MOVE WS-THIS-NUM TO WS-PREV-NUM
           END-IF.

       FIND-OFFICE-SLOT.
       *> SETS WS-OFFICE-IDX TO WS-LOOK-OFFICE'S ROW, ADDING THE ROW
       *> WHEN THE OFFICE IS NEW AND THE TABLE HAS ROOM
           MOVE "N" TO WS-SLOT-FOUND
           PERFORM VARYING WS-OFFICE-IDX FROM 1 BY 1
                   UNTIL WS-OFFICE-IDX > WS-OFFICE-USED
               IF WS-OT-OFFICE (WS-OFFICE-IDX) = WS-LOOK-OFFICE THEN
                   MOVE "Y" TO WS-SLOT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT OFFICE-HAS-SLOT AND WS-OFFICE-USED < 100 THEN
               ADD 1 TO WS-OFFICE-USED
               MOVE WS-OFFICE-USED TO WS-OFFICE-IDX
               MOVE WS-LOOK-OFFICE TO WS-OT-OFFICE (WS-OFFICE-IDX)
               MOVE 0 TO WS-OT-RECEIVED (WS-OFFICE-IDX)
               MOVE 0 TO WS-OT-PROCESSED (WS-OFFICE-IDX)
               MOVE 0 TO WS-OT-REFUSED (WS-OFFICE-IDX)
               MOVE 0 TO WS-OT-MISSING (WS-OFFICE-IDX)
               MOVE "Y" TO WS-SLOT-FOUND
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REGISTER-LINE
           STRING "BATCH REGISTER REPORT - " WS-TIMESTAMP (1:8)
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "==============================================="
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF PARAMS-FROM-FILE THEN
               MOVE "SELECTION FROM: BATREG.PRM" TO REGISTER-LINE
           ELSE
               MOVE "SELECTION FROM: OPERATOR CONSOLE"
                   TO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "DATE RANGE " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-OFFICE-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "BY OFFICE:   OFFICE     RECEIVED PROCESSED  REFUSED"
               & "  MISSING" TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-OFFICE-USED = 0 THEN
               MOVE "  (NONE)" TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           PERFORM VARYING WS-OFFICE-IDX FROM 1 BY 1
                   UNTIL WS-OFFICE-IDX > WS-OFFICE-USED
               MOVE WS-OT-RECEIVED (WS-OFFICE-IDX) TO WS-RCV-EDIT
               MOVE WS-OT-PROCESSED (WS-OFFICE-IDX) TO WS-PRC-EDIT
               MOVE WS-OT-REFUSED (WS-OFFICE-IDX) TO WS-REF-EDIT
               MOVE WS-OT-MISSING (WS-OFFICE-IDX) TO WS-MIS-EDIT
               MOVE SPACES TO REGISTER-LINE
               STRING "             " WS-OT-OFFICE (WS-OFFICE-IDX)
                   "   " WS-RCV-EDIT "    " WS-PRC-EDIT
                   "   " WS-REF-EDIT "   " WS-MIS-EDIT
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-PERFORM
           MOVE WS-TOT-RECEIVED TO WS-RCV-EDIT
           MOVE WS-TOT-PROCESSED TO WS-PRC-EDIT
           MOVE WS-TOT-REFUSED TO WS-REF-EDIT
           MOVE WS-TOT-MISSING TO WS-MIS-EDIT
           MOVE SPACES TO REGISTER-LINE
           STRING "  TOTAL                   " WS-RCV-EDIT "    "
               WS-PRC-EDIT "   " WS-REF-EDIT "   " WS-MIS-EDIT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-OFFICE-OVER > 0 THEN
               MOVE WS-OFFICE-OVER TO WS-COUNT-EDIT
               MOVE SPACES TO REGISTER-LINE
               STRING "  *** " FUNCTION TRIM (WS-COUNT-EDIT)
                   " ENTRIES FOR OFFICES PAST THE 100-OFFICE LIMIT "
                   "ARE IN THE TOTAL ONLY"
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
       END PROGRAM BATREG.
