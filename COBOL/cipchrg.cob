       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPCHRG.
       *> MONTHLY CHARGEBACK. PRICES ONE MONTH OF CIPHER SERVICE
       *> ACTIVITY PER ORIGINATING OFFICE FROM THE RATE TABLE
       *> RATES.DAT AND PRINTS ONE STATEMENT PER OFFICE - LINE ITEMS
       *> BY MODE AND PRECEDENCE, THE DOCUMENT-FILE LINE CHARGE, THE
       *> REJECTS AND THE TRANSACTIONS CIPHER SKIPPED UNDONE (BOTH
       *> SHOWN BUT NOT CHARGED) AND THE OFFICE TOTAL - THEN
       *> A GRAND TOTAL. CIPCHRG.SUM CARRIES THE SAME FIGURES WITH
       *> HEADER AND TRAILER CONTROL TOTALS FOR THE FINANCE SYSTEM TO
       *> LOAD. THE ACTIVITY COMES FROM CIPHACT.HIS, WHICH CIPHER
       *> APPENDS TO ON EVERY RUN. MENU TRANSACTIONS CARRY NO OFFICE;
       *> THEY ARE THE HOUSE'S OWN WORK AND ARE COUNTED BUT NEVER
       *> CHARGED.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACTIVITY-FILE ASSIGN TO "CIPHACT.HIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OFFICE-MASTER ASSIGN TO "OFFMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OFFICE
               FILE STATUS IS WS-OM-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CIPCHRG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "CIPCHRG.SUM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "CIPCHRG.PRM"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVITY-FILE.
       *> SAME LINE CIPHER WRITES - SEE THE ACTIVITY-FILE FD THERE
       01  ACTIVITY-REC.
           05 	ACT-DATE 	PIC X(8).
           05 	FILLER		PIC X(1).
           05 	ACT-TIME 	PIC X(6).
           05 	FILLER		PIC X(1).
           05 	ACT-OFFICE 	PIC X(10).
           05 	FILLER		PIC X(1).
           05 	ACT-TYPE 	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	ACT-MODE 	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	ACT-PREC 	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	ACT-DOC-FILE 	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	ACT-DOC-LINES 	PIC 9(5).
           05 	FILLER		PIC X(1).
           05 	ACT-REJ-COUNT 	PIC 9(6).
           05 	FILLER		PIC X(1).
           05 	ACT-DOC-REF 	PIC X(12).
           05 	FILLER		PIC X(1).
           05 	ACT-SOURCE 	PIC X(30).

       FD  RATE-FILE.
       *> THE RATE TABLE, KEPT BY FINANCE AS A PLAIN TEXT FILE THE
       *> SAME WAY THE JOB STREAM KEEPS JOBSTEP.DAT - ONE CHARGE PER
       *> LINE, A LINE STARTING "*" IS A COMMENT
       01  RATE-RECORD.
           05 	RT-TYPE 	PIC X(1).
      *>  M = CHARGE FOR EACH TRANSACTION IN MODE RT-CODE
      *>  P = SURCHARGE FOR EACH TRANSACTION SENT AT PRECEDENCE
      *>      RT-CODE (F = FLASH, P = PRIORITY)
      *>  L = CHARGE FOR EACH LINE OF A DOCUMENT-FILE TRANSACTION,
      *>      RT-CODE BLANK
           05 	FILLER		PIC X(1).
           05 	RT-CODE 	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	RT-AMOUNT 	PIC 9(5)V99.
      *>  SEVEN DIGITS, TWO OF THEM PENCE - 0000150 IS 1.50
           05 	FILLER		PIC X(1).
           05 	RT-DESC 	PIC X(30).

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

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE 	PIC X(100).

       FD  SUMMARY-FILE.
       *> FOR THE FINANCE SYSTEM: A HEADER, ONE DETAIL PER OFFICE
       *> STATEMENT, AND A TRAILER WHOSE COUNT AND TOTALS MUST AGREE
       *> WITH THE DETAILS BEFORE THE LOAD IS ACCEPTED - THE SAME
       *> HEADER/TRAILER DISCIPLINE AS THE TRANS AND RETURN FILES
       01  SUMMARY-RECORD 	PIC X(60).

       01  SUM-HEADER-REC.
       *> RECORD TYPE "H", THE MONTH PRICED AND WHEN
           05 	SH-REC-TYPE 	PIC X(1).
           05 	SH-PERIOD 	PIC X(6).
           05 	SH-RUN-DATE 	PIC X(8).
           05 	SH-RUN-TIME 	PIC X(6).
           05 	FILLER 		PIC X(39).

       01  SUM-DETAIL-REC.
       *> RECORD TYPE "D", ONE OFFICE'S STATEMENT
           05 	SD-REC-TYPE 	PIC X(1).
           05 	SD-OFFICE 	PIC X(10).
           05 	SD-TX-COUNT 	PIC 9(7).
           05 	SD-DOC-LINES 	PIC 9(9).
           05 	SD-REJ-COUNT 	PIC 9(7).
           05 	SD-AMOUNT 	PIC 9(9)V99.
           05 	FILLER 		PIC X(15).

       01  SUM-TRAILER-REC.
       *> RECORD TYPE "T": THE NUMBER OF DETAIL RECORDS AND THE SUMS
       *> OF THEIR COUNTS AND AMOUNTS
           05 	ST-REC-TYPE 	PIC X(1).
           05 	ST-DETAIL-COUNT PIC 9(5).
           05 	ST-TX-COUNT 	PIC 9(9).
           05 	ST-REJ-COUNT 	PIC 9(9).
           05 	ST-AMOUNT 	PIC 9(11)V99.
           05 	FILLER 		PIC X(23).

       FD  PARAM-FILE.
       *> UNATTENDED RUN CONTROL, SAME IDEA AS BATREG.PRM - WHEN
       *> PRESENT ITS ONE RECORD ANSWERS THE MONTH PROMPT
       01  PARAM-RECORD.
           05 	PRM-PERIOD 	PIC X(6).
      *>  YYYYMM, BLANK = LAST MONTH

       WORKING-STORAGE SECTION.
       01 	WS-EOF		PIC X VALUE "N".
           88 	END-OF-FILE		VALUE "Y".
       01 	WS-OM-STATUS	PIC X(2).
       01 	WS-OM-OPEN	PIC X(1) VALUE "N".
           88 	OFFICE-MASTER-OPEN	VALUE "Y".
       01 	WS-TIMESTAMP	PIC X(21).
       01 	WS-PERIOD	PIC X(6).
       01 	WS-PERIOD-NUM REDEFINES WS-PERIOD.
           05 	WS-PERIOD-YEAR	PIC 9(4).
           05 	WS-PERIOD-MONTH	PIC 9(2).
       01 	WS-PRM-PRESENT	PIC X(1) VALUE "N".
           88 	PARAMS-FROM-FILE	VALUE "Y".
       01 	WS-PRM-EOF	PIC X VALUE "N".

      *> THE RATE TABLE AS LOADED. ONE ROW PER MODE - THE MODE ROWS
      *> COME FROM THE "M" RATE LINES, AND A MODE THAT TURNS UP IN THE
      *> ACTIVITY WITH NO RATE IS GIVEN A ROW MARKED UNRATED SO ITS
      *> TRAFFIC IS STILL SHOWN ON THE STATEMENT, PRICED AT NOTHING.
       01 	WS-MODE-TABLE.
           05 	WS-MODE-ENTRY OCCURS 20 TIMES.
               10 	WS-MT-CODE	PIC X(1).
               10 	WS-MT-RATE	PIC 9(5)V99.
               10 	WS-MT-DESC	PIC X(30).
               10 	WS-MT-RATED	PIC X(1).
       01 	WS-MODE-USED	PIC 9(2) VALUE 0.
       01 	WS-MODE-IDX	PIC 9(2).
       01 	WS-LOOK-MODE	PIC X(1).
       01 	WS-MODE-FOUND	PIC X(1).
           88 	MODE-HAS-ROW		VALUE "Y".
       01 	WS-PREC-TABLE.
      *>  1 = FLASH, 2 = PRIORITY, 3 = ROUTINE
           05 	WS-PREC-ENTRY OCCURS 3 TIMES.
               10 	WS-PT-CODE	PIC X(1).
               10 	WS-PT-NAME	PIC X(8).
               10 	WS-PT-SURCH	PIC 9(5)V99.
       01 	WS-PREC-IDX	PIC 9(1).
       01 	WS-LINE-RATE	PIC 9(5)V99 VALUE 0.
       01 	WS-LINE-RATED	PIC X(1) VALUE "N".
           88 	LINE-RATE-LOADED	VALUE "Y".
      *>  SET BY THE "L" RATE LINE - WITHOUT ONE, DOCUMENT-FILE LINES
      *>  CANNOT BE PRICED
       01 	WS-RATE-LINES	PIC 9(5) VALUE 0.
       01 	WS-RATE-BAD	PIC 9(5) VALUE 0.
       01 	WS-UNRATED-CNT	PIC 9(7) VALUE 0.
      *>  TRANSACTIONS IN THE MONTH WHOSE MODE HAS NO RATE
       01 	WS-UNRATED-LINES PIC 9(9) VALUE 0.
      *>  DOCUMENT-FILE LINES IN THE MONTH WITH NO "L" RATE TO PRICE
      *>  THEM AT

      *> THE MONTH'S ACTIVITY BY OFFICE, IN ORDER OF FIRST APPEARANCE
       01 	WS-OFFICE-TABLE.
           05 	WS-OFFICE-ENTRY OCCURS 100 TIMES.
               10 	WS-OT-OFFICE	PIC X(10).
               10 	WS-OT-TX	PIC 9(7).
               10 	WS-OT-DOC-LINES	PIC 9(9).
               10 	WS-OT-REJ	PIC 9(7).
               10 	WS-OT-SKIP	PIC 9(7).
               10 	WS-OT-MODE OCCURS 20 TIMES.
                   15 	WS-OT-COUNT	PIC 9(7) OCCURS 3 TIMES.
       01 	WS-OFFICE-USED	PIC 9(3) VALUE 0.
       01 	WS-OFFICE-IDX	PIC 9(3).
       01 	WS-LOOK-OFFICE	PIC X(10).
       01 	WS-SLOT-FOUND	PIC X(1).
           88 	OFFICE-HAS-SLOT		VALUE "Y".
       01 	WS-OFFICE-OVER	PIC 9(7) VALUE 0.
      *>  ACTIVITY LINES FOR OFFICES PAST THE 100-OFFICE LIMIT - NOT
      *>  ON ANY STATEMENT, SO THE RUN ENDS RC 8 FOR SOMEONE TO LOOK
       01 	WS-HOUSE-OFFICE	PIC X(10) VALUE SPACES.
       01 	WS-HOUSE-TX	PIC 9(7) VALUE 0.
       01 	WS-HOUSE-REJ	PIC 9(7) VALUE 0.
       01 	WS-HOUSE-SKIP	PIC 9(7) VALUE 0.

       01 	WS-COUNT-READ	PIC 9(7) VALUE 0.
       01 	WS-COUNT-PERIOD	PIC 9(7) VALUE 0.
       01 	WS-COUNT-ODD	PIC 9(7) VALUE 0.
      *>  LINES IN THE MONTH WITH A RECORD TYPE OTHER THAN T, U OR R
       01 	WS-LINE-AMOUNT	PIC 9(9)V99.
       01 	WS-EACH-AMOUNT	PIC 9(6)V99.
       01 	WS-OFFICE-AMOUNT PIC 9(9)V99.
       01 	WS-TOT-OFFICES	PIC 9(5) VALUE 0.
       01 	WS-TOT-TX	PIC 9(9) VALUE 0.
       01 	WS-TOT-DOC-LINES PIC 9(9) VALUE 0.
       01 	WS-TOT-REJ	PIC 9(9) VALUE 0.
       01 	WS-TOT-SKIP	PIC 9(9) VALUE 0.
       01 	WS-TOT-AMOUNT	PIC 9(11)V99 VALUE 0.
       01 	WS-OFFICE-NAME	PIC X(30).
       01 	WS-COUNT-EDIT	PIC ZZZZZZ9.
       01 	WS-RATE-EDIT	PIC ZZ,ZZ9.99.
       01 	WS-SURCH-EDIT	PIC ZZ,ZZ9.99.
       01 	WS-AMOUNT-EDIT	PIC ZZZ,ZZZ,ZZ9.99.
       01 	WS-TOTAL-EDIT	PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       PERFORM READ-PARAM-FILE
       IF NOT PARAMS-FROM-FILE THEN
           DISPLAY "MONTHLY CHARGEBACK"
           DISPLAY "MONTH TO CHARGE YYYYMM (BLANK = LAST MONTH): "
           ACCEPT WS-PERIOD
       END-IF
       IF WS-PERIOD = SPACES THEN
           PERFORM SET-LAST-MONTH
       END-IF
       IF WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12 THEN
           DISPLAY "MONTH " WS-PERIOD " IS NOT YYYYMM - NOTHING CHARGED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOAD-RATE-TABLE
       IF WS-RATE-LINES = 0 THEN
           DISPLAY "RATES.DAT IS MISSING OR HAS NO USABLE RATES - "
               "NOTHING CHARGED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      *> ONE PASS OF THE ACTIVITY HISTORY, TALLYING THE MONTH BY
      *> OFFICE, MODE AND PRECEDENCE
       OPEN INPUT ACTIVITY-FILE
       PERFORM UNTIL END-OF-FILE
           READ ACTIVITY-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM TALLY-ACTIVITY-RECORD
           END-READ
       END-PERFORM
       CLOSE ACTIVITY-FILE

      *> A MISSING MASTER ONLY COSTS THE OFFICE NAMES - EVERY OFFICE
      *> IS STILL CHARGED FOR WHAT IT SENT
       OPEN INPUT OFFICE-MASTER
       IF WS-OM-STATUS = "00" OR WS-OM-STATUS = "05" THEN
           MOVE "Y" TO WS-OM-OPEN
       ELSE
           DISPLAY "OFFMAST.DAT UNREADABLE, STATUS " WS-OM-STATUS
               " - STATEMENTS PRINTED WITHOUT OFFICE NAMES"
       END-IF

       OPEN OUTPUT STATEMENT-FILE
       OPEN OUTPUT SUMMARY-FILE
       PERFORM WRITE-SUMMARY-HEADER
       PERFORM VARYING WS-OFFICE-IDX FROM 1 BY 1
               UNTIL WS-OFFICE-IDX > WS-OFFICE-USED
           PERFORM WRITE-OFFICE-STATEMENT
       END-PERFORM
       PERFORM WRITE-GRAND-TOTAL
       PERFORM WRITE-SUMMARY-TRAILER
       CLOSE STATEMENT-FILE
       CLOSE SUMMARY-FILE
       IF OFFICE-MASTER-OPEN THEN
           CLOSE OFFICE-MASTER
       END-IF

       MOVE WS-TOT-AMOUNT TO WS-TOTAL-EDIT
       DISPLAY "CIPCHRG DONE: PERIOD " WS-PERIOD ", " WS-TOT-OFFICES
           " OFFICE(S), " WS-TOT-TX " TRANSACTION(S) CHARGED, TOTAL "
           FUNCTION TRIM (WS-TOTAL-EDIT) " - SEE CIPCHRG.RPT"

      *> RETURN CODE FOR THE JOB STREAM: 16 WHEN THE MONTH OR THE
      *> RATE TABLE WAS UNUSABLE (SET ABOVE), 8 WHEN A STATEMENT IS
      *> KNOWN TO BE SHORT - TRAFFIC IN A MODE WITH NO RATE,
      *> DOCUMENT-FILE LINES WITH NO LINE RATE, A RATE LINE THAT
      *> COULD NOT BE READ, OR AN OFFICE PAST THE TABLE LIMIT - 4
      *> WHEN THE MONTH HAD NO ACTIVITY AT ALL, 0 OTHERWISE
       EVALUATE TRUE
           WHEN WS-UNRATED-CNT > 0 OR WS-UNRATED-LINES > 0
                   OR WS-RATE-BAD > 0
                   OR WS-OFFICE-OVER > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-COUNT-PERIOD = 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
       END-EVALUATE

       STOP RUN.

       READ-PARAM-FILE.
       *> ANSWERS THE MONTH PROMPT FROM CIPCHRG.PRM WHEN ONE IS
       *> PRESENT. AN ABSENT OR EMPTY FILE LEAVES WS-PRM-PRESENT AT
       *> "N" AND THE PROMPT COMES UP AS ALWAYS.
           MOVE "N" TO WS-PRM-PRESENT
           MOVE "N" TO WS-PRM-EOF
           OPEN INPUT PARAM-FILE
           READ PARAM-FILE
               AT END MOVE "Y" TO WS-PRM-EOF
               NOT AT END
                   MOVE "Y" TO WS-PRM-PRESENT
                   MOVE PRM-PERIOD TO WS-PERIOD
           END-READ
           CLOSE PARAM-FILE
           IF PARAMS-FROM-FILE THEN
               DISPLAY "MONTH TAKEN FROM CIPCHRG.PRM: " WS-PERIOD
           END-IF.

       SET-LAST-MONTH.
       *> THE DEFAULT - THE CHARGEBACK RUNS EARLY IN THE MONTH FOR
       *> THE ONE JUST ENDED
           MOVE WS-TIMESTAMP (1:6) TO WS-PERIOD
           IF WS-PERIOD-MONTH = 1 THEN
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.

       LOAD-RATE-TABLE.
       *> READS RATES.DAT INTO THE MODE AND PRECEDENCE TABLES. A LINE
       *> THAT CANNOT BE USED IS SHOWN ON THE CONSOLE AND COUNTED -
       *> THE STATEMENTS ARE STILL PRINTED, BUT THE RUN ENDS RC 8.
           MOVE "F" TO WS-PT-CODE (1)
           MOVE "FLASH" TO WS-PT-NAME (1)
           MOVE "P" TO WS-PT-CODE (2)
           MOVE "PRIORITY" TO WS-PT-NAME (2)
           MOVE "R" TO WS-PT-CODE (3)
           MOVE "ROUTINE" TO WS-PT-NAME (3)
           PERFORM VARYING WS-PREC-IDX FROM 1 BY 1
                   UNTIL WS-PREC-IDX > 3
               MOVE 0 TO WS-PT-SURCH (WS-PREC-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF
           OPEN INPUT RATE-FILE
           PERFORM UNTIL END-OF-FILE
               READ RATE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM LOAD-ONE-RATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           MOVE "N" TO WS-EOF.

       LOAD-ONE-RATE.
           IF RATE-RECORD = SPACES OR RT-TYPE = "*" THEN
               CONTINUE
           ELSE
               IF RT-AMOUNT IS NOT NUMERIC THEN
                   DISPLAY "RATES.DAT: AMOUNT NOT 7 DIGITS - "
                       RATE-RECORD
                   ADD 1 TO WS-RATE-BAD
               ELSE
                   EVALUATE RT-TYPE
                       WHEN "M"
                           PERFORM LOAD-MODE-RATE
                       WHEN "P"
                           PERFORM LOAD-PRECEDENCE-SURCHARGE
                       WHEN "L"
                           MOVE RT-AMOUNT TO WS-LINE-RATE
                           MOVE "Y" TO WS-LINE-RATED
                           ADD 1 TO WS-RATE-LINES
                       WHEN OTHER
                           DISPLAY "RATES.DAT: UNKNOWN RATE TYPE - "
                               RATE-RECORD
                           ADD 1 TO WS-RATE-BAD
                   END-EVALUATE
               END-IF
           END-IF.

       LOAD-MODE-RATE.
           MOVE RT-CODE TO WS-LOOK-MODE
           PERFORM FIND-MODE-ROW
           IF NOT MODE-HAS-ROW THEN
               DISPLAY "RATES.DAT: MORE THAN 20 MODES - " RATE-RECORD
               ADD 1 TO WS-RATE-BAD
           ELSE
               IF WS-MT-RATED (WS-MODE-IDX) = "Y" THEN
                   DISPLAY "RATES.DAT: MODE " RT-CODE
                       " RATED TWICE, LATER LINE USED"
               END-IF
               MOVE RT-AMOUNT TO WS-MT-RATE (WS-MODE-IDX)
               MOVE RT-DESC TO WS-MT-DESC (WS-MODE-IDX)
               MOVE "Y" TO WS-MT-RATED (WS-MODE-IDX)
               ADD 1 TO WS-RATE-LINES
           END-IF.

       LOAD-PRECEDENCE-SURCHARGE.
           EVALUATE RT-CODE
               WHEN "F"
                   MOVE RT-AMOUNT TO WS-PT-SURCH (1)
                   ADD 1 TO WS-RATE-LINES
               WHEN "P"
                   MOVE RT-AMOUNT TO WS-PT-SURCH (2)
                   ADD 1 TO WS-RATE-LINES
               WHEN OTHER
                   DISPLAY "RATES.DAT: SURCHARGE NOT FOR F OR P - "
                       RATE-RECORD
                   ADD 1 TO WS-RATE-BAD
           END-EVALUATE.

       FIND-MODE-ROW.
       *> SETS WS-MODE-IDX TO WS-LOOK-MODE'S ROW, ADDING AN UNRATED
       *> ROW WHEN THE MODE IS NEW AND THE TABLE HAS ROOM
           MOVE "N" TO WS-MODE-FOUND
           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                   UNTIL WS-MODE-IDX > WS-MODE-USED
               IF WS-MT-CODE (WS-MODE-IDX) = WS-LOOK-MODE THEN
                   MOVE "Y" TO WS-MODE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT MODE-HAS-ROW AND WS-MODE-USED < 20 THEN
               ADD 1 TO WS-MODE-USED
               MOVE WS-MODE-USED TO WS-MODE-IDX
               MOVE WS-LOOK-MODE TO WS-MT-CODE (WS-MODE-IDX)
               MOVE 0 TO WS-MT-RATE (WS-MODE-IDX)
               MOVE SPACES TO WS-MT-DESC (WS-MODE-IDX)
               MOVE "N" TO WS-MT-RATED (WS-MODE-IDX)
               MOVE "Y" TO WS-MODE-FOUND
           END-IF.

       TALLY-ACTIVITY-RECORD.
       *> ONE CIPHACT.HIS LINE. ONLY THE MONTH BEING CHARGED COUNTS.
       *> A SKIPPED (TYPE U) TRANSACTION IS COUNTED FOR ITS OFFICE
       *> BUT NEVER AGAINST A MODE, SO IT IS NEVER PRICED.
           ADD 1 TO WS-COUNT-READ
           IF ACT-DATE (1:6) = WS-PERIOD THEN
               ADD 1 TO WS-COUNT-PERIOD
               EVALUATE TRUE
                   WHEN ACT-TYPE NOT = "T" AND ACT-TYPE NOT = "U"
                           AND ACT-TYPE NOT = "R"
                       ADD 1 TO WS-COUNT-ODD
                   WHEN ACT-OFFICE = WS-HOUSE-OFFICE
                       EVALUATE ACT-TYPE
                           WHEN "T"
                               ADD 1 TO WS-HOUSE-TX
                           WHEN "U"
                               ADD 1 TO WS-HOUSE-SKIP
                           WHEN OTHER
                               ADD ACT-REJ-COUNT TO WS-HOUSE-REJ
                       END-EVALUATE
                   WHEN OTHER
                       MOVE ACT-OFFICE TO WS-LOOK-OFFICE
                       PERFORM FIND-OFFICE-SLOT
                       IF NOT OFFICE-HAS-SLOT THEN
                           ADD 1 TO WS-OFFICE-OVER
                       ELSE
                           EVALUATE ACT-TYPE
                               WHEN "T"
                                   PERFORM TALLY-TRANSACTION
                               WHEN "U"
                                   ADD 1 TO WS-OT-SKIP (WS-OFFICE-IDX)
                               WHEN OTHER
                                   ADD ACT-REJ-COUNT
                                       TO WS-OT-REJ (WS-OFFICE-IDX)
                           END-EVALUATE
                       END-IF
               END-EVALUATE
           END-IF.

       TALLY-TRANSACTION.
       *> A TRANSACTION COUNTS AGAINST ITS MODE AND PRECEDENCE CELL;
       *> A DOCUMENT-FILE TRANSACTION ALSO ADDS ITS LINES
           MOVE ACT-MODE TO WS-LOOK-MODE
           PERFORM FIND-MODE-ROW
           IF NOT MODE-HAS-ROW THEN
               ADD 1 TO WS-UNRATED-CNT
           ELSE
               EVALUATE ACT-PREC
                   WHEN "F" MOVE 1 TO WS-PREC-IDX
                   WHEN "P" MOVE 2 TO WS-PREC-IDX
                   WHEN OTHER MOVE 3 TO WS-PREC-IDX
               END-EVALUATE
               ADD 1 TO WS-OT-COUNT (WS-OFFICE-IDX, WS-MODE-IDX,
                   WS-PREC-IDX)
               IF WS-MT-RATED (WS-MODE-IDX) NOT = "Y" THEN
                   ADD 1 TO WS-UNRATED-CNT
               END-IF
           END-IF
           ADD 1 TO WS-OT-TX (WS-OFFICE-IDX)
           IF ACT-DOC-FILE = "F" AND ACT-DOC-LINES IS NUMERIC THEN
               ADD ACT-DOC-LINES TO WS-OT-DOC-LINES (WS-OFFICE-IDX)
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
               INITIALIZE WS-OFFICE-ENTRY (WS-OFFICE-IDX)
               MOVE WS-LOOK-OFFICE TO WS-OT-OFFICE (WS-OFFICE-IDX)
               MOVE "Y" TO WS-SLOT-FOUND
           END-IF.

       WRITE-OFFICE-STATEMENT.
       *> ONE OFFICE'S STATEMENT: A LINE ITEM FOR EVERY MODE AND
       *> PRECEDENCE IT USED, PRICED AT THE MODE RATE PLUS THE
       *> PRECEDENCE SURCHARGE EACH; THE DOCUMENT-FILE LINES; THE
       *> REJECTS AND THE SKIPPED TRANSACTIONS, SHOWN BUT NOT
       *> CHARGED; THEN THE OFFICE TOTAL
           MOVE 0 TO WS-OFFICE-AMOUNT
           PERFORM LOOK-UP-OFFICE-NAME

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "CIPHER SERVICE CHARGEBACK STATEMENT - PERIOD "
               WS-PERIOD "   PRINTED " WS-TIMESTAMP (1:8)
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "OFFICE: " WS-OT-OFFICE (WS-OFFICE-IDX) " "
               WS-OFFICE-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "==============================================="
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "MODE  DESCRIPTION           PREC.      COUNT"
               "       RATE  SURCHARGE        AMOUNT"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                   UNTIL WS-MODE-IDX > WS-MODE-USED
               PERFORM VARYING WS-PREC-IDX FROM 1 BY 1
                       UNTIL WS-PREC-IDX > 3
                   IF WS-OT-COUNT (WS-OFFICE-IDX, WS-MODE-IDX,
                           WS-PREC-IDX) > 0 THEN
                       PERFORM WRITE-LINE-ITEM
                   END-IF
               END-PERFORM
           END-PERFORM

      *> WITH NO LINE RATE ON FILE THE LINES ARE SHOWN BUT NOT
      *> PRICED, THE SAME AS TRAFFIC IN AN UNRATED MODE, AND THE RUN
      *> ENDS RC 8
           IF WS-OT-DOC-LINES (WS-OFFICE-IDX) > 0
                   AND NOT LINE-RATE-LOADED THEN
               ADD WS-OT-DOC-LINES (WS-OFFICE-IDX) TO WS-UNRATED-LINES
               MOVE WS-OT-DOC-LINES (WS-OFFICE-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "      *** NO RATE ON FILE          "
                   WS-COUNT-EDIT "  NOT PRICED - REFER TO FINANCE"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-OT-DOC-LINES (WS-OFFICE-IDX) > 0
                   AND LINE-RATE-LOADED THEN
               COMPUTE WS-LINE-AMOUNT =
                   WS-OT-DOC-LINES (WS-OFFICE-IDX) * WS-LINE-RATE
               ADD WS-LINE-AMOUNT TO WS-OFFICE-AMOUNT
               MOVE WS-OT-DOC-LINES (WS-OFFICE-IDX) TO WS-COUNT-EDIT
               MOVE WS-LINE-RATE TO WS-RATE-EDIT
               MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "      DOCUMENT FILE LINES              "
                   WS-COUNT-EDIT "  " WS-RATE-EDIT
                   "         " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE WS-OT-REJ (WS-OFFICE-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "      REJECTS, NOT CHARGED           "
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-OT-SKIP (WS-OFFICE-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "      SKIPPED, NOT CHARGED           "
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-OFFICE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "      OFFICE TOTAL                     "
               "                           " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           ADD 1 TO WS-TOT-OFFICES
           ADD WS-OT-TX (WS-OFFICE-IDX) TO WS-TOT-TX
           ADD WS-OT-DOC-LINES (WS-OFFICE-IDX) TO WS-TOT-DOC-LINES
           ADD WS-OT-REJ (WS-OFFICE-IDX) TO WS-TOT-REJ
           ADD WS-OT-SKIP (WS-OFFICE-IDX) TO WS-TOT-SKIP
           ADD WS-OFFICE-AMOUNT TO WS-TOT-AMOUNT
           PERFORM WRITE-SUMMARY-DETAIL.

       WRITE-LINE-ITEM.
      *> AN UNRATED MODE IS SHOWN BUT PRICED AT NOTHING, SURCHARGE
      *> INCLUDED - THE RUN ENDS RC 8 SO THE RATE IS ADDED AND THE
      *> MONTH RERUN BEFORE FINANCE LOADS IT
           IF WS-MT-RATED (WS-MODE-IDX) = "Y" THEN
               COMPUTE WS-EACH-AMOUNT = WS-MT-RATE (WS-MODE-IDX)
                   + WS-PT-SURCH (WS-PREC-IDX)
           ELSE
               MOVE 0 TO WS-EACH-AMOUNT
           END-IF
           COMPUTE WS-LINE-AMOUNT = WS-EACH-AMOUNT *
               WS-OT-COUNT (WS-OFFICE-IDX, WS-MODE-IDX, WS-PREC-IDX)
           ADD WS-LINE-AMOUNT TO WS-OFFICE-AMOUNT
           MOVE WS-OT-COUNT (WS-OFFICE-IDX, WS-MODE-IDX, WS-PREC-IDX)
               TO WS-COUNT-EDIT
           MOVE WS-MT-RATE (WS-MODE-IDX) TO WS-RATE-EDIT
           MOVE WS-PT-SURCH (WS-PREC-IDX) TO WS-SURCH-EDIT
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           IF WS-MT-RATED (WS-MODE-IDX) = "Y" THEN
               STRING "  " WS-MT-CODE (WS-MODE-IDX) "   "
                   WS-MT-DESC (WS-MODE-IDX) (1:20) "  "
                   WS-PT-NAME (WS-PREC-IDX) " " WS-COUNT-EDIT "  "
                   WS-RATE-EDIT "  " WS-SURCH-EDIT WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "  " WS-MT-CODE (WS-MODE-IDX) "   "
                   "*** NO RATE ON FILE   "
                   WS-PT-NAME (WS-PREC-IDX) " " WS-COUNT-EDIT
                   "  NOT PRICED - REFER TO FINANCE"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE.

       LOOK-UP-OFFICE-NAME.
       *> AN OFFICE SINCE CLOSED ON THE MASTER IS STILL CHARGED FOR
       *> THE MONTH IT SENT TRAFFIC IN
           MOVE SPACES TO WS-OFFICE-NAME
           IF OFFICE-MASTER-OPEN THEN
               MOVE WS-OT-OFFICE (WS-OFFICE-IDX) TO OM-OFFICE
               READ OFFICE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-OM-STATUS = "00" THEN
                   MOVE OM-NAME TO WS-OFFICE-NAME
               ELSE
                   MOVE "(NOT ON THE OFFICE MASTER)" TO WS-OFFICE-NAME
               END-IF
           END-IF.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "CHARGEBACK TOTALS - PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "==============================================="
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOT-OFFICES TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "OFFICES CHARGED:           " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOT-TX TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "TRANSACTIONS CHARGED:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOT-DOC-LINES TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "DOCUMENT FILE LINES:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOT-REJ TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "REJECTS (NOT CHARGED):     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOT-SKIP TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "SKIPPED (NOT CHARGED):     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-HOUSE-TX TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "MENU TRANSACTIONS (HOUSE): " WS-COUNT-EDIT
               "  NOT CHARGED"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-HOUSE-REJ > 0 THEN
               MOVE WS-HOUSE-REJ TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "REJECTS WITH NO OFFICE:    " WS-COUNT-EDIT
                   "  NOT CHARGED"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-HOUSE-SKIP > 0 THEN
               MOVE WS-HOUSE-SKIP TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "MENU TRANSACTIONS SKIPPED: " WS-COUNT-EDIT
                   "  NOT CHARGED"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE WS-TOT-AMOUNT TO WS-TOTAL-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "GRAND TOTAL:        " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-UNRATED-CNT > 0 THEN
               MOVE WS-UNRATED-CNT TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "*** " FUNCTION TRIM (WS-COUNT-EDIT)
                   " TRANSACTION(S) IN A MODE WITH NO RATE ARE NOT "
                   "PRICED - ADD THE RATE AND RERUN"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-UNRATED-LINES > 0 THEN
               MOVE WS-UNRATED-LINES TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "*** " FUNCTION TRIM (WS-COUNT-EDIT)
                   " DOCUMENT FILE LINE(S) NOT PRICED - NO LINE RATE "
                   "ON RATES.DAT - ADD IT AND RERUN"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-RATE-BAD > 0 THEN
               MOVE WS-RATE-BAD TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "*** " FUNCTION TRIM (WS-COUNT-EDIT)
                   " RATES.DAT LINE(S) COULD NOT BE USED - SEE THE "
                   "CONSOLE LOG"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-OFFICE-OVER > 0 THEN
               MOVE WS-OFFICE-OVER TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "*** " FUNCTION TRIM (WS-COUNT-EDIT)
                   " ACTIVITY LINE(S) FOR OFFICES PAST THE 100-OFFICE "
                   "LIMIT ARE ON NO STATEMENT"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-COUNT-ODD > 0 THEN
               MOVE WS-COUNT-ODD TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "*** " FUNCTION TRIM (WS-COUNT-EDIT)
                   " ACTIVITY LINE(S) OF UNKNOWN TYPE IGNORED"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       WRITE-SUMMARY-HEADER.
           MOVE SPACES TO SUM-HEADER-REC
           MOVE "H" TO SH-REC-TYPE
           MOVE WS-PERIOD TO SH-PERIOD
           MOVE WS-TIMESTAMP (1:8) TO SH-RUN-DATE
           MOVE WS-TIMESTAMP (9:6) TO SH-RUN-TIME
           WRITE SUM-HEADER-REC.

       WRITE-SUMMARY-DETAIL.
           MOVE SPACES TO SUM-DETAIL-REC
           MOVE "D" TO SD-REC-TYPE
           MOVE WS-OT-OFFICE (WS-OFFICE-IDX) TO SD-OFFICE
           MOVE WS-OT-TX (WS-OFFICE-IDX) TO SD-TX-COUNT
           MOVE WS-OT-DOC-LINES (WS-OFFICE-IDX) TO SD-DOC-LINES
           MOVE WS-OT-REJ (WS-OFFICE-IDX) TO SD-REJ-COUNT
           MOVE WS-OFFICE-AMOUNT TO SD-AMOUNT
           WRITE SUM-DETAIL-REC.

       WRITE-SUMMARY-TRAILER.
           MOVE SPACES TO SUM-TRAILER-REC
           MOVE "T" TO ST-REC-TYPE
           MOVE WS-TOT-OFFICES TO ST-DETAIL-COUNT
           MOVE WS-TOT-TX TO ST-TX-COUNT
           MOVE WS-TOT-REJ TO ST-REJ-COUNT
           MOVE WS-TOT-AMOUNT TO ST-AMOUNT
           WRITE SUM-TRAILER-REC.
       END PROGRAM CIPCHRG.
