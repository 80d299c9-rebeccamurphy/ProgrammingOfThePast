       *> DISTRIBUTES CIPHER.OUT BACK TO THE ORIGINATING OFFICES.
       *> A MANIFEST RUN LEAVES EVERY DEPARTMENT'S RESULTS IN THE ONE
       *> SHARED CIPHER.OUT, SO THIS PROGRAM SPLITS IT INTO ONE RETURN
       *> FILE PER REGISTERED OFFICE (OUT-OFFICE, CHECKED AGAINST THE
       *> OFFICE MASTER) AND WRAPS EACH IN ITS OWN HEADER AND TRAILER
       *> CONTROL RECORDS, SO THE RECEIVING OFFICE CAN BALANCE THE
       *> RETURN ON ARRIVAL THE SAME WAY WE BALANCE THEIR INBOUND
       *> TRANS FILES. AN OFFICE THAT SENT SEVERAL FILES GETS ONE
       *> RETURN. MENU TRANSACTIONS, AND ANY RECORD WHOSE OFFICE IS
       *> NO LONGER REGISTERED, FALL TO THE HOUSE FILE RATHER THAN
       *> BEING LOST. A RESULT CIPHER FLAGGED SUSPECT (A DECRYPT THAT
       *> DID NOT READ AS ENGLISH - PROBABLY THE WRONG KEY) IS HELD
       *> BACK FROM EVERY RETURN FILE, SO THE OFFICE IS ASKED TO
       *> CONFIRM ITS KEY BEFORE IT GETS GIBBERISH; CIPHER.SUS LISTS
       *> THEM.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-FILE ASSIGN DYNAMIC WS-RTN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OFFICE-MASTER ASSIGN TO "OFFMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OFFICE
               FILE STATUS IS WS-OM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE.
           05 	OUT-DOC-REF 	PIC X(12).
           05 	OUT-SOURCE 	PIC X(30).
           05 	OUT-DOC-FILE 	PIC X(1).
           05 	OUT-OFFICE 	PIC X(10).
           05 	OUT-SUSPECT 	PIC X(1).
           05 	OUT-KEY-GEN 	PIC 9(3).
           05 	OUT-STEP-GENS.
               10 	OUT-STEP-GEN 	PIC 9(3) OCCURS 5 TIMES.

       FD  RETURN-FILE.
       *> ONE RETURN FILE PER ORIGINATING OFFICE: A HEADER CONTROL
       *> RECORD, THE OFFICE'S OUT-RECORDS UNCHANGED, THEN A TRAILER
       *> CONTROL RECORD WITH THE DOCUMENT COUNT - THE SAME
       *> HEADER/TRAILER DISCIPLINE THE INBOUND TRANS FILES CARRY
       01  RETURN-RECORD 	PIC X(398).

       01  RETURN-HEADER-REC.
       *> RECORD TYPE "H" IN COLUMN 1, THEN THE OFFICE THE RECORDS
       *> BELONG TO, ITS NAME FROM THE OFFICE MASTER, AND THE DATE
       *> THE RETURN WAS BUILT
           05 	RTN-H-REC-TYPE 	PIC X(1).
           05 	RTN-H-OFFICE 	PIC X(10).
           05 	RTN-H-OFFICE-NAME PIC X(30).
           05 	RTN-H-DATE 	PIC X(8).
           05 	FILLER 		PIC X(349).

       01  RETURN-TRAILER-REC.
       *> RECORD TYPE "T" IN COLUMN 1, THEN THE COUNT OF DOCUMENT
       *> RECORDS BETWEEN THE CONTROL RECORDS
           05 	RTN-T-REC-TYPE 	PIC X(1).
           05 	RTN-T-DOC-COUNT PIC 9(6).
           05 	FILLER 		PIC X(391).

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
       01 	WS-COUNT-READ	PIC 9(7) VALUE 0.
       01 	WS-COUNT-WRITTEN PIC 9(7) VALUE 0.
       01 	WS-FILE-COUNT	PIC 9(6) VALUE 0.
       01 	WS-OFFICE-TABLE.
           05 	WS-OFFICE-ENTRY OCCURS 50 TIMES.
               10 	WS-OFFICE-CODE	PIC X(10).
               10 	WS-OFFICE-NAME	PIC X(30).
               10 	WS-OFFICE-CNT	PIC 9(6).
       01 	WS-OFFICE-USED	PIC 9(2) VALUE 0.
       01 	WS-OFFICE-IDX	PIC 9(2).
       01 	WS-SCAN-IDX	PIC 9(2).
      *>  SCRATCH INDEX FOR THE PER-RECORD SLOT SCAN, SEPARATE FROM
      *>  WS-OFFICE-IDX WHICH CARRIES THE PASS LOOP'S POSITION
       01 	WS-THIS-OFFICE	PIC X(10).
      *>  THE OFFICE THE CURRENT PASS IS PULLING - MENU, UNREGISTERED
      *>  AND OVERFLOW RECORDS ARE FOLDED INTO IT WHEN IT IS THE
      *>  HOUSE, SEE BUILD-ONE-RETURN
       01 	WS-SLOT-FOUND	PIC X(1).
           88 	OFFICE-HAS-SLOT		VALUE "Y".
       01 	WS-OVERFLOW-CNT	PIC 9(7) VALUE 0.
      *>  RECORDS WHOSE OFFICE DID NOT FIT THE 50-OFFICE TABLE - THEY
      *>  ARE SWEPT TO THE HOUSE FILE SO NOTHING IS EVER LOST, AND
      *>  COUNTED SO THE OPERATOR KNOWS TO ASK WHY A RUN HAD MORE
      *>  THAN 50 DISTINCT OFFICES
       01 	WS-UNREG-CNT	PIC 9(7) VALUE 0.
      *>  RECORDS CARRYING AN OFFICE THAT IS NOT (OR NO LONGER)
      *>  ACTIVE ON THE OFFICE MASTER - SWEPT TO THE HOUSE FILE FOR
      *>  SOMEONE TO ROUTE BY HAND, NEVER SENT TO A GUESSED OFFICE
       01 	WS-HELD-CNT	PIC 9(7) VALUE 0.
      *>  SUSPECT RECORDS HELD BACK FROM DISTRIBUTION
       01 	WS-HOUSE-OFFICE	PIC X(10) VALUE SPACES.
      *>  MENU TRANSACTIONS CARRY NO OFFICE, SO THEY GO TO THE HOUSE
      *>  RETURN FILE HOUSE.RTN
       01 	WS-OM-STATUS	PIC X(2).

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

      *> THE HOUSE IS SEEDED INTO SLOT 1 BEFORE THE SCAN, SO THE
      *> SWEEP PATH ALWAYS HAS SOMEWHERE TO LAND - MENU RECORDS FIND
      *> IT THROUGH NOTE-OFFICE LIKE ANY OTHER OFFICE, AND OVERFLOW
      *> OR UNREGISTERED RECORDS FALL TO IT ON THE HOUSE PASS
      *> INSTEAD OF DEPENDING ON A SLOT THEY COULD NEVER GET
       MOVE 1 TO WS-OFFICE-USED
       MOVE WS-HOUSE-OFFICE TO WS-OFFICE-CODE (1)
       MOVE "HOUSE" TO WS-OFFICE-NAME (1)
       MOVE 0 TO WS-OFFICE-CNT (1)

       OPEN INPUT OFFICE-MASTER
      *> A MISSING MASTER REGISTERS NOBODY, SO EVERYTHING GOES TO
      *> THE HOUSE FILE - NOTHING IS SENT TO AN OFFICE UNVOUCHED FOR

      *> FIRST PASS: FIND EVERY DISTINCT REGISTERED OFFICE ON THE FILE
       OPEN INPUT OUT-FILE
       PERFORM UNTIL END-OF-OUT
           READ OUT-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   IF OUT-SUSPECT = "S" THEN
                       ADD 1 TO WS-HELD-CNT
                   ELSE
                       PERFORM NOTE-OFFICE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OUT-FILE
       CLOSE OFFICE-MASTER

       IF WS-COUNT-READ = 0 THEN
           DISPLAY "CIPHER.OUT IS MISSING OR EMPTY - "
       END-IF

       IF WS-OVERFLOW-CNT > 0 THEN
           DISPLAY "MORE THAN 50 DISTINCT OFFICES - " WS-OVERFLOW-CNT
               " RECORD(S) SWEPT TO THE HOUSE FILE"
       END-IF

       IF WS-UNREG-CNT > 0 THEN
           DISPLAY WS-UNREG-CNT " RECORD(S) FOR OFFICES NOT ACTIVE ON "
               "THE OFFICE MASTER SWEPT TO THE HOUSE FILE"
       END-IF

       IF WS-HELD-CNT > 0 THEN
           DISPLAY WS-HELD-CNT " SUSPECT RESULT(S) HELD BACK - SEE "
               "CIPHER.SUS AND CONFIRM THE KEYS WITH THE OFFICES"
       END-IF

      *> SECOND PASS, ONCE PER OFFICE: PULL THAT OFFICE'S RECORDS
      *> INTO ITS OWN RETURN FILE BETWEEN CONTROL RECORDS
       IF WS-COUNT-READ > 0 THEN
           PERFORM VARYING WS-OFFICE-IDX FROM 1 BY 1
                   UNTIL WS-OFFICE-IDX > WS-OFFICE-USED
               MOVE WS-OFFICE-CODE (WS-OFFICE-IDX) TO WS-THIS-OFFICE
               PERFORM BUILD-ONE-RETURN
           END-PERFORM
       END-IF

       DISPLAY "CIPDIST DONE: " WS-COUNT-READ " READ, "
           WS-COUNT-WRITTEN " DISTRIBUTED TO " WS-OFFICE-USED
           " RETURN FILE(S), " WS-HELD-CNT " HELD"

      *> RETURN CODE FOR THE JOB STREAM: 4 WHEN THERE WAS NOTHING TO
      *> DISTRIBUTE, ANY RECORD HAD TO BE SWEPT TO THE HOUSE FILE, OR
      *> ANY SUSPECT RESULT WAS HELD BACK, 0 OTHERWISE
       IF WS-COUNT-READ = 0 OR WS-OVERFLOW-CNT > 0
               OR WS-UNREG-CNT > 0 OR WS-HELD-CNT > 0 THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF

       STOP RUN.

       NOTE-OFFICE.
       *> RECORDS THE CURRENT OUT-OFFICE IN THE OFFICE TABLE IF IT IS
       *> NOT ALREADY THERE AND IS ACTIVE ON THE OFFICE MASTER. AN
       *> UNREGISTERED OFFICE, OR ONE PAST THE TABLE LIMIT, IS ONLY
       *> COUNTED - BUILD-ONE-RETURN SWEEPS IT TO THE HOUSE FILE.
           PERFORM FIND-OFFICE-SLOT
           IF NOT OFFICE-HAS-SLOT THEN
               MOVE OUT-OFFICE TO OM-OFFICE
               READ OFFICE-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF WS-OM-STATUS NOT = "00" OR OM-STATUS NOT = "A" THEN
                   ADD 1 TO WS-UNREG-CNT
               ELSE
                   IF WS-OFFICE-USED < 50 THEN
                       ADD 1 TO WS-OFFICE-USED
                       MOVE OUT-OFFICE
                           TO WS-OFFICE-CODE (WS-OFFICE-USED)
                       MOVE OM-NAME TO WS-OFFICE-NAME (WS-OFFICE-USED)
                       MOVE 0 TO WS-OFFICE-CNT (WS-OFFICE-USED)
                   ELSE
                       ADD 1 TO WS-OVERFLOW-CNT
                   END-IF
               END-IF
           END-IF.

       BUILD-ONE-RETURN.
       *> ONE RE-READ OF CIPHER.OUT PULLING WS-THIS-OFFICE'S RECORDS.
       *> THE HOUSE PASS ALSO SWEEPS ANY RECORD WHOSE OFFICE NEVER GOT
       *> A TABLE SLOT, SO EVERY RECORD ON THE FILE GOES SOMEWHERE.
           PERFORM NAME-RETURN-FILE
           MOVE 0 TO WS-FILE-COUNT

           MOVE SPACES TO RETURN-HEADER-REC
           MOVE "H" TO RTN-H-REC-TYPE
           MOVE WS-THIS-OFFICE TO RTN-H-OFFICE
           MOVE WS-OFFICE-NAME (WS-OFFICE-IDX) TO RTN-H-OFFICE-NAME
           MOVE WS-TIMESTAMP (1:8) TO RTN-H-DATE
           MOVE RETURN-HEADER-REC TO RETURN-RECORD
           WRITE RETURN-RECORD
           CLOSE RETURN-FILE

           MOVE WS-FILE-COUNT
               TO WS-OFFICE-CNT (WS-OFFICE-IDX)
           DISPLAY "  " FUNCTION TRIM (WS-RTN-NAME) ": "
               WS-FILE-COUNT " DOCUMENT(S)".

       PULL-ONE-RECORD.
       *> ONE RECORD OF THE PULL PASS. THE HOUSE PASS ALSO TAKES ANY
       *> RECORD WHOSE OFFICE NEVER GOT A TABLE SLOT - UNREGISTERED,
       *> OR THE 51ST OFFICE - SO NO TRAFFIC IS EVER LOST. A SUSPECT
       *> RESULT GOES TO NOBODY.
           PERFORM FIND-OFFICE-SLOT
           IF OUT-SUSPECT NOT = "S" AND
                   (OUT-OFFICE = WS-THIS-OFFICE
                   OR (WS-THIS-OFFICE = WS-HOUSE-OFFICE
                       AND NOT OFFICE-HAS-SLOT)) THEN
               MOVE OUT-RECORD TO RETURN-RECORD
               WRITE RETURN-RECORD
               ADD 1 TO WS-FILE-COUNT
               ADD 1 TO WS-COUNT-WRITTEN
           END-IF.

       FIND-OFFICE-SLOT.
       *> SETS OFFICE-HAS-SLOT IF THE CURRENT OUT-OFFICE IS IN THE
       *> OFFICE TABLE - I.E. HAS A RETURN FILE PASS OF ITS OWN
           MOVE "N" TO WS-SLOT-FOUND
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-OFFICE-USED
               IF WS-OFFICE-CODE (WS-SCAN-IDX) = OUT-OFFICE THEN
                   MOVE "Y" TO WS-SLOT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       NAME-RETURN-FILE.
       *> THE RETURN FILE TAKES ITS NAME FROM THE OFFICE CODE PLUS
       *> ".RTN", SO OFFICE SALES GETS SALES.RTN HOWEVER MANY FILES
       *> IT SENT. THE HOUSE GETS HOUSE.RTN - OFFLOAD REFUSES TO
       *> REGISTER AN OFFICE CALLED HOUSE, SO THE TWO NEVER COLLIDE.
           MOVE SPACES TO WS-RTN-NAME
           IF WS-THIS-OFFICE = WS-HOUSE-OFFICE THEN
               MOVE "HOUSE.RTN" TO WS-RTN-NAME
           ELSE
               STRING FUNCTION TRIM (WS-THIS-OFFICE) ".RTN"
                   DELIMITED BY SIZE INTO WS-RTN-NAME
           END-IF.
       END PROGRAM CIPDIST.
