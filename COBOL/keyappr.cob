       *> PERMANENT LOAD-AUDIT TRAIL KEYLOAD.AUD - WHO LOADED AND WHO
       *> APPROVED EVERY KEY CHANGE, THE SPLIT COMPLIANCE HAS BEEN
       *> ASKING FOR. THE SAME INITIALS THAT LOADED AN ENTRY CANNOT
       *> APPROVE IT. A NEW KEYWORD UNDER AN EXISTING KEY ID BECOMES
       *> THE NEXT GENERATION OF THAT ID; THE KEYWORD IT REPLACES IS
       *> KEPT ON THE KEY HISTORY KEYHIST.DAT SO DOCUMENTS ALREADY
       *> ENCIPHERED UNDER IT CAN STILL BE PROVED AND RE-KEYED.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS KM-KEY-ID
               FILE STATUS IS WS-KM-STATUS.
           SELECT OPTIONAL KEY-HISTORY ASSIGN TO "KEYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-KEY
               FILE STATUS IS WS-KH-STATUS.
           SELECT LOAD-AUDIT-FILE ASSIGN TO "KEYLOAD.AUD"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05 	KM-EFF-DATE 	PIC 9(8).
           05 	KM-EXP-DATE 	PIC 9(8).
           05 	KM-STATUS 	PIC X(1).
           05 	KM-GEN 		PIC 9(3).

       FD  KEY-HISTORY.
       *> EVERY KEYWORD EACH KEY ID HAS CARRIED, ONE ENTRY PER
       *> GENERATION, KEYED ON THE ID AND THE GENERATION NUMBER. THE
       *> CURRENT GENERATION IS HERE AS WELL AS ON THE MASTER, SO THE
       *> HISTORY ALONE TELLS THE WHOLE STORY OF THE ID. WRITTEN HERE
       *> ON APPROVAL; KEYROLL MARKS A GENERATION RETIRED ONCE NO
       *> MASTERED DOCUMENT IS LEFT UNDER IT.
       01  KEY-HIST-REC.
           05 	KH-KEY.
               10 	KH-KEY-ID 	PIC X(8).
               10 	KH-GEN 		PIC 9(3).
           05 	KH-KEY-VALUE 	PIC X(20).
           05 	KH-EFF-DATE 	PIC 9(8).
           05 	KH-EXP-DATE 	PIC 9(8).
           05 	KH-STATUS 	PIC X(1).
      *>  C = CURRENT - THE GENERATION THE KEY MASTER HOLDS
      *>  S = SUPERSEDED - A NEWER KEYWORD IS LIVE, BUT DOCUMENTS MAY
      *>      STILL BE UNDER THIS ONE
      *>  R = RETIRED - KEYROLL HAS RE-KEYED EVERYTHING OFF IT
           05 	KH-APPROVED-BY 	PIC X(3).
      *>  SPACES FOR A GENERATION APPROVED BEFORE THE HISTORY WAS KEPT
           05 	KH-APPROVED-DATE PIC X(8).
           05 	KH-SUPERSEDED-DATE PIC X(8).
           05 	KH-RETIRED-DATE PIC X(8).

       FD  LOAD-AUDIT-FILE.
       *> PERMANENT TRAIL OF EVERY KEY CHANGE DECISION, APPENDED TO
           05 	KA-LOAD-DATE 	PIC X(8).
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	KA-APPROVED-BY 	PIC X(3).
           05 	FILLER		PIC X(1) VALUE SPACE.
           05 	KA-GEN 		PIC 9(3).
      *>  THE GENERATION THE APPROVAL PUT LIVE, ZERO FOR A VOID

       WORKING-STORAGE SECTION.
       01 	WS-EOF		PIC X VALUE "N".
           88 	END-OF-PENDING		VALUE "Y".
       01 	WS-KM-STATUS	PIC X(2).
       01 	WS-KH-STATUS	PIC X(2).
       01 	WS-TIMESTAMP	PIC X(21).
       01 	WS-APPROVER	PIC X(3).
       01 	WS-ANSWER	PIC X(1).
       01 	WS-ON-MASTER	PIC X(1).
      *>  "Y" WHEN THE PENDING ID IS ALREADY ON THE LIVE MASTER -
      *>  I.E. AN APPROVAL WOULD BE A REPLACE, NOT AN ADD
       01 	WS-OLD-ENTRY.
      *>  THE LIVE MASTER ENTRY AS IT STOOD BEFORE THE APPROVAL
           05 	WS-OLD-VALUE	PIC X(20).
           05 	WS-OLD-EFF	PIC 9(8).
           05 	WS-OLD-EXP	PIC 9(8).
           05 	WS-OLD-GEN	PIC 9(3).
       01 	WS-NEW-GEN	PIC 9(3).
      *>  THE GENERATION AN APPROVAL WOULD PUT LIVE - THE SAME ONE
      *>  WHEN ONLY THE DATES OR STATUS CHANGE, THE NEXT ONE WHEN THE
      *>  KEYWORD ITSELF CHANGES
       01 	WS-HIST-OK	PIC X(1).
      *>  "N" WHEN THE OUTGOING KEYWORD COULD NOT BE PUT ON THE KEY
      *>  HISTORY - THE NEW ONE THEN DOES NOT GO LIVE
       01 	WS-PEND-TABLE.
       *> THE WHOLE PENDING FILE, HELD IN STORAGE SO KEYPEND.DAT CAN
       *> BE REWRITTEN AT THE END WITH ONLY THE ENTRIES THE APPROVER
       ACCEPT WS-APPROVER
       IF WS-APPROVER = SPACES THEN
           DISPLAY "INITIALS REQUIRED - NOTHING APPROVED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF


       IF WS-PEND-USED = 0 THEN
           DISPLAY "NOTHING PENDING APPROVAL"
           MOVE 0 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-PEND-OVER > 0 THEN
           DISPLAY "OVER 100 PENDING ENTRIES (" WS-PEND-OVER
               " PAST THE LIMIT) - NOTHING REVIEWED. WORK THE "
               "BACKLOG DOWN WITH SMALLER LOADS."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       END-IF
       IF WS-KM-STATUS NOT = "00" AND WS-KM-STATUS NOT = "05" THEN
           DISPLAY "CANNOT OPEN KEYMAST.DAT, STATUS " WS-KM-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O KEY-HISTORY
       IF WS-KH-STATUS = "35" THEN
           OPEN OUTPUT KEY-HISTORY
       END-IF
       IF WS-KH-STATUS NOT = "00" AND WS-KH-STATUS NOT = "05" THEN
      *> A NEW KEYWORD MUST NOT GO LIVE WHERE THE ONE IT REPLACES
      *> CANNOT BE KEPT - EVERY DOCUMENT UNDER THE OLD ONE WOULD BE
      *> STRANDED WITH IT
           DISPLAY "CANNOT OPEN KEYHIST.DAT, STATUS " WS-KH-STATUS
           CLOSE KEY-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND LOAD-AUDIT-FILE
           UNTIL WS-PEND-IDX > WS-PEND-USED

       CLOSE KEY-FILE
       CLOSE KEY-HISTORY
       CLOSE LOAD-AUDIT-FILE

       PERFORM REWRITE-PENDING-FILE
           WS-COUNT-VOIDED " VOIDED, " WS-COUNT-LEFT
           " LEFT PENDING - TRAIL ON KEYLOAD.AUD"

      *> RETURN CODE FOR THE JOB STREAM: 0 - ENTRIES LEFT PENDING ARE
      *> THE APPROVER'S CHOICE, NOT A FAULT. 16 ON THE REFUSALS ABOVE.
       MOVE 0 TO RETURN-CODE

       STOP RUN.

       REVIEW-ONE-ENTRY.
           END-READ
           IF WS-KM-STATUS = "00" THEN
               MOVE "Y" TO WS-ON-MASTER
               MOVE KM-KEY-VALUE TO WS-OLD-VALUE
               MOVE KM-EFF-DATE TO WS-OLD-EFF
               MOVE KM-EXP-DATE TO WS-OLD-EXP
      *> AN ENTRY MASTERED BEFORE GENERATIONS WERE KEPT IS TAKEN AS
      *> GENERATION 1, THE SAME WAY CIPHER TAKES IT
               IF KM-GEN IS NUMERIC AND KM-GEN > 0 THEN
                   MOVE KM-GEN TO WS-OLD-GEN
               ELSE
                   MOVE 1 TO WS-OLD-GEN
               END-IF
               IF KP-KEY-VALUE = WS-OLD-VALUE THEN
                   MOVE WS-OLD-GEN TO WS-NEW-GEN
               ELSE
                   COMPUTE WS-NEW-GEN = WS-OLD-GEN + 1
               END-IF
               DISPLAY "CURRENT: " KM-KEY-ID " TYPE " KM-KEY-TYPE
                   " VALUE " KM-KEY-VALUE " GEN " WS-OLD-GEN
               DISPLAY "         EFF " KM-EFF-DATE " EXP "
                   KM-EXP-DATE " STATUS " KM-STATUS
               DISPLAY "APPROVAL REPLACES THIS LIVE ENTRY"
               IF WS-NEW-GEN = WS-OLD-GEN THEN
                   DISPLAY "SAME KEYWORD - STAYS GENERATION "
                       WS-OLD-GEN
               ELSE
                   DISPLAY "NEW KEYWORD - BECOMES GENERATION "
                       WS-NEW-GEN ", GENERATION " WS-OLD-GEN
                       " GOES TO THE KEY HISTORY"
               END-IF
           ELSE
               MOVE 1 TO WS-NEW-GEN
               DISPLAY "CURRENT: (NOT ON THE MASTER - APPROVAL IS "
                   "A NEW ADD, GENERATION 1)"
           END-IF.

       APPLY-APPROVED-ENTRY.
       *> PUTS THE APPROVED ENTRY ON THE LIVE MASTER AND RECORDS THE
       *> DECISION. DRIVEN OFF THE FILE STATUS SO A FAILED WRITE IS
       *> REPORTED AND THE ENTRY STAYS PENDING RATHER THAN QUIETLY
       *> VANISHING. WHEN THE KEYWORD CHANGES, THE OUTGOING ONE IS PUT
       *> ON THE KEY HISTORY FIRST - IF THAT FAILS THE MASTER IS NOT
       *> TOUCHED, SINCE OVERWRITING IT WOULD LOSE THE ONLY COPY.
           MOVE "Y" TO WS-HIST-OK
           IF WS-ON-MASTER = "Y" AND WS-NEW-GEN NOT = WS-OLD-GEN THEN
               PERFORM SUPERSEDE-OLD-GENERATION
           END-IF
           IF WS-HIST-OK = "N" THEN
               DISPLAY "KEY HISTORY WRITE FAILED FOR " KP-KEY-ID
                   ", STATUS " WS-KH-STATUS " - LEFT PENDING"
               ADD 1 TO WS-COUNT-LEFT
           ELSE
               PERFORM WRITE-APPROVED-MASTER
           END-IF.

       WRITE-APPROVED-MASTER.
           MOVE KP-KEY-ID TO KM-KEY-ID
           MOVE KP-KEY-TYPE TO KM-KEY-TYPE
           MOVE KP-KEY-VALUE TO KM-KEY-VALUE
           MOVE KP-EFF-DATE TO KM-EFF-DATE
           MOVE KP-EXP-DATE TO KM-EXP-DATE
           MOVE KP-STATUS TO KM-STATUS
           MOVE WS-NEW-GEN TO KM-GEN
           IF WS-ON-MASTER = "Y" THEN
               MOVE "REPLACE" TO WS-ACTION
               REWRITE KEY-RECORD
               END-WRITE
           END-IF
           IF WS-KM-STATUS = "00" OR WS-KM-STATUS = "02" THEN
               PERFORM WRITE-CURRENT-GENERATION
               PERFORM WRITE-LOAD-AUDIT
               MOVE "N" TO WS-PT-KEPT (WS-PEND-IDX)
               ADD 1 TO WS-COUNT-APPROVED
               ADD 1 TO WS-COUNT-LEFT
           END-IF.

       SUPERSEDE-OLD-GENERATION.
       *> MARKS THE OUTGOING GENERATION SUPERSEDED ON THE KEY
       *> HISTORY, ADDING IT THERE FIRST WHEN THE ID WAS MASTERED
       *> BEFORE THE HISTORY WAS KEPT
           MOVE KP-KEY-ID TO KH-KEY-ID
           MOVE WS-OLD-GEN TO KH-GEN
           READ KEY-HISTORY
               INVALID KEY CONTINUE
           END-READ
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           IF WS-KH-STATUS = "00" THEN
               MOVE "S" TO KH-STATUS
               MOVE WS-TIMESTAMP (1:8) TO KH-SUPERSEDED-DATE
               REWRITE KEY-HIST-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               MOVE SPACES TO KEY-HIST-REC
               MOVE KP-KEY-ID TO KH-KEY-ID
               MOVE WS-OLD-GEN TO KH-GEN
               MOVE WS-OLD-VALUE TO KH-KEY-VALUE
               MOVE WS-OLD-EFF TO KH-EFF-DATE
               MOVE WS-OLD-EXP TO KH-EXP-DATE
               MOVE "S" TO KH-STATUS
               MOVE WS-TIMESTAMP (1:8) TO KH-SUPERSEDED-DATE
               WRITE KEY-HIST-REC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF WS-KH-STATUS NOT = "00" AND WS-KH-STATUS NOT = "02" THEN
               MOVE "N" TO WS-HIST-OK
           END-IF.

       WRITE-CURRENT-GENERATION.
       *> PUTS (OR REFRESHES) THE GENERATION THE MASTER NOW HOLDS ON
       *> THE KEY HISTORY. THE MASTER IS ALREADY RIGHT BY THIS POINT,
       *> SO A FAILURE HERE IS REPORTED BUT DOES NOT UNDO THE APPROVAL
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO KEY-HIST-REC
           MOVE KP-KEY-ID TO KH-KEY-ID
           MOVE WS-NEW-GEN TO KH-GEN
           MOVE KP-KEY-VALUE TO KH-KEY-VALUE
           MOVE KP-EFF-DATE TO KH-EFF-DATE
           MOVE KP-EXP-DATE TO KH-EXP-DATE
           MOVE "C" TO KH-STATUS
           MOVE WS-APPROVER TO KH-APPROVED-BY
           MOVE WS-TIMESTAMP (1:8) TO KH-APPROVED-DATE
           WRITE KEY-HIST-REC
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-KH-STATUS NOT = "00" AND WS-KH-STATUS NOT = "02" THEN
               REWRITE KEY-HIST-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF WS-KH-STATUS NOT = "00" THEN
               DISPLAY "KEY HISTORY NOT UPDATED FOR " KP-KEY-ID
                   " GENERATION " WS-NEW-GEN ", STATUS " WS-KH-STATUS
           END-IF.

       WRITE-LOAD-AUDIT.
           MOVE SPACES TO LOAD-AUDIT-REC
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE KP-LOADED-BY TO KA-LOADED-BY
           MOVE KP-LOAD-DATE TO KA-LOAD-DATE
           MOVE WS-APPROVER TO KA-APPROVED-BY
           IF WS-ACTION = "VOID   " THEN
               MOVE 0 TO KA-GEN
           ELSE
               MOVE WS-NEW-GEN TO KA-GEN
           END-IF
           WRITE LOAD-AUDIT-REC.

       REWRITE-PENDING-FILE.
