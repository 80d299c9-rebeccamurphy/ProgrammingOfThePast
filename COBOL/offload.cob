       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFLOAD.
       *> LOADS THE OFFICE REGISTRATION WORKSHEET OFFTAB.SEQ INTO THE
       *> INDEXED OFFICE MASTER OFFMAST.DAT - THE LIST OF OFFICES
       *> ALLOWED TO SEND US TRAFFIC, WHICH MODES EACH MAY USE, AND
       *> WHICH KEY IDS AND ALPHABET NAMES ARE ASSIGNED TO IT. CIPHER
       *> CHECKS EVERY TRANSACTION FILE'S HEADER OFFICE AGAINST IT,
       *> SO ONE OFFICE CAN NO LONGER SEND V/W TRAFFIC UNDER ANOTHER
       *> OFFICE'S KEY OR M/N TRAFFIC UNDER ANOTHER OFFICE'S CARD-ROOM
       *> ALPHABET. CIPDIST BUILDS ITS RETURN FILES PER REGISTERED
       *> OFFICE FROM THE SAME MASTER. AN OFFICE ALREADY ON THE
       *> MASTER IS REPLACED, SO RE-RUNNING A CORRECTED WORKSHEET IS
       *> SAFE - THE SAME WAY ALPHLOAD MAINTAINS ALPHMAST.DAT.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFSEQ-FILE ASSIGN TO "OFFTAB.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OFFICE-MASTER ASSIGN TO "OFFMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OFFICE
               FILE STATUS IS WS-OM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OFFSEQ-FILE.
       *> ONE OFFICE PER LINE, SAME FIELDS AND WIDTHS AS THE MASTER
       *> RECORD BELOW
       01  OFFSEQ-RECORD.
           05 	OS-OFFICE 	PIC X(10).
           05 	OS-NAME 	PIC X(30).
           05 	OS-MODES 	PIC X(10).
           05 	OS-KEY-IDS.
               10 	OS-KEY-ID 	PIC X(8) OCCURS 10 TIMES.
           05 	OS-ALPHAS.
               10 	OS-ALPHA 	PIC X(8) OCCURS 5 TIMES.
           05 	OS-STATUS 	PIC X(1).

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
           88 	END-OF-SEQ		VALUE "Y".
       01 	WS-OM-STATUS	PIC X(2).
       01 	WS-COUNT-ADDED	PIC 9(5) VALUE 0.
       01 	WS-COUNT-REPLACED PIC 9(5) VALUE 0.
       01 	WS-COUNT-BAD	PIC 9(5) VALUE 0.
       01 	WS-MODES-WORK	PIC X(10).
       01 	WS-MODES-OK	PIC X(1).
       01 	WS-MODE-IDX	PIC 9(2).
       01 	WS-VALID-MODES	PIC X(10) VALUE "EDSVWKMNCX".
      *>  EVERY MODE CODE CIPHER ACCEPTS IN A BATCH TRANSACTION
       01 	WS-ONE-MODE	PIC X(1).
       01 	WS-MODE-CNT	PIC 9(2).
       01 	WS-ALPHA-IDX	PIC 9(2).

       PROCEDURE DIVISION.

       OPEN INPUT OFFSEQ-FILE
       OPEN I-O OFFICE-MASTER
       IF WS-OM-STATUS = "35" THEN
      *> NO MASTER YET - FIRST LOAD CREATES IT
           OPEN OUTPUT OFFICE-MASTER
       END-IF
       IF WS-OM-STATUS NOT = "00" AND WS-OM-STATUS NOT = "05" THEN
      *> "05" JUST MEANS THE OPTIONAL MASTER WAS CREATED ON OPEN
           DISPLAY "CANNOT OPEN OFFMAST.DAT, STATUS " WS-OM-STATUS
           CLOSE OFFSEQ-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM UNTIL END-OF-SEQ
           READ OFFSEQ-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM LOAD-ONE-OFFICE
           END-READ
       END-PERFORM

       CLOSE OFFSEQ-FILE
       CLOSE OFFICE-MASTER

       DISPLAY "OFFLOAD DONE: " WS-COUNT-ADDED " ADDED, "
           WS-COUNT-REPLACED " REPLACED, " WS-COUNT-BAD " REJECTED"

      *> RETURN CODE FOR THE JOB STREAM: 0 CLEAN, 4 WHEN ANY
      *> WORKSHEET LINE WAS REJECTED, 16 WHEN THE MASTER WOULD NOT OPEN
       IF WS-COUNT-BAD > 0 THEN
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF

       STOP RUN.

       LOAD-ONE-OFFICE.
       *> EDITS ONE WORKSHEET LINE AND PUTS IT ON THE MASTER. EVERY
       *> CHARACTER OF THE MODE LIST MUST BE A MODE CIPHER KNOWS, SO
       *> A TYPO CANNOT QUIETLY GRANT OR WITHHOLD A MODE. "HOUSE" IS
       *> RESERVED FOR CIPDIST'S HOUSE RETURN FILE. A BAD LINE IS
       *> REPORTED AND SKIPPED SO ONE TYPO CANNOT SPOIL THE WHOLE
       *> LOAD.
           MOVE FUNCTION UPPER-CASE (OS-MODES) TO WS-MODES-WORK
           MOVE "Y" TO WS-MODES-OK
           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                   UNTIL WS-MODE-IDX > 10
               MOVE WS-MODES-WORK (WS-MODE-IDX:1) TO WS-ONE-MODE
               IF WS-ONE-MODE NOT = SPACE THEN
                   MOVE 0 TO WS-MODE-CNT
                   INSPECT WS-VALID-MODES TALLYING WS-MODE-CNT
                       FOR ALL WS-ONE-MODE
                   IF WS-MODE-CNT = 0 THEN
                       MOVE "N" TO WS-MODES-OK
                   END-IF
               END-IF
           END-PERFORM
           IF OS-OFFICE = SPACES
                   OR FUNCTION UPPER-CASE (OS-OFFICE) = "HOUSE"
                   OR WS-MODES-WORK = SPACES
                   OR WS-MODES-OK = "N"
                   OR (OS-STATUS NOT = "A" AND
                       OS-STATUS NOT = "I") THEN
               ADD 1 TO WS-COUNT-BAD
               DISPLAY "BAD OFFICE ENTRY SKIPPED: " OS-OFFICE
           ELSE
               MOVE OFFSEQ-RECORD TO OFFICE-MASTER-REC
               MOVE FUNCTION UPPER-CASE (OS-OFFICE) TO OM-OFFICE
               MOVE WS-MODES-WORK TO OM-MODES
      *> ALPHABET NAMES RESOLVE UPPER-CASED ON THE ALPHABET MASTER,
      *> SO THEY ARE HELD THAT WAY HERE TOO. KEY IDS ARE KEPT EXACTLY
      *> AS THE KEY MASTER HOLDS THEM.
               PERFORM VARYING WS-ALPHA-IDX FROM 1 BY 1
                       UNTIL WS-ALPHA-IDX > 5
                   MOVE FUNCTION UPPER-CASE (OS-ALPHA (WS-ALPHA-IDX))
                       TO OM-ALPHA (WS-ALPHA-IDX)
               END-PERFORM
               WRITE OFFICE-MASTER-REC
                   INVALID KEY PERFORM REPLACE-ONE-OFFICE
                   NOT INVALID KEY ADD 1 TO WS-COUNT-ADDED
               END-WRITE
           END-IF.

       REPLACE-ONE-OFFICE.
       *> THE OFFICE IS ALREADY ON THE MASTER - REPLACE IT WITH THE
       *> WORKSHEET'S VERSION. DRIVEN OFF THE FILE STATUS SO EVERY
       *> FAILURE IS COUNTED AND REPORTED, NOT JUST THE INVALID-KEY
       *> KIND.
           REWRITE OFFICE-MASTER-REC
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-OM-STATUS = "00" THEN
               ADD 1 TO WS-COUNT-REPLACED
           ELSE
               ADD 1 TO WS-COUNT-BAD
               DISPLAY "CANNOT REPLACE OFFICE " OM-OFFICE
                   ", STATUS " WS-OM-STATUS
           END-IF.
       END PROGRAM OFFLOAD.
