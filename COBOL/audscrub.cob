       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSCRUB.
       *> ONE-TIME SCRUB OF THE PLAINTEXT LEFT IN THE AUDIT TRAIL.
       *> UNTIL CIPHER STARTED LOGGING A FINGERPRINT OF EACH CALL'S
       *> TEXT, AUDIT.LOG CARRIED THE FIRST 50 CHARACTERS OF THE TEXT
       *> ITSELF, AND AUDHIST'S MONTH-END ROLL COPIED THEM INTO EVERY
       *> DATED ARCHIVE. THIS PROGRAM REWRITES AUDIT.LOG AND EACH
       *> ARCHIVE NAMED IN AUDSCRUB.LST IN THE NEW FORM - THE TEXT
       *> REPLACED BY ITS MSGFPRT FINGERPRINT UNDER THE FPSALT.DAT
       *> SALT, WHICH IS EXACTLY WHAT CIPHER WOULD HAVE LOGGED FOR THE
       *> SAME CALL, AND THE CRIB OF A MODE S OR K CALL (A PIECE OF
       *> THE PLAINTEXT) BLANKED, EVERY OTHER FIELD UNTOUCHED.
       *> RECORDS ALREADY IN THE NEW FORM ARE COPIED AS THEY ARE, SO
       *> A SECOND RUN DOES NO HARM. WITH NO USABLE FPSALT.DAT NOTHING
       *> IS SCRUBBED AT ALL AND THE RUN ENDS RC 16.
       *>
       *> EACH FILE IS SCRUBBED INTO AUDSCRUB.WRK FIRST AND ONLY
       *> COPIED BACK OVER THE ORIGINAL WHEN THE RECORD COUNT IN
       *> EQUALS THE COUNT OUT; THE COPY-BACK IS COUNTED AGAIN AND
       *> THE REWRITTEN FILE IS READ BACK AND COUNTED A THIRD TIME.
       *> AUDSCRUB.RPT SHOWS THE COUNTS FOR EVERY FILE, TO PROVE
       *> NOTHING WAS LOST. IF A COPY-BACK EVER COMES UP SHORT THE
       *> RUN GOES NO FURTHER - AUDSCRUB.WRK IS THEN THE ONLY FULL
       *> COPY OF THAT FILE AND SCRUBBING THE NEXT ONE WOULD EMPTY
       *> IT - AND EVERY FILE AFTER IT IS REPORTED AS NOT DONE.
       *> RUN IT WITH CIPHER STOPPED - AUDIT.LOG MUST NOT BE
       *> APPENDED TO WHILE IT IS BEING REWRITTEN.
       AUTHOR. REBECCA MURPHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIST-FILE ASSIGN TO "AUDSCRUB.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCRUB-FILE ASSIGN DYNAMIC WS-SCRUB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SF-STATUS.
           SELECT WORK-FILE ASSIGN TO "AUDSCRUB.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.
           SELECT SCRUB-REPORT ASSIGN TO "AUDSCRUB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALT-FILE ASSIGN TO "FPSALT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       *> THE DATED ARCHIVES TO SCRUB, ONE FILE NAME PER LINE AS
       *> AUDHIST NAMED THEM (AUDIT.YYYYMMDD.ARC) - OPERATIONS BUILDS
       *> IT FROM THE DIRECTORY LISTING. AUDIT.LOG IS ALWAYS SCRUBBED
       *> AND NEED NOT BE LISTED. A LINE STARTING "*" IS A COMMENT.
       01  LIST-RECORD.
           05 	LST-FILE-NAME 	PIC X(30).

       FD  SCRUB-FILE.
       *> SAME LINE CIPHER'S LOG-AUDIT-RECORD WRITES - SEE THE
       *> AUDIT-FILE FD THERE - WITH THE OLD VIEW OF THE 50-BYTE
       *> MESSAGE SLOT AND THE NEW ONE OVER THE TOP OF IT
       01  SCRUB-RECORD.
           05 	SCR-TIMESTAMP	PIC X(21).
           05 	FILLER		PIC X(1).
           05 	SCR-MODE	PIC X(1).
           05 	FILLER		PIC X(1).
           05 	SCR-MESSAGE	PIC X(50).
      *>  THE OLD FORM: THE CALL'S TEXT
           05 	SCR-FPRINT-VIEW REDEFINES SCR-MESSAGE.
      *>  THE NEW FORM: AUD-FPRINT, A SPACE, AUD-FPRINT-FORM "F" AND
      *>  THE SALT ID, THEN SPACES. FORM "N" HAS NO FINGERPRINT.
               10 	SCR-FPRINT	PIC X(32).
               10 	SCR-FP-GAP	PIC X(1).
               10 	SCR-FPRINT-FORM	PIC X(1).
               10 	SCR-FPRINT-SALT	PIC X(8).
               10 	SCR-FP-REST	PIC X(8).
           05 	FILLER		PIC X(6).
      *>  SHIFT - CARRIED ACROSS UNCHANGED
           05 	SCR-KEYWORD	PIC X(20).
      *>  MODE S/K: THE CRIB ON AN OLD RECORD - BLANKED
           05 	SCR-REST	PIC X(35).
      *>  TRUNCATION FLAG, DOC REF, KEY GENERATION, RECIPE STEP
      *>  GENERATIONS - CARRIED ACROSS UNCHANGED

       FD  WORK-FILE.
       01  WORK-RECORD 	PIC X(135).

       FD  SCRUB-REPORT.
       01  SCRUB-LINE 	PIC X(100).

       FD  SALT-FILE.
       *> SAME RECORD AS THE SALT-FILE FD IN CIPHER
       01  SALT-RECORD.
           05 	SLT-ID 		PIC X(8).
           05 	FILLER		PIC X(1).
           05 	SLT-VALUE 	PIC X(32).

       WORKING-STORAGE SECTION.
       01 	WS-EOF		PIC X VALUE "N".
           88 	END-OF-FILE		VALUE "Y".
       01 	WS-LIST-EOF	PIC X VALUE "N".
           88 	END-OF-LIST		VALUE "Y".
       01 	WS-SF-STATUS	PIC X(2).
       01 	WS-WK-STATUS	PIC X(2).
       01 	WS-SCRUB-NAME	PIC X(30).
       01 	WS-TIMESTAMP	PIC X(21).
       01 	WS-LIST-PRESENT	PIC X(1) VALUE "N".
           88 	ARCHIVES-LISTED		VALUE "Y".
       01 	WS-NEW-FPRINT	PIC X(32).
       01 	WS-HEX-CHECK	PIC X(32).
       01 	WS-FP-SALT-ID	PIC X(8) VALUE SPACES.
       01 	WS-FP-SALT	PIC X(32) VALUE SPACES.
       01 	WS-FP-SALT-OK	PIC X(1) VALUE "N".
           88 	FINGERPRINT-SALTED	VALUE "Y".
       01 	WS-SALT-SPACES	PIC 9(2).
       01 	WS-REC-CHANGED	PIC X(1).
           88 	RECORD-CHANGED		VALUE "Y".
       01 	WS-FILE-RESULT	PIC X(30).
      *>  HOW THE CURRENT FILE ENDED, FOR ITS REPORT LINE
       01 	WS-FILE-IN	PIC 9(7).
       01 	WS-FILE-DONE	PIC 9(7).
      *>  RECORDS FINGERPRINTED OR WITH A CRIB BLANKED IN THIS FILE
       01 	WS-FILE-ALREADY	PIC 9(7).
      *>  RECORDS ALREADY IN THE NEW FORM
       01 	WS-FILE-OUT	PIC 9(7).
       01 	WS-FILE-BACK	PIC 9(7).
      *>  RECORDS COPIED BACK OVER THE ORIGINAL
       01 	WS-FILE-REREAD	PIC 9(7).
      *>  RECORDS READ BACK FROM THE REWRITTEN ORIGINAL
       01 	WS-COUNT-FILES	PIC 9(5) VALUE 0.
       01 	WS-COUNT-REWRITTEN PIC 9(5) VALUE 0.
       01 	WS-COUNT-CLEAN	PIC 9(5) VALUE 0.
      *>  FILES THAT HAD NO PLAINTEXT LEFT AND WERE NOT REWRITTEN
       01 	WS-COUNT-MISSING PIC 9(5) VALUE 0.
       01 	WS-COUNT-FAILED	PIC 9(5) VALUE 0.
      *>  FILES LEFT AS THEY WERE BECAUSE THE SCRUB DID NOT BALANCE
       01 	WS-COUNT-DAMAGED PIC 9(5) VALUE 0.
      *>  FILES WHOSE COPY-BACK CAME UP SHORT - AUDSCRUB.WRK HOLDS
      *>  THE WHOLE SCRUBBED FILE AND IS KEPT FOR THE RESTORE
       01 	WS-COUNT-NOT-DONE PIC 9(5) VALUE 0.
      *>  FILES NOT TOUCHED BECAUSE AN EARLIER COPY-BACK CAME UP SHORT
       01 	WS-TOT-IN	PIC 9(9) VALUE 0.
       01 	WS-TOT-DONE	PIC 9(9) VALUE 0.
       01 	WS-TOT-ALREADY	PIC 9(9) VALUE 0.
       01 	WS-TOT-OUT	PIC 9(9) VALUE 0.
       01 	WS-TOT-CRIBS	PIC 9(9) VALUE 0.
      *>  MODE S/K CRIBS BLANKED, ACROSS ALL FILES
       01 	WS-COUNT-EDIT	PIC ZZZZZZ9.
       01 	WS-IN-EDIT	PIC ZZZZZZ9.
       01 	WS-DONE-EDIT	PIC ZZZZZZ9.
       01 	WS-ALREADY-EDIT	PIC ZZZZZZ9.
       01 	WS-OUT-EDIT	PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       OPEN OUTPUT SCRUB-REPORT
       PERFORM WRITE-REPORT-HEADER

      *> NO SALT, NO SCRUB: A FINGERPRINT TAKEN WITHOUT ONE COULD BE
      *> WORKED BACK TO THE TEXT, AND ONE UNDER A MADE-UP SALT WOULD
      *> NEVER MATCH WHAT CIPHER LOGS
       PERFORM READ-SALT-FILE
       IF NOT FINGERPRINT-SALTED THEN
           MOVE "*** NO USABLE FPSALT.DAT - NOTHING SCRUBBED"
               TO SCRUB-LINE
           WRITE SCRUB-LINE
           CLOSE SCRUB-REPORT
           DISPLAY "*** AUDSCRUB: FPSALT.DAT MISSING OR NOT IN FORM - "
               "NOTHING SCRUBBED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

      *> THE LIVE LOG FIRST, THEN EVERY LISTED ARCHIVE
       MOVE "AUDIT.LOG" TO WS-SCRUB-NAME
       PERFORM SCRUB-OR-PASS-FILE

       OPEN INPUT LIST-FILE
       PERFORM UNTIL END-OF-LIST
           READ LIST-FILE
               AT END MOVE "Y" TO WS-LIST-EOF
               NOT AT END
                   MOVE "Y" TO WS-LIST-PRESENT
                   IF LST-FILE-NAME NOT = SPACES
                           AND LST-FILE-NAME (1:1) NOT = "*"
                           AND LST-FILE-NAME NOT = "AUDIT.LOG" THEN
                       MOVE LST-FILE-NAME TO WS-SCRUB-NAME
                       PERFORM SCRUB-OR-PASS-FILE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LIST-FILE

      *> THE WORK FILE IS EMPTIED ONCE EVERYTHING IS BACK IN PLACE -
      *> UNLESS A COPY-BACK FAILED AND IT IS THE ONLY FULL COPY
       IF WS-COUNT-DAMAGED = 0 THEN
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
       END-IF

       PERFORM WRITE-TOTALS
       CLOSE SCRUB-REPORT

       DISPLAY "AUDSCRUB DONE: " WS-COUNT-FILES " FILE(S), "
           WS-TOT-IN " RECORD(S) IN, " WS-TOT-OUT " OUT, "
           WS-TOT-DONE " SCRUBBED - SEE AUDSCRUB.RPT"
       IF WS-COUNT-DAMAGED > 0 THEN
           DISPLAY "*** COPY-BACK FAILED - RESTORE THE FILE NAMED ON "
               "AUDSCRUB.RPT FROM AUDSCRUB.WRK BEFORE ANYTHING ELSE"
           DISPLAY "*** " WS-COUNT-NOT-DONE " FILE(S) AFTER IT NOT "
               "DONE - RERUN AUDSCRUB ONCE THE RESTORE IS MADE"
       END-IF

      *> RETURN CODE FOR THE JOB STREAM: 16 WHEN A COPY-BACK CAME UP
      *> SHORT (A FILE NEEDS RESTORING FROM AUDSCRUB.WRK) OR THERE WAS
      *> NO SALT TO FINGERPRINT UNDER (SET ABOVE), 8 WHEN A
      *> LISTED ARCHIVE WAS MISSING OR A FILE WAS LEFT UNSCRUBBED
      *> BECAUSE ITS COUNTS DID NOT BALANCE, 4 WHEN THERE WAS NO
      *> ARCHIVE LIST SO ONLY AUDIT.LOG WAS DONE, 0 OTHERWISE
       EVALUATE TRUE
           WHEN WS-COUNT-DAMAGED > 0
               MOVE 16 TO RETURN-CODE
           WHEN WS-COUNT-MISSING > 0 OR WS-COUNT-FAILED > 0
               MOVE 8 TO RETURN-CODE
           WHEN NOT ARCHIVES-LISTED
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
       END-EVALUATE

       STOP RUN.

       SCRUB-OR-PASS-FILE.
       *> ONCE A COPY-BACK HAS COME UP SHORT, AUDSCRUB.WRK MUST BE
       *> LEFT AS IT IS FOR THE RESTORE, SO NOTHING MORE IS SCRUBBED.
       *> THE REMAINING FILES ARE STILL LISTED, AS NOT DONE.
           IF WS-COUNT-DAMAGED > 0 THEN
               ADD 1 TO WS-COUNT-FILES
               ADD 1 TO WS-COUNT-NOT-DONE
               MOVE 0 TO WS-FILE-IN
               MOVE 0 TO WS-FILE-DONE
               MOVE 0 TO WS-FILE-ALREADY
               MOVE 0 TO WS-FILE-OUT
               MOVE "NOT DONE - RESTORE FIRST" TO WS-FILE-RESULT
               PERFORM WRITE-FILE-LINE
           ELSE
               PERFORM SCRUB-ONE-FILE
           END-IF.

       SCRUB-ONE-FILE.
       *> ONE AUDIT FILE: SCRUB INTO THE WORK FILE, PROVE THE COUNTS,
       *> THEN COPY BACK. A FILE WITH NO PLAINTEXT LEFT IN IT IS NOT
       *> REWRITTEN AT ALL.
           ADD 1 TO WS-COUNT-FILES
           MOVE 0 TO WS-FILE-IN
           MOVE 0 TO WS-FILE-DONE
           MOVE 0 TO WS-FILE-ALREADY
           MOVE 0 TO WS-FILE-OUT
           MOVE 0 TO WS-FILE-BACK
           MOVE 0 TO WS-FILE-REREAD
           MOVE SPACES TO WS-FILE-RESULT

           OPEN INPUT SCRUB-FILE
           IF WS-SF-STATUS NOT = "00" THEN
               IF WS-SF-STATUS = "35" THEN
                   MOVE "NOT FOUND" TO WS-FILE-RESULT
               ELSE
                   MOVE SPACES TO WS-FILE-RESULT
                   STRING "UNREADABLE, STATUS " WS-SF-STATUS
                       DELIMITED BY SIZE INTO WS-FILE-RESULT
               END-IF
      *> NO LIVE LOG JUST MEANS CIPHER HAS NOT RUN SINCE THE LAST
      *> ROLL; A LISTED ARCHIVE THAT IS NOT THERE NEEDS LOOKING AT
               IF WS-SCRUB-NAME NOT = "AUDIT.LOG"
                       OR WS-SF-STATUS NOT = "35" THEN
                   ADD 1 TO WS-COUNT-MISSING
               END-IF
           ELSE
               PERFORM SCRUB-TO-WORK-FILE
               EVALUATE TRUE
                   WHEN WS-FILE-IN NOT = WS-FILE-OUT
                       ADD 1 TO WS-COUNT-FAILED
                       MOVE "COUNTS DIFFER - LEFT AS IT WAS"
                           TO WS-FILE-RESULT
                   WHEN WS-FILE-DONE = 0
                       ADD 1 TO WS-COUNT-CLEAN
                       MOVE "NOTHING TO SCRUB - UNCHANGED"
                           TO WS-FILE-RESULT
                   WHEN OTHER
                       PERFORM COPY-WORK-TO-ORIGINAL
               END-EVALUATE
               ADD WS-FILE-IN TO WS-TOT-IN
               ADD WS-FILE-DONE TO WS-TOT-DONE
               ADD WS-FILE-ALREADY TO WS-TOT-ALREADY
               ADD WS-FILE-OUT TO WS-TOT-OUT
           END-IF
           PERFORM WRITE-FILE-LINE.

       SCRUB-TO-WORK-FILE.
           OPEN OUTPUT WORK-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ SCRUB-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM SCRUB-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE SCRUB-FILE
           CLOSE WORK-FILE.

       SCRUB-ONE-RECORD.
       *> THE SLOT IS ALREADY IN THE NEW FORM WHEN IT HOLDS 32 HEX
       *> DIGITS, A SPACE, THE "F" MARK AND A SALT ID - UNDER WHATEVER
       *> SALT, AS THE SECURITY OFFICE KEEPS THE OLD ONES - OR IS THE
       *> "N" MARK ALONE. ANYTHING ELSE IS TEXT (OR AN EARLY UNSALTED
       *> FINGERPRINT) AND IS FINGERPRINTED - THE WHOLE 50-BYTE SLOT,
       *> WHICH FOR TEXT IS EXACTLY WHAT CIPHER WAS GIVEN FOR THE
       *> CALL, SO THE FINGERPRINT MATCHES ONE CIPHER WOULD LOG NOW.
       *> SEPARATELY, A MODE S OR K RECORD LOSES ANY CRIB STILL ON IT.
           ADD 1 TO WS-FILE-IN
           MOVE "N" TO WS-REC-CHANGED
           MOVE SCR-FPRINT TO WS-HEX-CHECK
           INSPECT WS-HEX-CHECK CONVERTING "123456789ABCDEF"
               TO "000000000000000"
           EVALUATE TRUE
               WHEN WS-HEX-CHECK = ALL "0"
                       AND SCR-FP-GAP = SPACE
                       AND SCR-FPRINT-FORM = "F"
                       AND SCR-FPRINT-SALT NOT = SPACES
                       AND SCR-FP-REST = SPACES
                   CONTINUE
               WHEN SCR-FPRINT = SPACES
                       AND SCR-FP-GAP = SPACE
                       AND SCR-FPRINT-FORM = "N"
                       AND SCR-FPRINT-SALT = SPACES
                       AND SCR-FP-REST = SPACES
                   CONTINUE
               WHEN OTHER
                   CALL "MSGFPRT" USING BY CONTENT SCR-MESSAGE,
                       WS-FP-SALT, BY REFERENCE WS-NEW-FPRINT
                   MOVE SPACES TO SCR-MESSAGE
                   MOVE WS-NEW-FPRINT TO SCR-FPRINT
                   MOVE "F" TO SCR-FPRINT-FORM
                   MOVE WS-FP-SALT-ID TO SCR-FPRINT-SALT
                   MOVE "Y" TO WS-REC-CHANGED
           END-EVALUATE
           IF (SCR-MODE = "S" OR SCR-MODE = "K")
                   AND SCR-KEYWORD NOT = SPACES THEN
               MOVE SPACES TO SCR-KEYWORD
               ADD 1 TO WS-TOT-CRIBS
               MOVE "Y" TO WS-REC-CHANGED
           END-IF
           IF RECORD-CHANGED THEN
               ADD 1 TO WS-FILE-DONE
           ELSE
               ADD 1 TO WS-FILE-ALREADY
           END-IF
           MOVE SCRUB-RECORD TO WORK-RECORD
           WRITE WORK-RECORD
      *> ONLY A RECORD THAT WENT ONTO THE WORK FILE COUNTS AS OUT - A
      *> FAILED WRITE LEAVES THE COUNTS UNEQUAL AND THE FILE ALONE
           IF WS-WK-STATUS = "00" THEN
               ADD 1 TO WS-FILE-OUT
           END-IF.

       READ-SALT-FILE.
       *> THE FINGERPRINT SALT, CHECKED THE SAME WAY CIPHER CHECKS IT
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
           END-IF
           MOVE SPACES TO SALT-RECORD.

       COPY-WORK-TO-ORIGINAL.
       *> THE SCRUBBED COPY OVER THE ORIGINAL, COUNTED AGAIN ON THE
       *> WAY, THEN READ BACK AND COUNTED A THIRD TIME. SHORT ON
       *> EITHER COUNT MEANS THE ORIGINAL IS NOW INCOMPLETE AND THE
       *> WORK FILE IS THE ONLY FULL COPY - IT IS KEPT, NO FURTHER
       *> FILE IS SCRUBBED, AND THE RUN ENDS RC 16.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT SCRUB-FILE
           IF WS-SF-STATUS NOT = "00" THEN
               CLOSE WORK-FILE
               ADD 1 TO WS-COUNT-FAILED
               MOVE SPACES TO WS-FILE-RESULT
               STRING "CANNOT REWRITE, STATUS " WS-SF-STATUS
                   DELIMITED BY SIZE INTO WS-FILE-RESULT
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ WORK-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE WORK-RECORD TO SCRUB-RECORD
                           WRITE SCRUB-RECORD
                           IF WS-SF-STATUS = "00" THEN
                               ADD 1 TO WS-FILE-BACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE SCRUB-FILE
               PERFORM COUNT-REWRITTEN-FILE
               IF WS-FILE-BACK = WS-FILE-OUT
                       AND WS-FILE-REREAD = WS-FILE-OUT THEN
                   ADD 1 TO WS-COUNT-REWRITTEN
                   MOVE "SCRUBBED" TO WS-FILE-RESULT
               ELSE
                   ADD 1 TO WS-COUNT-DAMAGED
                   MOVE "*** COPY-BACK SHORT - RESTORE"
                       TO WS-FILE-RESULT
               END-IF
           END-IF.

       COUNT-REWRITTEN-FILE.
       *> READS THE REWRITTEN ORIGINAL BACK FROM THE TOP AND COUNTS
       *> IT. A FILE THAT WILL NOT OPEN COUNTS AS NOTHING AT ALL.
           OPEN INPUT SCRUB-FILE
           IF WS-SF-STATUS = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ SCRUB-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-FILE-REREAD
                   END-READ
               END-PERFORM
               CLOSE SCRUB-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO SCRUB-LINE
           STRING "AUDIT TRAIL PLAINTEXT SCRUB - " WS-TIMESTAMP (1:8)
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE
           MOVE "==============================================="
               TO SCRUB-LINE
           WRITE SCRUB-LINE
           MOVE SPACES TO SCRUB-LINE
           STRING "FILE                                IN  SCRUBBED"
               "  ALREADY      OUT  RESULT"
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE.

       WRITE-FILE-LINE.
           MOVE WS-FILE-IN TO WS-IN-EDIT
           MOVE WS-FILE-DONE TO WS-DONE-EDIT
           MOVE WS-FILE-ALREADY TO WS-ALREADY-EDIT
           MOVE WS-FILE-OUT TO WS-OUT-EDIT
           MOVE SPACES TO SCRUB-LINE
           STRING WS-SCRUB-NAME " " WS-IN-EDIT "   " WS-DONE-EDIT
               "  " WS-ALREADY-EDIT "  " WS-OUT-EDIT "  "
               WS-FILE-RESULT
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE.

       WRITE-TOTALS.
           MOVE WS-TOT-IN TO WS-IN-EDIT
           MOVE WS-TOT-DONE TO WS-DONE-EDIT
           MOVE WS-TOT-ALREADY TO WS-ALREADY-EDIT
           MOVE WS-TOT-OUT TO WS-OUT-EDIT
           MOVE SPACES TO SCRUB-LINE
           STRING "TOTAL                          " WS-IN-EDIT "   "
               WS-DONE-EDIT "  " WS-ALREADY-EDIT "  " WS-OUT-EDIT
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE
           MOVE SPACES TO SCRUB-LINE
           WRITE SCRUB-LINE
           IF WS-TOT-IN = WS-TOT-OUT THEN
               MOVE "RECORDS IN = RECORDS OUT - NOTHING LOST"
                   TO SCRUB-LINE
           ELSE
               MOVE "*** RECORDS IN AND OUT DIFFER - SEE ABOVE"
                   TO SCRUB-LINE
           END-IF
           WRITE SCRUB-LINE
           MOVE WS-TOT-CRIBS TO WS-COUNT-EDIT
           MOVE SPACES TO SCRUB-LINE
           STRING "S/K CRIBS BLANKED:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE
           IF NOT ARCHIVES-LISTED THEN
               MOVE "NO AUDSCRUB.LST - ONLY AUDIT.LOG WAS SCRUBBED"
                   TO SCRUB-LINE
               WRITE SCRUB-LINE
           END-IF
           MOVE WS-COUNT-FILES TO WS-COUNT-EDIT
           MOVE SPACES TO SCRUB-LINE
           STRING "FILES EXAMINED:        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE
           MOVE WS-COUNT-REWRITTEN TO WS-COUNT-EDIT
           MOVE SPACES TO SCRUB-LINE
           STRING "  SCRUBBED:            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE
           MOVE WS-COUNT-CLEAN TO WS-COUNT-EDIT
           MOVE SPACES TO SCRUB-LINE
           STRING "  ALREADY CLEAN:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE
           MOVE WS-COUNT-MISSING TO WS-COUNT-EDIT
           MOVE SPACES TO SCRUB-LINE
           STRING "  MISSING/UNREADABLE:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE
           MOVE WS-COUNT-FAILED TO WS-COUNT-EDIT
           MOVE SPACES TO SCRUB-LINE
           STRING "  LEFT UNSCRUBBED:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE
           MOVE WS-COUNT-DAMAGED TO WS-COUNT-EDIT
           MOVE SPACES TO SCRUB-LINE
           STRING "  COPY-BACK SHORT:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE
           MOVE WS-COUNT-NOT-DONE TO WS-COUNT-EDIT
           MOVE SPACES TO SCRUB-LINE
           STRING "  NOT DONE:            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SCRUB-LINE
           WRITE SCRUB-LINE.
       END PROGRAM AUDSCRUB.
