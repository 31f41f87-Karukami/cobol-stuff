      ******************************************************************
      * PROGRAM  : EXCWORK
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : INTERACTIVE WORKBENCH FOR THE EXCEPTION CASES
      *            EXCMON KEEPS ON THE EXCCASE MASTER (SEE
      *            EXCCASE.cpy). THE NIGHTLY PAGE SAYS WHAT FIRED;
      *            THE CASE IS WHERE SOMEBODY SAYS THEY HAVE IT,
      *            WRITES DOWN WHAT THEY FOUND, AND CLOSES IT WHEN
      *            IT IS FIXED -- SO THE NEXT SHIFT CAN SEE WHAT IS
      *            STILL OUTSTANDING WITHOUT READING BACK THROUGH A
      *            WEEK OF PAGES.
      *
      *            THE SESSION OPENS WITH THE SHARED SIGNON CHECK.
      *            THE LIST AND THE INQUIRY ARE OPEN TO ANYONE;
      *            ACKNOWLEDGE, NOTE, AND CLOSE NEED A VERIFIED
      *            SIGN-ON, AND STAMP THE CASE WITH WHO DID IT AND
      *            WHEN. CLOSING TAKES A RESOLUTION NOTE. AN
      *            ACKNOWLEDGED CASE IS STILL OPEN AS FAR AS EXCMON,
      *            CASERPT, AND MONCLOSE ARE CONCERNED -- ONLY A
      *            CLOSE TAKES IT OFF THE BOOKS. THE MASTER IS
      *            CREATED ON FIRST USE.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EXCWORK".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-MASTER ASSIGN TO "EXCCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CASE-NUMBER
               FILE STATUS IS WS-CASE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-MASTER.
           COPY "EXCCASE.cpy".

       WORKING-STORAGE SECTION.
       77  WS-CASE-FILE-STATUS          PIC X(02) VALUE "00".
           88  CASE-FILE-OK                        VALUE "00" "02".
           88  CASE-FILE-NOT-FOUND                 VALUE "35".

       77  WS-FUNCTION-CODE             PIC X(01) VALUE SPACES.
           88  FUNC-IS-LIST                        VALUE "L" "l".
           88  FUNC-IS-INQUIRE                     VALUE "I" "i".
           88  FUNC-IS-ACKNOWLEDGE                 VALUE "A" "a".
           88  FUNC-IS-NOTE                        VALUE "N" "n".
           88  FUNC-IS-CLOSE                       VALUE "C" "c".
           88  FUNC-IS-EXIT                        VALUE "X" "x".

       77  WS-DONE-SWITCH               PIC X(01) VALUE "N".
           88  MAINTENANCE-DONE                    VALUE "Y".
       77  WS-CASE-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  CASE-ON-FILE                        VALUE "Y".
       77  WS-CASE-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-CASES                        VALUE "Y".

       77  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       77  WS-TODAY-NUM                 PIC 9(08) VALUE ZERO.
       77  WS-TODAY-INT                 PIC 9(07) VALUE ZERO.
       77  WS-OPENED-INT                PIC 9(07) VALUE ZERO.
       77  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
       77  WS-CASE-IN                   PIC X(06) VALUE SPACES.
       77  WS-CONFIRM-IN                PIC X(01) VALUE SPACES.
       77  WS-NOTE-IN                   PIC X(60) VALUE SPACES.
       77  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO.
       77  WS-ACK-COUNT                 PIC 9(05) VALUE ZERO.
       77  WS-TYPE-TEXT                 PIC X(20) VALUE SPACES.
       77  WS-STATUS-TEXT               PIC X(12) VALUE SPACES.

       COPY "SIGNONL.cpy".

       01  WS-LIST-LINE.
           05  LL-CASE-NUMBER           PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LL-TYPE                  PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LL-SUBJECT               PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  LL-CYCLE                 PIC 9(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LL-OPENED                PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LL-LAST-SEEN             PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  LL-TIMES                 PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  LL-AGE                   PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LL-STATUS                PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  LL-ACK-BY                PIC X(08).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: SIGNS THE OPERATOR ON, OPENS THE CASE MASTER
      *                (CREATING IT ON FIRST USE), AND DRIVES THE
      *                MENU UNTIL EXIT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
           PERFORM 0100-SIGN-ON
               THRU 0100-SIGN-ON-EXIT
           PERFORM 0300-OPEN-FILES
               THRU 0300-OPEN-FILES-EXIT
           PERFORM 1000-PROCESS-ONE-TRANSACTION
               THRU 1000-PROCESS-ONE-TRANSACTION-EXIT
               UNTIL MAINTENANCE-DONE
           CLOSE CASE-MASTER
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-SIGN-ON: THE SHARED SIGNON CHECK -- THE CASE CARRIES THE
      *               VERIFIED IDENTITY IT RETURNS. A FAILED SIGN-ON
      *               LEAVES THE LIST AND THE INQUIRY AVAILABLE AND
      *               EVERYTHING ELSE DENIED.
      *----------------------------------------------------------------
       0100-SIGN-ON.
           MOVE "EXCWORK" TO SGN-CALLER-PROGRAM
           CALL "SIGNON" USING SIGNON-PARMS
           IF SIGNON-FAILED
               DISPLAY "EXCWORK: SIGN-ON FAILED -- INQUIRIES ONLY."
           END-IF
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.
       0100-SIGN-ON-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0300-OPEN-FILES: OPENS THE CASE MASTER FOR UPDATE, CREATING
      *                  AN EMPTY ONE ON FIRST USE. WITHOUT THE
      *                  MASTER THERE IS NOTHING TO DO.
      *----------------------------------------------------------------
       0300-OPEN-FILES.
           OPEN I-O CASE-MASTER
           IF CASE-FILE-NOT-FOUND
               OPEN OUTPUT CASE-MASTER
               CLOSE CASE-MASTER
               OPEN I-O CASE-MASTER
           END-IF
           IF NOT CASE-FILE-OK
               DISPLAY "EXCWORK: CANNOT OPEN EXCCASE MASTER, STATUS "
                   WS-CASE-FILE-STATUS "."
               STOP RUN
           END-IF.
       0300-OPEN-FILES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-PROCESS-ONE-TRANSACTION: SHOWS THE MENU, ACCEPTS ONE
      *                               FUNCTION CODE, AND ROUTES TO
      *                               THE MATCHING PARAGRAPH.
      *                               ACKNOWLEDGE, NOTE, AND CLOSE
      *                               NEED A VERIFIED SIGN-ON.
      *----------------------------------------------------------------
       1000-PROCESS-ONE-TRANSACTION.
           PERFORM 1100-DISPLAY-MENU
               THRU 1100-DISPLAY-MENU-EXIT
           ACCEPT WS-FUNCTION-CODE
           EVALUATE TRUE
               WHEN FUNC-IS-ACKNOWLEDGE AND NOT SIGNON-FAILED
                   PERFORM 4000-ACKNOWLEDGE-CASE
                       THRU 4000-ACKNOWLEDGE-CASE-EXIT
               WHEN FUNC-IS-NOTE AND NOT SIGNON-FAILED
                   PERFORM 5000-ADD-NOTE
                       THRU 5000-ADD-NOTE-EXIT
               WHEN FUNC-IS-CLOSE AND NOT SIGNON-FAILED
                   PERFORM 6000-CLOSE-CASE
                       THRU 6000-CLOSE-CASE-EXIT
               WHEN FUNC-IS-ACKNOWLEDGE OR FUNC-IS-NOTE
                   OR FUNC-IS-CLOSE
                   DISPLAY "NOT SIGNED ON -- INQUIRIES ONLY."
               WHEN FUNC-IS-LIST
                   PERFORM 2000-LIST-CASES
                       THRU 2000-LIST-CASES-EXIT
               WHEN FUNC-IS-INQUIRE
                   PERFORM 3000-INQUIRE-CASE
                       THRU 3000-INQUIRE-CASE-EXIT
               WHEN FUNC-IS-EXIT
                   MOVE "Y" TO WS-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION CODE -- TRY AGAIN."
           END-EVALUATE.
       1000-PROCESS-ONE-TRANSACTION-EXIT.
           EXIT.

       1100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "EXCEPTION CASE WORKBENCH".
           DISPLAY "  SIGNED ON AS: " SGN-OPERATOR-ID.
           DISPLAY "  L - LIST CASES NOT YET CLOSED".
           DISPLAY "  I - INQUIRE ON A CASE".
           DISPLAY "  A - ACKNOWLEDGE A CASE".
           DISPLAY "  N - ADD A NOTE TO A CASE".
           DISPLAY "  C - CLOSE A CASE (RESOLUTION NOTE REQUIRED)".
           DISPLAY "  X - EXIT".
           DISPLAY "ENTER FUNCTION: " WITH NO ADVANCING.
       1100-DISPLAY-MENU-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-ACCEPT-CASE: PROMPTS FOR A CASE NUMBER AND READS IT,
      *                   SETTING WS-CASE-FOUND-SWITCH. A CASE THAT
      *                   IS NOT A NUMBER OR NOT ON FILE IS SAID SO
      *                   HERE.
      *----------------------------------------------------------------
       1500-ACCEPT-CASE.
           MOVE "N" TO WS-CASE-FOUND-SWITCH
           DISPLAY "CASE NUMBER (SEE L LIST): " WITH NO ADVANCING
           ACCEPT WS-CASE-IN
           IF WS-CASE-IN NOT NUMERIC
               DISPLAY "ERROR: CASE NUMBER MUST BE SIX DIGITS."
               GO TO 1500-ACCEPT-CASE-EXIT
           END-IF
           MOVE WS-CASE-IN TO EC-CASE-NUMBER
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY "ERROR: CASE " WS-CASE-IN
                       " IS NOT ON FILE."
               NOT INVALID KEY
                   MOVE "Y" TO WS-CASE-FOUND-SWITCH
           END-READ.
       1500-ACCEPT-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-COMPUTE-AGE: DAYS SINCE THE CASE WAS OPENED. A DATE THAT
      *                   ISN'T A DATE AGES AS ZERO RATHER THAN
      *                   ABENDING THE LIST.
      *----------------------------------------------------------------
       1600-COMPUTE-AGE.
           MOVE ZERO TO WS-AGE-DAYS
           IF EC-OPENED-DATE IS NUMERIC
               AND EC-OPENED-DATE > 19000101
               COMPUTE WS-OPENED-INT =
                   FUNCTION INTEGER-OF-DATE (EC-OPENED-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-OPENED-INT
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
           END-IF.
       1600-COMPUTE-AGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LIST-CASES: ONE LINE PER CASE NOT YET CLOSED, OLDEST
      *                  NUMBER FIRST -- TYPE, SUBJECT, CYCLE, DATE
      *                  OPENED AND LAST SEEN, TIMES SEEN, AGE IN
      *                  DAYS, STATUS, AND WHO ACKNOWLEDGED IT -- AND
      *                  A CLOSING COUNT.
      *----------------------------------------------------------------
       2000-LIST-CASES.
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-ACK-COUNT
           MOVE "N" TO WS-CASE-EOF-SWITCH
           MOVE ZERO TO EC-CASE-NUMBER
           START CASE-MASTER KEY NOT < EC-CASE-NUMBER
               INVALID KEY
                   SET END-OF-CASES TO TRUE
           END-START
           DISPLAY "CASE    T  SUBJECT      C  OPENED    LAST SEEN "
               "TIMES   AGE  S ACK BY"
           PERFORM 2100-LIST-ONE-CASE
               THRU 2100-LIST-ONE-CASE-EXIT
               UNTIL END-OF-CASES
           DISPLAY "OPEN: " WS-OPEN-COUNT
               "  ACKNOWLEDGED: " WS-ACK-COUNT.
       2000-LIST-CASES-EXIT.
           EXIT.

       2100-LIST-ONE-CASE.
           READ CASE-MASTER NEXT RECORD
               AT END
                   SET END-OF-CASES TO TRUE
           END-READ
           IF END-OF-CASES
               GO TO 2100-LIST-ONE-CASE-EXIT
           END-IF
           IF NOT EC-CASE-UNRESOLVED
               GO TO 2100-LIST-ONE-CASE-EXIT
           END-IF
           IF EC-CASE-ACKNOWLEDGED
               ADD 1 TO WS-ACK-COUNT
           ELSE
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           PERFORM 1600-COMPUTE-AGE
               THRU 1600-COMPUTE-AGE-EXIT
           MOVE EC-CASE-NUMBER TO LL-CASE-NUMBER
           MOVE EC-CASE-TYPE TO LL-TYPE
           MOVE EC-SUBJECT TO LL-SUBJECT
           MOVE EC-CYCLE TO LL-CYCLE
           MOVE EC-OPENED-DATE TO LL-OPENED
           MOVE EC-LAST-SEEN-DATE TO LL-LAST-SEEN
           MOVE EC-OCCURRENCES TO LL-TIMES
           MOVE WS-AGE-DAYS TO LL-AGE
           MOVE EC-STATUS TO LL-STATUS
           MOVE EC-ACK-BY TO LL-ACK-BY
           DISPLAY WS-LIST-LINE.
       2100-LIST-ONE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-INQUIRE-CASE: SHOWS ONE CASE IN FULL, WHATEVER ITS
      *                    STATUS.
      *----------------------------------------------------------------
       3000-INQUIRE-CASE.
           PERFORM 1500-ACCEPT-CASE
               THRU 1500-ACCEPT-CASE-EXIT
           IF NOT CASE-ON-FILE
               GO TO 3000-INQUIRE-CASE-EXIT
           END-IF
           PERFORM 3100-SHOW-CASE
               THRU 3100-SHOW-CASE-EXIT.
       3000-INQUIRE-CASE-EXIT.
           EXIT.

       3100-SHOW-CASE.
           PERFORM 7000-DESCRIBE-CASE
               THRU 7000-DESCRIBE-CASE-EXIT
           PERFORM 1600-COMPUTE-AGE
               THRU 1600-COMPUTE-AGE-EXIT
           DISPLAY "CASE " EC-CASE-NUMBER "  " WS-TYPE-TEXT
               "  " WS-STATUS-TEXT
           DISPLAY "  SUBJECT   : " EC-SUBJECT "  CYCLE " EC-CYCLE
           DISPLAY "  OPENED    : " EC-OPENED-DATE "  LAST SEEN "
               EC-LAST-SEEN-DATE "  TIMES " EC-OCCURRENCES
           DISPLAY "  TRIPPED   : " EC-TRIP-VALUE " AGAINST "
               EC-TRIP-LIMIT "  " EC-TRIP-TEXT
           IF EC-CASE-UNRESOLVED
               DISPLAY "  AGE       : " WS-AGE-DAYS " DAYS"
           END-IF
           IF EC-ACK-BY NOT = SPACES
               DISPLAY "  ACKED     : " EC-ACK-BY " ON " EC-ACK-DATE
           END-IF
           IF EC-CASE-CLOSED
               DISPLAY "  CLOSED    : " EC-CLOSED-BY " ON "
                   EC-CLOSED-DATE
           END-IF
           IF EC-NOTE-BY NOT = SPACES
               DISPLAY "  LAST NOTE : " EC-NOTE-BY " ON " EC-NOTE-DATE
           END-IF
           IF EC-NOTE-LINE (1) NOT = SPACES
               DISPLAY "    " EC-NOTE-LINE (1)
           END-IF
           IF EC-NOTE-LINE (2) NOT = SPACES
               DISPLAY "    " EC-NOTE-LINE (2)
           END-IF.
       3100-SHOW-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-ACKNOWLEDGE-CASE: MARKS AN OPEN CASE AS TAKEN -- WHO
      *                        HAS IT AND SINCE WHEN. THE CASE STAYS
      *                        OPEN FOR REPEATS AND AGING.
      *----------------------------------------------------------------
       4000-ACKNOWLEDGE-CASE.
           PERFORM 1500-ACCEPT-CASE
               THRU 1500-ACCEPT-CASE-EXIT
           IF NOT CASE-ON-FILE
               GO TO 4000-ACKNOWLEDGE-CASE-EXIT
           END-IF
           IF NOT EC-CASE-OPEN
               DISPLAY "ERROR: CASE " EC-CASE-NUMBER " IS NOT OPEN "
                   "(STATUS " EC-STATUS ") -- NOTHING DONE."
               GO TO 4000-ACKNOWLEDGE-CASE-EXIT
           END-IF
           PERFORM 3100-SHOW-CASE
               THRU 3100-SHOW-CASE-EXIT
           MOVE "A" TO EC-STATUS
           MOVE WS-OPERATOR-ID TO EC-ACK-BY
           MOVE WS-TODAY-NUM TO EC-ACK-DATE
           PERFORM 8000-REWRITE-CASE
               THRU 8000-REWRITE-CASE-EXIT
           IF NOT CASE-FILE-OK
               GO TO 4000-ACKNOWLEDGE-CASE-EXIT
           END-IF
           DISPLAY "CASE " EC-CASE-NUMBER " ACKNOWLEDGED BY "
               WS-OPERATOR-ID ".".
       4000-ACKNOWLEDGE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ADD-NOTE: ADDS A NOTE TO A CASE NOT YET CLOSED. THE
      *                CASE KEEPS THE LATEST TWO -- THE OLDER SLIDES
      *                UP TO LINE ONE, THE NEW ONE GOES ON LINE TWO.
      *----------------------------------------------------------------
       5000-ADD-NOTE.
           PERFORM 1500-ACCEPT-CASE
               THRU 1500-ACCEPT-CASE-EXIT
           IF NOT CASE-ON-FILE
               GO TO 5000-ADD-NOTE-EXIT
           END-IF
           IF EC-CASE-CLOSED
               DISPLAY "ERROR: CASE " EC-CASE-NUMBER " IS CLOSED "
                   "-- NOTHING DONE."
               GO TO 5000-ADD-NOTE-EXIT
           END-IF
           PERFORM 3100-SHOW-CASE
               THRU 3100-SHOW-CASE-EXIT
           DISPLAY "NOTE (60 CHARS): " WITH NO ADVANCING
           ACCEPT WS-NOTE-IN
           IF WS-NOTE-IN = SPACES
               DISPLAY "A BLANK NOTE IS NO NOTE -- NOTHING DONE."
               GO TO 5000-ADD-NOTE-EXIT
           END-IF
           PERFORM 5100-PUSH-NOTE
               THRU 5100-PUSH-NOTE-EXIT
           PERFORM 8000-REWRITE-CASE
               THRU 8000-REWRITE-CASE-EXIT
           IF NOT CASE-FILE-OK
               GO TO 5000-ADD-NOTE-EXIT
           END-IF
           DISPLAY "NOTE ADDED TO CASE " EC-CASE-NUMBER ".".
       5000-ADD-NOTE-EXIT.
           EXIT.

       5100-PUSH-NOTE.
           IF EC-NOTE-LINE (2) NOT = SPACES
               MOVE EC-NOTE-LINE (2) TO EC-NOTE-LINE (1)
           END-IF
           MOVE WS-NOTE-IN TO EC-NOTE-LINE (2)
           MOVE WS-OPERATOR-ID TO EC-NOTE-BY
           MOVE WS-TODAY-NUM TO EC-NOTE-DATE.
       5100-PUSH-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-CLOSE-CASE: CLOSES A CASE NOT YET CLOSED, AFTER A
      *                  RESOLUTION NOTE AND A Y/N CONFIRM. A CASE
      *                  CLOSED WHILE THE CAUSE IS STILL THERE IS
      *                  OPENED AFRESH THE NEXT TIME EXCMON FIRES.
      *----------------------------------------------------------------
       6000-CLOSE-CASE.
           PERFORM 1500-ACCEPT-CASE
               THRU 1500-ACCEPT-CASE-EXIT
           IF NOT CASE-ON-FILE
               GO TO 6000-CLOSE-CASE-EXIT
           END-IF
           IF EC-CASE-CLOSED
               DISPLAY "ERROR: CASE " EC-CASE-NUMBER " IS ALREADY "
                   "CLOSED -- NOTHING DONE."
               GO TO 6000-CLOSE-CASE-EXIT
           END-IF
           PERFORM 3100-SHOW-CASE
               THRU 3100-SHOW-CASE-EXIT
           DISPLAY "RESOLUTION NOTE (60 CHARS): " WITH NO ADVANCING
           ACCEPT WS-NOTE-IN
           IF WS-NOTE-IN = SPACES
               DISPLAY "A CASE IS NOT CLOSED WITHOUT SAYING HOW IT "
                   "WAS RESOLVED -- NOTHING DONE."
               GO TO 6000-CLOSE-CASE-EXIT
           END-IF
           DISPLAY "CLOSE CASE " EC-CASE-NUMBER " (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-IN
           IF WS-CONFIRM-IN NOT = "Y" AND WS-CONFIRM-IN NOT = "y"
               DISPLAY "CLOSE CANCELLED."
               GO TO 6000-CLOSE-CASE-EXIT
           END-IF
           PERFORM 5100-PUSH-NOTE
               THRU 5100-PUSH-NOTE-EXIT
           MOVE "C" TO EC-STATUS
           MOVE WS-OPERATOR-ID TO EC-CLOSED-BY
           MOVE WS-TODAY-NUM TO EC-CLOSED-DATE
           PERFORM 8000-REWRITE-CASE
               THRU 8000-REWRITE-CASE-EXIT
           IF NOT CASE-FILE-OK
               GO TO 6000-CLOSE-CASE-EXIT
           END-IF
           DISPLAY "CASE " EC-CASE-NUMBER " CLOSED BY "
               WS-OPERATOR-ID ".".
       6000-CLOSE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-DESCRIBE-CASE: PLAIN WORDS FOR THE CASE TYPE AND STATUS.
      *----------------------------------------------------------------
       7000-DESCRIBE-CASE.
           EVALUATE TRUE
               WHEN EC-BAND-VOLUME
                   MOVE "BAND VOLUME" TO WS-TYPE-TEXT
               WHEN EC-STEP-UNENDED
                   MOVE "STEP NEVER ENDED" TO WS-TYPE-TEXT
               WHEN EC-STEP-DIRTY
                   MOVE "STEP ENDED DIRTY" TO WS-TYPE-TEXT
               WHEN EC-NO-RUN
                   MOVE "NO RUN" TO WS-TYPE-TEXT
               WHEN EC-EXTRA-RUN
                   MOVE "EXTRA RUN" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN TYPE" TO WS-TYPE-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN EC-CASE-OPEN
                   MOVE "OPEN" TO WS-STATUS-TEXT
               WHEN EC-CASE-ACKNOWLEDGED
                   MOVE "ACKNOWLEDGED" TO WS-STATUS-TEXT
               WHEN EC-CASE-CLOSED
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.
       7000-DESCRIBE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-REWRITE-CASE: PUTS THE CASE BACK. A FAILURE LEAVES THE
      *                    FILE STATUS NOT OK FOR THE CALLER.
      *----------------------------------------------------------------
       8000-REWRITE-CASE.
           REWRITE EXCEPTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: REWRITE FAILED FOR CASE "
                       EC-CASE-NUMBER " -- STATUS "
                       WS-CASE-FILE-STATUS
           END-REWRITE.
       8000-REWRITE-CASE-EXIT.
           EXIT.
