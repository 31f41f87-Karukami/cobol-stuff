      ******************************************************************
      * PROGRAM  : SRCMAINT
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : INTERACTIVE ADD/CHANGE/DELETE/INQUIRE MAINTENANCE
      *            FOR THE SRCTAB FEED SOURCE TABLE (SEE SRCTAB.cpy)
      *            -- WHICH UPSTREAM OFFICES MAY SEND ON THE RAWNUM
      *            FEED AND WHICH THRESHM RULE EACH ONE CLASSIFIES
      *            UNDER. THE TABLE USED TO BE EDITED BY HAND, AND A
      *            WRONG ROW MISCLASSIFIES A WHOLE OFFICE'S DAY WITH
      *            NOTHING ON FILE TO SAY WHO CHANGED IT.
      *
      *            THE SESSION OPENS WITH THE SHARED SIGNON CHECK;
      *            ADD, CHANGE, AND DELETE NEED THE SOURCE-TABLE
      *            FLAG, INQUIRE AND THE PRINTED LISTING ARE OPEN TO
      *            ANYONE. A RULE ID IS ONLY ACCEPTED IF AT LEAST ONE
      *            VERSION OF IT IS ON THE THRESHM MASTER. A SOURCE
      *            CANNOT BE DELETED WHILE IT STILL HAS RECORDS OPEN
      *            IN NUMSUSP OR RECORDS ON TODAY'S IFELSE.CLS --
      *            THEY WOULD BE LEFT BELONGING TO NOBODY. EVERY
      *            SUCCESSFUL ADD, CHANGE, AND DELETE IS APPENDED TO
      *            SRCTAB.AUD WITH THE ROW AS IT WAS AND AS IT IS.
      *
      *            THE TABLE IS LOADED AT START-UP AND WORKED IN
      *            PLACE; THE FILE IS REWRITTEN AS EACH ADD, CHANGE,
      *            OR DELETE IS MADE, AND THE AUDIT ROW IS ONLY
      *            WRITTEN ONCE THE REWRITE HAS SUCCEEDED. THE
      *            "P" FUNCTION PRINTS SRCTAB.RPT -- EACH SOURCE WITH
      *            THE VERSION OF ITS RULE IN EFFECT TODAY AND THAT
      *            VERSION'S BAND TABLE.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      *   2026-10-15  LB   THE RULE VERSION SHOWN AS IN EFFECT (AND
      *                    THE "NOT IN EFFECT YET" WARNING ON ADD AND
      *                    CHANGE) NOW IGNORES VERSIONS AWAITING
      *                    APPROVAL OR REJECTED (SEE THRESHM.cpy).
      *   2026-10-15  LB   IFELSE.CLS IS NOW 32 BYTES -- THE RECORD
      *                    ENDS WITH ITS PROCESSING CYCLE (SEE
      *                    CLASSOUT.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SRCMAINT".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-TABLE-FILE ASSIGN TO "SRCTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCTAB-FILE-STATUS.

      * READ ONLY -- TO PROVE A RULE ID EXISTS BEFORE A SOURCE IS
      * POINTED AT IT, AND TO FIND THE VERSION IN EFFECT FOR THE
      * LISTING.
           SELECT THRESHOLD-MASTER ASSIGN TO "THRESHM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-RULE-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      * THE TWO PLACES A SOURCE'S RECORDS CAN STILL BE IN FLIGHT --
      * BOTH READ ONLY, AND ONLY WHEN A DELETE IS ASKED FOR.
           SELECT SUSPENSE-FILE ASSIGN TO "NUMSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT CLASS-IN-FILE ASSIGN TO "IFELSE.CLS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLS-FILE-STATUS.

      * ONE ROW APPENDED PER SUCCESSFUL ADD/CHANGE/DELETE -- A
      * DELETED SOURCE'S LAST ROW SURVIVES ONLY HERE.
           SELECT AUDIT-FILE ASSIGN TO "SRCTAB.AUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT LIST-RPT-FILE ASSIGN TO "SRCTAB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-TABLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
           COPY "SRCTAB.cpy".

       FD  THRESHOLD-MASTER.
           COPY "THRESHM.cpy".

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 15 CHARACTERS.
           COPY "NUMSUSP.cpy".

       FD  CLASS-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY "CLASSOUT.cpy".

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 84 CHARACTERS.
       01  AUDIT-RECORD.
           05  SX-DATE                   PIC 9(08).
           05  SX-TIME                   PIC 9(06).
           05  SX-OPERATOR-ID            PIC X(08).
           05  SX-FUNCTION-CODE          PIC X(01).
           05  SX-SOURCE-CODE            PIC X(03).
           05  SX-BEFORE-IMAGE           PIC X(29).
           05  SX-AFTER-IMAGE            PIC X(29).

       FD  LIST-RPT-FILE.
       01  LIST-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SRCTAB-FILE-STATUS        PIC X(02) VALUE "00".
           88  SRCTAB-FILE-OK                      VALUE "00".
           88  SRCTAB-FILE-NOT-FOUND               VALUE "35".
       77  WS-MASTER-FILE-STATUS        PIC X(02) VALUE "00".
           88  MASTER-FILE-OK                      VALUE "00" "02".
       77  WS-SUSP-FILE-STATUS          PIC X(02) VALUE "00".
           88  SUSP-FILE-OK                        VALUE "00".
       77  WS-CLS-FILE-STATUS           PIC X(02) VALUE "00".
           88  CLS-FILE-OK                         VALUE "00".
       77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".
           88  AUDIT-FILE-OK                       VALUE "00".
       77  WS-SRCTAB-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-SRCTAB                       VALUE "Y".
       77  WS-SUSP-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-SUSPENSE                     VALUE "Y".
       77  WS-CLS-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-CLASS-FILE                   VALUE "Y".

       77  WS-FUNCTION-CODE             PIC X(01) VALUE SPACES.
           88  FUNC-IS-ADD                         VALUE "A" "a".
           88  FUNC-IS-CHANGE                      VALUE "C" "c".
           88  FUNC-IS-DELETE                      VALUE "D" "d".
           88  FUNC-IS-INQUIRE                     VALUE "I" "i".
           88  FUNC-IS-PRINT                       VALUE "P" "p".
           88  FUNC-IS-EXIT                        VALUE "X" "x".

       77  WS-DONE-SWITCH               PIC X(01) VALUE "N".
           88  MAINTENANCE-DONE                    VALUE "Y".

       77  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       77  WS-TODAY-NUM                 PIC 9(08) VALUE ZERO.

      * THE WHOLE TABLE, LOADED AT START-UP AND WORKED IN PLACE. EACH
      * ENTRY IS THE 29-BYTE SRCTAB ROW EXACTLY. FIVE IS THE MOST
      * NUMEDIT AND IFELSE WILL HOLD, SO FIVE IS THE MOST THIS
      * PROGRAM WILL LET ONTO THE FILE.
       77  WS-SOURCE-COUNT              PIC 9(01) VALUE ZERO.
       77  WS-SOURCE-MAX                PIC 9(01) VALUE 5.
       77  WS-SRC-SUB                   PIC 9(01) VALUE ZERO.
       77  WS-FOUND-SUB                 PIC 9(01) VALUE ZERO.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 5 TIMES.
               10  WT-SOURCE-CODE       PIC X(03).
               10  WT-OFFICE-NAME       PIC X(20).
               10  WT-RULE-ID           PIC X(06).

      * SET WHEN SRCTAB HOLDS MORE ROWS THAN THE TABLE -- THE SESSION
      * THEN RUNS INQUIRY-ONLY AND THE EXIT REWRITE IS SKIPPED, SO THE
      * ROWS THAT NEVER LOADED ARE NEVER THROWN AWAY.
       77  WS-TRUNCATED-SWITCH          PIC X(01) VALUE "N".
           88  LOAD-WAS-TRUNCATED                  VALUE "Y".

      * THE TABLE AS IT STOOD BEFORE THE CURRENT TRANSACTION -- PUT
      * BACK IF THE REWRITE FAILS, SO THE SESSION NEVER SHOWS A CHANGE
      * THAT IS NOT ON FILE.
       77  WS-PRIOR-SOURCE-COUNT        PIC 9(01) VALUE ZERO.
       01  WS-PRIOR-SOURCE-TABLE        PIC X(145) VALUE SPACES.

      * SET WHEN SRCTAB OR ITS AUDIT TRAIL CANNOT BE WRITTEN -- THE
      * SESSION IS INQUIRY-ONLY FROM THEN ON.
       77  WS-SAVE-FAILED-SWITCH        PIC X(01) VALUE "N".
           88  SAVE-HAS-FAILED                     VALUE "Y".

      * THE MASTER IS OPENED ONCE FOR THE SESSION. WITHOUT IT NO RULE
      * ID CAN BE PROVED, SO ADD AND CHANGE ARE REFUSED.
       77  WS-MASTER-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  MASTER-IS-OPEN                      VALUE "Y".
       77  WS-RULE-OK-SWITCH            PIC X(01) VALUE "N".
           88  RULE-IS-ON-FILE                     VALUE "Y".
       77  WS-MASTER-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  MASTER-RULE-FOUND                   VALUE "Y".
       77  WS-MASTER-EOF-SWITCH         PIC X(01) VALUE "N".
           88  END-OF-MASTER-SCAN                  VALUE "Y".
       77  WS-LOOKUP-RULE-ID            PIC X(06) VALUE SPACES.

      * THE LATEST VERSION OF THE LOOKED-UP RULE WHOSE EFFECTIVE DATE
      * IS NOT AFTER TODAY -- THE SAME CHOICE IFELSE MAKES.
       01  WS-SAVED-RULE                PIC X(217) VALUE SPACES.

       77  WS-CODE-IN                   PIC X(03) VALUE SPACES.
       77  WS-OFFICE-IN                 PIC X(20) VALUE SPACES.
       77  WS-RULE-IN                   PIC X(06) VALUE SPACES.
       77  WS-SUSP-HITS                 PIC 9(06) VALUE ZERO.
       77  WS-CLS-HITS                  PIC 9(06) VALUE ZERO.
       77  WS-BAND-SUB                  PIC 9(01) VALUE ZERO.
       77  WS-LISTED-COUNT              PIC 9(04) VALUE ZERO.

      * THE ROW AS IT STOOD BEFORE THE CURRENT CHANGE OR DELETE AND
      * AS IT STANDS AFTER -- SPACES WHERE NO IMAGE EXISTS (BEFORE ON
      * AN ADD, AFTER ON A DELETE).
       01  WS-SAVE-BEFORE-IMAGE         PIC X(29) VALUE SPACES.
       01  WS-SAVE-AFTER-IMAGE          PIC X(29) VALUE SPACES.
       77  WS-AUDIT-FUNCTION            PIC X(01) VALUE SPACES.

       01  WS-AUDIT-STAMP.
           05  WS-AUDIT-DATE            PIC 9(08).
           05  WS-AUDIT-TIME-RAW        PIC 9(08).

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
           05  WS-RUN-DD                PIC 9(02).

       COPY "SIGNONL.cpy".

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(10) VALUE "SRCMAINT".
           05  FILLER                   PIC X(30)
               VALUE "FEED SOURCE TABLE LISTING".
           05  FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05  HL1-YYYY                 PIC 9(04).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-MM                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-DD                   PIC 9(02).

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(05) VALUE "SRC".
           05  FILLER                   PIC X(22) VALUE "OFFICE".
           05  FILLER                   PIC X(08) VALUE "RULE".
           05  FILLER                   PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                   PIC X(05) VALUE "THR".
           05  FILLER                   PIC X(20) VALUE "DESCRIPTION".

       01  WS-DETAIL-LINE.
           05  DL-SOURCE                PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-OFFICE                PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-RULE                  PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-EFF-DATE              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-THRESHOLD             PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-DESCRIPTION           PIC X(20).

       01  WS-BAND-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE "BAND ".
           05  BL-BAND-NUM              PIC 9(01).
           05  FILLER                   PIC X(06) VALUE " FROM ".
           05  BL-FLOOR                 PIC 9(02).
           05  FILLER                   PIC X(03) VALUE " : ".
           05  BL-NAME                  PIC X(12).

       01  WS-NOTE-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  NL-TEXT                  PIC X(60).

       01  WS-SUMMARY-LINE.
           05  SL-LABEL                 PIC X(30).
           05  SL-COUNT                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: SIGNS THE OPERATOR ON, LOADS THE TABLE, OPENS
      *                THE MASTER AND THE AUDIT TRAIL, AND DRIVES THE
      *                MENU UNTIL EXIT. EACH CHANGE IS ON FILE BY THE
      *                TIME ITS TRANSACTION ENDS.
      *----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           PERFORM 0100-SIGN-ON
               THRU 0100-SIGN-ON-EXIT
           PERFORM 0200-LOAD-SOURCE-TABLE
               THRU 0200-LOAD-SOURCE-TABLE-EXIT
           PERFORM 0300-OPEN-FILES
               THRU 0300-OPEN-FILES-EXIT
           PERFORM 1000-PROCESS-ONE-TRANSACTION
               THRU 1000-PROCESS-ONE-TRANSACTION-EXIT
               UNTIL MAINTENANCE-DONE
           IF MASTER-IS-OPEN
               CLOSE THRESHOLD-MASTER
           END-IF
           CLOSE AUDIT-FILE
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-SIGN-ON: THE SHARED SIGNON CHECK -- THE AUDIT TRAIL
      *               CARRIES THE VERIFIED IDENTITY IT RETURNS. A
      *               FAILED SIGN-ON LEAVES INQUIRE AND THE LISTING
      *               AVAILABLE AND EVERYTHING ELSE DENIED.
      *----------------------------------------------------------------
       0100-SIGN-ON.
           MOVE "SRCMAINT" TO SGN-CALLER-PROGRAM
           CALL "SIGNON" USING SIGNON-PARMS
           IF SIGNON-FAILED
               DISPLAY "SRCMAINT: SIGN-ON FAILED -- INQUIRIES ONLY."
           END-IF
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.
       0100-SIGN-ON-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0200-LOAD-SOURCE-TABLE: READS THE WHOLE SRCTAB FILE INTO THE
      *                         WORK TABLE. AN ABSENT FILE (A SITE
      *                         NOT YET SPLIT BY SOURCE) IS AN EMPTY
      *                         TABLE, NOT AN ABEND; ANY OTHER OPEN
      *                         FAILURE, OR A FILE PAST THE TABLE
      *                         LIMIT, PUTS THE SESSION IN INQUIRY-
      *                         ONLY MODE SO NOTHING IS REWRITTEN
      *                         OVER ROWS THIS SESSION NEVER SAW.
      *----------------------------------------------------------------
       0200-LOAD-SOURCE-TABLE.
           MOVE SPACES TO WS-SOURCE-TABLE
           MOVE ZERO TO WS-SOURCE-COUNT
           OPEN INPUT SOURCE-TABLE-FILE
           IF SRCTAB-FILE-NOT-FOUND
               DISPLAY "SRCMAINT: NO SRCTAB TABLE ON FILE YET -- "
                   "STARTING EMPTY."
               GO TO 0200-LOAD-SOURCE-TABLE-EXIT
           END-IF
           IF NOT SRCTAB-FILE-OK
               DISPLAY "SRCMAINT: SRCTAB TABLE UNAVAILABLE, STATUS "
                   WS-SRCTAB-FILE-STATUS " -- INQUIRIES ONLY."
               MOVE "Y" TO WS-TRUNCATED-SWITCH
               GO TO 0200-LOAD-SOURCE-TABLE-EXIT
           END-IF
           PERFORM 0250-READ-SRCTAB
               THRU 0250-READ-SRCTAB-EXIT
           PERFORM 0270-LOAD-ONE-SOURCE
               THRU 0270-LOAD-ONE-SOURCE-EXIT
               UNTIL END-OF-SRCTAB
           CLOSE SOURCE-TABLE-FILE.
       0200-LOAD-SOURCE-TABLE-EXIT.
           EXIT.

       0250-READ-SRCTAB.
           READ SOURCE-TABLE-FILE
               AT END
                   SET END-OF-SRCTAB TO TRUE
           END-READ.
       0250-READ-SRCTAB-EXIT.
           EXIT.

       0270-LOAD-ONE-SOURCE.
           IF WS-SOURCE-COUNT < WS-SOURCE-MAX
               ADD 1 TO WS-SOURCE-COUNT
               MOVE SOURCE-TABLE-RECORD
                   TO WS-SRC-ENTRY (WS-SOURCE-COUNT)
           ELSE
               DISPLAY "SRCMAINT: MORE THAN " WS-SOURCE-MAX
                   " ROWS ON SRCTAB -- THIS SESSION IS INQUIRY-ONLY "
                   "AND THE TABLE WILL NOT BE REWRITTEN."
               MOVE "Y" TO WS-TRUNCATED-SWITCH
               SET END-OF-SRCTAB TO TRUE
               GO TO 0270-LOAD-ONE-SOURCE-EXIT
           END-IF
           PERFORM 0250-READ-SRCTAB
               THRU 0250-READ-SRCTAB-EXIT.
       0270-LOAD-ONE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0300-OPEN-FILES: OPENS THE THRESHM MASTER FOR READING AND THE
      *                  AUDIT TRAIL FOR APPEND (CREATED FRESH ON
      *                  FIRST USE). A MASTER THAT WILL NOT OPEN IS
      *                  ANNOUNCED -- THE SESSION CARRIES ON, BUT NO
      *                  RULE ID CAN BE PROVED WITHOUT IT. AN AUDIT
      *                  TRAIL THAT WILL NOT OPEN LEAVES THE SESSION
      *                  INQUIRY-ONLY: NO CHANGE GOES UNRECORDED.
      *----------------------------------------------------------------
       0300-OPEN-FILES.
           OPEN INPUT THRESHOLD-MASTER
           IF MASTER-FILE-OK
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           ELSE
               DISPLAY "SRCMAINT: THRESHM MASTER UNAVAILABLE, STATUS "
                   WS-MASTER-FILE-STATUS
                   " -- NO RULE CAN BE ASSIGNED THIS SESSION."
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUDIT-FILE-OK
               DISPLAY "SRCMAINT: SRCTAB.AUD UNAVAILABLE, STATUS "
                   WS-AUDIT-FILE-STATUS " -- INQUIRIES ONLY."
               MOVE "Y" TO WS-SAVE-FAILED-SWITCH
               MOVE 12 TO RETURN-CODE
           END-IF.
       0300-OPEN-FILES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-PROCESS-ONE-TRANSACTION: SHOWS THE MENU, ACCEPTS ONE
      *                               FUNCTION CODE, AND ROUTES TO
      *                               THE MATCHING PARAGRAPH. ADD,
      *                               CHANGE, AND DELETE ARE GATED
      *                               ON THE SOURCE-TABLE FLAG.
      *----------------------------------------------------------------
       1000-PROCESS-ONE-TRANSACTION.
           PERFORM 1100-DISPLAY-MENU
               THRU 1100-DISPLAY-MENU-EXIT
           ACCEPT WS-FUNCTION-CODE
           MOVE WS-SOURCE-TABLE TO WS-PRIOR-SOURCE-TABLE
           MOVE WS-SOURCE-COUNT TO WS-PRIOR-SOURCE-COUNT
           EVALUATE TRUE
               WHEN (FUNC-IS-ADD OR FUNC-IS-CHANGE OR FUNC-IS-DELETE)
                   AND LOAD-WAS-TRUNCATED
                   DISPLAY "SRCTAB DID NOT LOAD IN FULL -- "
                       "INQUIRIES ONLY THIS SESSION."
               WHEN (FUNC-IS-ADD OR FUNC-IS-CHANGE OR FUNC-IS-DELETE)
                   AND SAVE-HAS-FAILED
                   DISPLAY "SRCTAB OR SRCTAB.AUD CANNOT BE WRITTEN -- "
                       "INQUIRIES ONLY THIS SESSION."
               WHEN FUNC-IS-ADD AND SGN-AUTH-SRCTAB = "Y"
                   PERFORM 2000-ADD-SOURCE
                       THRU 2000-ADD-SOURCE-EXIT
               WHEN FUNC-IS-CHANGE AND SGN-AUTH-SRCTAB = "Y"
                   PERFORM 3000-CHANGE-SOURCE
                       THRU 3000-CHANGE-SOURCE-EXIT
               WHEN FUNC-IS-DELETE AND SGN-AUTH-SRCTAB = "Y"
                   PERFORM 4000-DELETE-SOURCE
                       THRU 4000-DELETE-SOURCE-EXIT
               WHEN FUNC-IS-ADD OR FUNC-IS-CHANGE OR FUNC-IS-DELETE
                   DISPLAY "NOT AUTHORIZED FOR SOURCE TABLE "
                       "MAINTENANCE -- INQUIRIES ONLY."
               WHEN FUNC-IS-INQUIRE
                   PERFORM 5000-INQUIRE-SOURCE
                       THRU 5000-INQUIRE-SOURCE-EXIT
               WHEN FUNC-IS-PRINT
                   PERFORM 6000-PRINT-LISTING
                       THRU 6000-PRINT-LISTING-EXIT
               WHEN FUNC-IS-EXIT
                   MOVE "Y" TO WS-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION CODE -- TRY AGAIN."
           END-EVALUATE.
       1000-PROCESS-ONE-TRANSACTION-EXIT.
           EXIT.

       1100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "FEED SOURCE TABLE MAINTENANCE".
           DISPLAY "  SIGNED ON AS: " SGN-OPERATOR-ID.
           DISPLAY "  SOURCES LOADED: " WS-SOURCE-COUNT
               " OF " WS-SOURCE-MAX.
           DISPLAY "  A - ADD A SOURCE".
           DISPLAY "  C - CHANGE A SOURCE".
           DISPLAY "  D - DELETE A SOURCE".
           DISPLAY "  I - INQUIRE ON A SOURCE".
           DISPLAY "  P - PRINT THE TABLE LISTING (SRCTAB.RPT)".
           DISPLAY "  X - EXIT".
           DISPLAY "ENTER FUNCTION: " WITH NO ADVANCING.
       1100-DISPLAY-MENU-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-FIND-SOURCE: LOOKS WS-CODE-IN UP IN THE WORK TABLE,
      *                   LEAVING ITS ENTRY NUMBER IN WS-FOUND-SUB
      *                   (ZERO WHEN IT ISN'T THERE).
      *----------------------------------------------------------------
       1500-FIND-SOURCE.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE 1 TO WS-SRC-SUB
           PERFORM 1550-MATCH-ONE-SOURCE
               THRU 1550-MATCH-ONE-SOURCE-EXIT
               UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.
       1500-FIND-SOURCE-EXIT.
           EXIT.

       1550-MATCH-ONE-SOURCE.
           IF WT-SOURCE-CODE (WS-SRC-SUB) = WS-CODE-IN
               MOVE WS-SRC-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-SRC-SUB.
       1550-MATCH-ONE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-ADD-SOURCE: PROMPTS FOR A NEW SOURCE AND ADDS IT TO THE
      *                  TABLE. A CODE ALREADY ON THE TABLE IS
      *                  REJECTED -- USE CHANGE -- AND SO IS A RULE ID
      *                  WITH NO VERSION ON THE MASTER.
      *----------------------------------------------------------------
       2000-ADD-SOURCE.
           IF WS-SOURCE-COUNT NOT < WS-SOURCE-MAX
               DISPLAY "ERROR: TABLE FULL AT " WS-SOURCE-MAX
                   " SOURCES -- NUMEDIT AND IFELSE HOLD NO MORE."
               GO TO 2000-ADD-SOURCE-EXIT
           END-IF
           DISPLAY "SOURCE CODE (3 CHARS): " WITH NO ADVANCING
           ACCEPT WS-CODE-IN
           IF WS-CODE-IN = SPACES OR WS-CODE-IN = "***"
               DISPLAY "ERROR: SOURCE CODE MAY NOT BE BLANK OR *** "
                   "-- NOTHING ADDED."
               GO TO 2000-ADD-SOURCE-EXIT
           END-IF
           PERFORM 1500-FIND-SOURCE
               THRU 1500-FIND-SOURCE-EXIT
           IF WS-FOUND-SUB NOT = ZERO
               DISPLAY "ERROR: SOURCE " WS-CODE-IN
                   " ALREADY EXISTS -- USE CHANGE."
               GO TO 2000-ADD-SOURCE-EXIT
           END-IF
           DISPLAY "OFFICE NAME (20 CHARS): " WITH NO ADVANCING
           ACCEPT WS-OFFICE-IN
           DISPLAY "RULE ID (6 CHARS): " WITH NO ADVANCING
           ACCEPT WS-RULE-IN
           MOVE WS-RULE-IN TO WS-LOOKUP-RULE-ID
           PERFORM 2700-CHECK-RULE-ON-FILE
               THRU 2700-CHECK-RULE-ON-FILE-EXIT
           IF NOT RULE-IS-ON-FILE
               GO TO 2000-ADD-SOURCE-EXIT
           END-IF
           ADD 1 TO WS-SOURCE-COUNT
           MOVE WS-CODE-IN TO WT-SOURCE-CODE (WS-SOURCE-COUNT)
           MOVE WS-OFFICE-IN TO WT-OFFICE-NAME (WS-SOURCE-COUNT)
           MOVE WS-RULE-IN TO WT-RULE-ID (WS-SOURCE-COUNT)
           PERFORM 9000-REWRITE-SOURCE-TABLE
               THRU 9000-REWRITE-SOURCE-TABLE-EXIT
           IF SAVE-HAS-FAILED
               GO TO 2000-ADD-SOURCE-EXIT
           END-IF
           DISPLAY "SOURCE " WS-CODE-IN " ADDED."
           MOVE "A" TO WS-AUDIT-FUNCTION
           MOVE SPACES TO WS-SAVE-BEFORE-IMAGE
           MOVE WS-SRC-ENTRY (WS-SOURCE-COUNT) TO WS-SAVE-AFTER-IMAGE
           PERFORM 8000-WRITE-AUDIT
               THRU 8000-WRITE-AUDIT-EXIT.
       2000-ADD-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-CHECK-RULE-ON-FILE: A RULE ID IS GOOD IF THE MASTER
      *                          HOLDS AT LEAST ONE VERSION OF IT,
      *                          WHATEVER ITS EFFECTIVE DATE. A RULE
      *                          WHOSE ONLY VERSIONS ARE STILL QUEUED
      *                          (OR STILL AWAITING APPROVAL, OR
      *                          REJECTED) IS ACCEPTED WITH A WARNING
      *                          -- UNTIL ONE IS IN FORCE, IFELSE
      *                          CLASSIFIES THE SOURCE UNDER THE
      *                          DEFAULT.
      *----------------------------------------------------------------
       2700-CHECK-RULE-ON-FILE.
           MOVE "N" TO WS-RULE-OK-SWITCH
           IF NOT MASTER-IS-OPEN
               DISPLAY "ERROR: THRESHM MASTER UNAVAILABLE -- RULE "
                   WS-LOOKUP-RULE-ID " CANNOT BE PROVED. NOTHING DONE."
               GO TO 2700-CHECK-RULE-ON-FILE-EXIT
           END-IF
           MOVE WS-LOOKUP-RULE-ID TO TM-RULE-ID
           MOVE ZERO TO TM-EFFECTIVE-DATE
           START THRESHOLD-MASTER KEY NOT < TM-RULE-KEY
               INVALID KEY
                   MOVE SPACES TO TM-RULE-ID
               NOT INVALID KEY
                   READ THRESHOLD-MASTER NEXT RECORD
                       AT END
                           MOVE SPACES TO TM-RULE-ID
                   END-READ
           END-START
           IF WS-LOOKUP-RULE-ID = SPACES
               OR TM-RULE-ID NOT = WS-LOOKUP-RULE-ID
               DISPLAY "ERROR: RULE " WS-LOOKUP-RULE-ID
                   " HAS NO VERSION ON THRESHM -- KEY THE RULE IN "
                   "THRMAINT FIRST. NOTHING DONE."
               GO TO 2700-CHECK-RULE-ON-FILE-EXIT
           END-IF
           MOVE "Y" TO WS-RULE-OK-SWITCH
           PERFORM 6300-FIND-RULE-VERSION
               THRU 6300-FIND-RULE-VERSION-EXIT
           IF NOT MASTER-RULE-FOUND
               DISPLAY "WARNING: NO VERSION OF RULE "
                   WS-LOOKUP-RULE-ID " IS IN EFFECT YET -- THE "
                   "SOURCE USES THE DEFAULT UNTIL ONE IS."
           END-IF.
       2700-CHECK-RULE-ON-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHANGE-SOURCE: LOOKS A SOURCE UP AND, IF FOUND, REPLACES
      *                     ITS OFFICE NAME AND RULE ID. A BLANK REPLY
      *                     KEEPS THE FIELD AS IT IS; A NEW RULE ID
      *                     MUST BE ON THE MASTER.
      *----------------------------------------------------------------
       3000-CHANGE-SOURCE.
           DISPLAY "SOURCE CODE TO CHANGE (3 CHARS): "
               WITH NO ADVANCING
           ACCEPT WS-CODE-IN
           PERFORM 1500-FIND-SOURCE
               THRU 1500-FIND-SOURCE-EXIT
           IF WS-FOUND-SUB = ZERO
               DISPLAY "ERROR: SOURCE " WS-CODE-IN " NOT FOUND."
               GO TO 3000-CHANGE-SOURCE-EXIT
           END-IF
           MOVE WS-SRC-ENTRY (WS-FOUND-SUB) TO WS-SAVE-BEFORE-IMAGE
           DISPLAY "CURRENT OFFICE: " WT-OFFICE-NAME (WS-FOUND-SUB)
               "  RULE: " WT-RULE-ID (WS-FOUND-SUB)
           DISPLAY "NEW OFFICE NAME (20 CHARS, BLANK = KEEP): "
               WITH NO ADVANCING
           ACCEPT WS-OFFICE-IN
           IF WS-OFFICE-IN = SPACES
               MOVE WT-OFFICE-NAME (WS-FOUND-SUB) TO WS-OFFICE-IN
           END-IF
           DISPLAY "NEW RULE ID (6 CHARS, BLANK = KEEP): "
               WITH NO ADVANCING
           ACCEPT WS-RULE-IN
           IF WS-RULE-IN = SPACES
               MOVE WT-RULE-ID (WS-FOUND-SUB) TO WS-RULE-IN
           END-IF
           IF WS-RULE-IN NOT = WT-RULE-ID (WS-FOUND-SUB)
               MOVE WS-RULE-IN TO WS-LOOKUP-RULE-ID
               PERFORM 2700-CHECK-RULE-ON-FILE
                   THRU 2700-CHECK-RULE-ON-FILE-EXIT
               IF NOT RULE-IS-ON-FILE
                   GO TO 3000-CHANGE-SOURCE-EXIT
               END-IF
           END-IF
           MOVE WS-OFFICE-IN TO WT-OFFICE-NAME (WS-FOUND-SUB)
           MOVE WS-RULE-IN TO WT-RULE-ID (WS-FOUND-SUB)
           IF WS-SRC-ENTRY (WS-FOUND-SUB) = WS-SAVE-BEFORE-IMAGE
               DISPLAY "NO CHANGE -- SOURCE " WS-CODE-IN
                   " LEFT AS IT WAS."
               GO TO 3000-CHANGE-SOURCE-EXIT
           END-IF
           PERFORM 9000-REWRITE-SOURCE-TABLE
               THRU 9000-REWRITE-SOURCE-TABLE-EXIT
           IF SAVE-HAS-FAILED
               GO TO 3000-CHANGE-SOURCE-EXIT
           END-IF
           DISPLAY "SOURCE " WS-CODE-IN " UPDATED."
           MOVE "C" TO WS-AUDIT-FUNCTION
           MOVE WS-SRC-ENTRY (WS-FOUND-SUB) TO WS-SAVE-AFTER-IMAGE
           PERFORM 8000-WRITE-AUDIT
               THRU 8000-WRITE-AUDIT-EXIT.
       3000-CHANGE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-DELETE-SOURCE: LOOKS A SOURCE UP AND, IF NOTHING OF ITS
      *                     IS STILL IN FLIGHT, REMOVES IT. RECORDS
      *                     OPEN IN NUMSUSP COULD NEVER BE RELEASED
      *                     AGAIN (SUSPWORK CHECKS THE SOURCE), AND
      *                     RECORDS ON TODAY'S IFELSE.CLS STILL HAVE
      *                     RECONCIL, CORPXTR, AND THE REST OF THE
      *                     NIGHT AHEAD OF THEM -- EITHER ONE REFUSES
      *                     THE DELETE, WITH THE COUNTS.
      *----------------------------------------------------------------
       4000-DELETE-SOURCE.
           DISPLAY "SOURCE CODE TO DELETE (3 CHARS): "
               WITH NO ADVANCING
           ACCEPT WS-CODE-IN
           PERFORM 1500-FIND-SOURCE
               THRU 1500-FIND-SOURCE-EXIT
           IF WS-FOUND-SUB = ZERO
               DISPLAY "ERROR: SOURCE " WS-CODE-IN " NOT FOUND."
               GO TO 4000-DELETE-SOURCE-EXIT
           END-IF
           PERFORM 4100-COUNT-SUSPENSE
               THRU 4100-COUNT-SUSPENSE-EXIT
           PERFORM 4200-COUNT-TODAYS-CLASSIFIED
               THRU 4200-COUNT-TODAYS-CLASSIFIED-EXIT
           IF WS-SUSP-HITS > ZERO OR WS-CLS-HITS > ZERO
               DISPLAY "ERROR: SOURCE " WS-CODE-IN " STILL IN USE -- "
                   "NOT DELETED."
               DISPLAY "  OPEN IN NUMSUSP      : " WS-SUSP-HITS
               DISPLAY "  ON TODAY'S IFELSE.CLS: " WS-CLS-HITS
               GO TO 4000-DELETE-SOURCE-EXIT
           END-IF
           MOVE WS-SRC-ENTRY (WS-FOUND-SUB) TO WS-SAVE-BEFORE-IMAGE
           MOVE WS-FOUND-SUB TO WS-SRC-SUB
           PERFORM 4500-CLOSE-ONE-GAP
               THRU 4500-CLOSE-ONE-GAP-EXIT
               UNTIL WS-SRC-SUB NOT < WS-SOURCE-COUNT
           MOVE SPACES TO WS-SRC-ENTRY (WS-SOURCE-COUNT)
           SUBTRACT 1 FROM WS-SOURCE-COUNT
           PERFORM 9000-REWRITE-SOURCE-TABLE
               THRU 9000-REWRITE-SOURCE-TABLE-EXIT
           IF SAVE-HAS-FAILED
               GO TO 4000-DELETE-SOURCE-EXIT
           END-IF
           DISPLAY "SOURCE " WS-CODE-IN " DELETED."
           MOVE "D" TO WS-AUDIT-FUNCTION
           MOVE SPACES TO WS-SAVE-AFTER-IMAGE
           PERFORM 8000-WRITE-AUDIT
               THRU 8000-WRITE-AUDIT-EXIT.
       4000-DELETE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-COUNT-SUSPENSE: COUNTS THE RECORDS STILL OPEN IN NUMSUSP
      *                      UNDER THE SOURCE BEING DELETED. EVERY ROW
      *                      ON THE FILE IS OPEN -- SUSPWORK WRITES
      *                      BACK ONLY WHAT IT HAS NOT WORKED. NO FILE
      *                      MEANS NOTHING WAS EVER SUSPENDED.
      *----------------------------------------------------------------
       4100-COUNT-SUSPENSE.
           MOVE ZERO TO WS-SUSP-HITS
           MOVE "N" TO WS-SUSP-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF NOT SUSP-FILE-OK
               GO TO 4100-COUNT-SUSPENSE-EXIT
           END-IF
           PERFORM 4150-CHECK-ONE-SUSPENSE
               THRU 4150-CHECK-ONE-SUSPENSE-EXIT
               UNTIL END-OF-SUSPENSE
           CLOSE SUSPENSE-FILE.
       4100-COUNT-SUSPENSE-EXIT.
           EXIT.

       4150-CHECK-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-SUSPENSE TO TRUE
               NOT AT END
                   IF SUSP-DATA (1:3) = WS-CODE-IN
                       ADD 1 TO WS-SUSP-HITS
                   END-IF
           END-READ.
       4150-CHECK-ONE-SUSPENSE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-COUNT-TODAYS-CLASSIFIED: COUNTS TODAY'S IFELSE.CLS ROWS
      *                               UNDER THE SOURCE BEING DELETED.
      *                               NO FILE MEANS NO RUN YET TODAY.
      *----------------------------------------------------------------
       4200-COUNT-TODAYS-CLASSIFIED.
           MOVE ZERO TO WS-CLS-HITS
           MOVE "N" TO WS-CLS-EOF-SWITCH
           OPEN INPUT CLASS-IN-FILE
           IF NOT CLS-FILE-OK
               GO TO 4200-COUNT-TODAYS-CLASSIFIED-EXIT
           END-IF
           PERFORM 4250-CHECK-ONE-CLASSIFIED
               THRU 4250-CHECK-ONE-CLASSIFIED-EXIT
               UNTIL END-OF-CLASS-FILE
           CLOSE CLASS-IN-FILE.
       4200-COUNT-TODAYS-CLASSIFIED-EXIT.
           EXIT.

       4250-CHECK-ONE-CLASSIFIED.
           READ CLASS-IN-FILE
               AT END
                   SET END-OF-CLASS-FILE TO TRUE
               NOT AT END
                   IF CO-SOURCE-CODE = WS-CODE-IN
                       AND CO-RUN-DATE = WS-TODAY-NUM
                       ADD 1 TO WS-CLS-HITS
                   END-IF
           END-READ.
       4250-CHECK-ONE-CLASSIFIED-EXIT.
           EXIT.

       4500-CLOSE-ONE-GAP.
           MOVE WS-SRC-ENTRY (WS-SRC-SUB + 1)
               TO WS-SRC-ENTRY (WS-SRC-SUB)
           ADD 1 TO WS-SRC-SUB.
       4500-CLOSE-ONE-GAP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-INQUIRE-SOURCE: DISPLAYS ONE SOURCE'S ROW AND THE RULE
      *                      VERSION IT CLASSIFIES UNDER TODAY,
      *                      WITHOUT CHANGING ANYTHING.
      *----------------------------------------------------------------
       5000-INQUIRE-SOURCE.
           DISPLAY "SOURCE CODE TO INQUIRE (3 CHARS): "
               WITH NO ADVANCING
           ACCEPT WS-CODE-IN
           PERFORM 1500-FIND-SOURCE
               THRU 1500-FIND-SOURCE-EXIT
           IF WS-FOUND-SUB = ZERO
               DISPLAY "ERROR: SOURCE " WS-CODE-IN " NOT FOUND."
               GO TO 5000-INQUIRE-SOURCE-EXIT
           END-IF
           DISPLAY "SOURCE CODE : " WT-SOURCE-CODE (WS-FOUND-SUB)
           DISPLAY "OFFICE NAME : " WT-OFFICE-NAME (WS-FOUND-SUB)
           DISPLAY "RULE ID     : " WT-RULE-ID (WS-FOUND-SUB)
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           IF MASTER-IS-OPEN
               MOVE WT-RULE-ID (WS-FOUND-SUB) TO WS-LOOKUP-RULE-ID
               PERFORM 6300-FIND-RULE-VERSION
                   THRU 6300-FIND-RULE-VERSION-EXIT
           END-IF
           IF MASTER-RULE-FOUND
               MOVE WS-SAVED-RULE TO THRESHOLD-MASTER-RECORD
               DISPLAY "IN EFFECT   : " TM-EFFECTIVE-DATE
                   "  THRESHOLD " TM-THRESHOLD-VALUE
                   "  " TM-DESCRIPTION
           ELSE
               DISPLAY "IN EFFECT   : NONE -- CLASSIFIES UNDER THE "
                   "DEFAULT."
           END-IF.
       5000-INQUIRE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-LISTING: PRINTS SRCTAB.RPT -- ONE BLOCK PER SOURCE
      *                     AS THE TABLE STANDS IN THIS SESSION: THE
      *                     ROW ITSELF, THE VERSION OF ITS RULE IN
      *                     EFFECT TODAY, AND THAT VERSION'S BAND
      *                     TABLE -- SO "WHAT WILL EACH OFFICE
      *                     CLASSIFY UNDER TONIGHT" IS ONE PAGE.
      *----------------------------------------------------------------
       6000-PRINT-LISTING.
           OPEN OUTPUT LIST-RPT-FILE
           MOVE WS-TODAY-NUM TO WS-RUN-DATE
           MOVE WS-RUN-YYYY TO HL1-YYYY
           MOVE WS-RUN-MM TO HL1-MM
           MOVE WS-RUN-DD TO HL1-DD
           WRITE LIST-RPT-LINE FROM WS-HEADING-LINE-1
               BEFORE ADVANCING 2 LINES
           WRITE LIST-RPT-LINE FROM WS-HEADING-LINE-2
               BEFORE ADVANCING 1 LINE
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE 1 TO WS-FOUND-SUB
           PERFORM 6100-PRINT-ONE-SOURCE
               THRU 6100-PRINT-ONE-SOURCE-EXIT
               UNTIL WS-FOUND-SUB > WS-SOURCE-COUNT
           IF NOT MASTER-IS-OPEN
               MOVE "THRESHM UNAVAILABLE -- NO RULE VERSIONS SHOWN."
                   TO NL-TEXT
               WRITE LIST-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           MOVE "SOURCES LISTED" TO SL-LABEL
           MOVE WS-LISTED-COUNT TO SL-COUNT
           WRITE LIST-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           CLOSE LIST-RPT-FILE
           DISPLAY WS-LISTED-COUNT " SOURCE(S) LISTED ON SRCTAB.RPT.".
       6000-PRINT-LISTING-EXIT.
           EXIT.

       6100-PRINT-ONE-SOURCE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WT-SOURCE-CODE (WS-FOUND-SUB) TO DL-SOURCE
           MOVE WT-OFFICE-NAME (WS-FOUND-SUB) TO DL-OFFICE
           MOVE WT-RULE-ID (WS-FOUND-SUB) TO DL-RULE
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           IF MASTER-IS-OPEN
               MOVE WT-RULE-ID (WS-FOUND-SUB) TO WS-LOOKUP-RULE-ID
               PERFORM 6300-FIND-RULE-VERSION
                   THRU 6300-FIND-RULE-VERSION-EXIT
           END-IF
           IF MASTER-RULE-FOUND
               MOVE WS-SAVED-RULE TO THRESHOLD-MASTER-RECORD
               MOVE TM-EFFECTIVE-DATE TO DL-EFF-DATE
               MOVE TM-THRESHOLD-VALUE TO DL-THRESHOLD
               MOVE TM-DESCRIPTION TO DL-DESCRIPTION
           ELSE
               MOVE "NONE" TO DL-EFF-DATE
           END-IF
           WRITE LIST-RPT-LINE FROM WS-DETAIL-LINE
               BEFORE ADVANCING 1 LINE
           IF MASTER-RULE-FOUND
               PERFORM 6200-PRINT-BANDS
                   THRU 6200-PRINT-BANDS-EXIT
           ELSE
               MOVE "** NO VERSION IN EFFECT -- USES THE DEFAULT **"
                   TO NL-TEXT
               WRITE LIST-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO LIST-RPT-LINE
           WRITE LIST-RPT-LINE BEFORE ADVANCING 1 LINE
           ADD 1 TO WS-LISTED-COUNT
           ADD 1 TO WS-FOUND-SUB.
       6100-PRINT-ONE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-PRINT-BANDS: ONE LINE PER BAND ON THE VERSION IN EFFECT,
      *                   OR A NOTE THAT IT IS AN OLD-STYLE SINGLE
      *                   CUTOFF (IFELSE SPLITS IT INTO TWO BANDS).
      *----------------------------------------------------------------
       6200-PRINT-BANDS.
           IF TM-BAND-COUNT IS NUMERIC AND TM-BAND-COUNT > ZERO
               AND TM-BAND-COUNT NOT > 5
               MOVE 1 TO WS-BAND-SUB
               PERFORM 6250-PRINT-ONE-BAND
                   THRU 6250-PRINT-ONE-BAND-EXIT
                   UNTIL WS-BAND-SUB > TM-BAND-COUNT
           ELSE
               MOVE "NO BANDS -- SINGLE CUTOFF AT THE THRESHOLD."
                   TO NL-TEXT
               WRITE LIST-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF.
       6200-PRINT-BANDS-EXIT.
           EXIT.

       6250-PRINT-ONE-BAND.
           MOVE WS-BAND-SUB TO BL-BAND-NUM
           MOVE TM-BAND-FLOOR (WS-BAND-SUB) TO BL-FLOOR
           MOVE TM-BAND-NAME (WS-BAND-SUB) TO BL-NAME
           WRITE LIST-RPT-LINE FROM WS-BAND-LINE
               BEFORE ADVANCING 1 LINE
           ADD 1 TO WS-BAND-SUB.
       6250-PRINT-ONE-BAND-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6300-FIND-RULE-VERSION: POSITIONS ON THE RULE NAMED IN
      *                         WS-LOOKUP-RULE-ID AND SCANS ITS
      *                         VERSIONS THE WAY IFELSE DOES, LEAVING
      *                         THE LATEST ONE IN FORCE NOT AFTER
      *                         TODAY (IF ANY) IN WS-SAVED-RULE AND
      *                         THE FOUND SWITCH SET. VERSIONS
      *                         AWAITING APPROVAL OR REJECTED ARE
      *                         PASSED OVER.
      *----------------------------------------------------------------
       6300-FIND-RULE-VERSION.
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           MOVE "N" TO WS-MASTER-EOF-SWITCH
           MOVE WS-LOOKUP-RULE-ID TO TM-RULE-ID
           MOVE ZERO TO TM-EFFECTIVE-DATE
           START THRESHOLD-MASTER KEY NOT < TM-RULE-KEY
               INVALID KEY
                   SET END-OF-MASTER-SCAN TO TRUE
           END-START
           PERFORM 6350-SCAN-RULE-VERSIONS
               THRU 6350-SCAN-RULE-VERSIONS-EXIT
               UNTIL END-OF-MASTER-SCAN.
       6300-FIND-RULE-VERSION-EXIT.
           EXIT.

       6350-SCAN-RULE-VERSIONS.
           READ THRESHOLD-MASTER NEXT RECORD
               AT END
                   SET END-OF-MASTER-SCAN TO TRUE
           END-READ
           IF NOT END-OF-MASTER-SCAN
               IF TM-RULE-ID NOT = WS-LOOKUP-RULE-ID
                   OR TM-EFFECTIVE-DATE > WS-TODAY-NUM
                   SET END-OF-MASTER-SCAN TO TRUE
               ELSE
                   IF TM-VERSION-IN-FORCE
                       MOVE THRESHOLD-MASTER-RECORD TO WS-SAVED-RULE
                       MOVE "Y" TO WS-MASTER-FOUND-SWITCH
                   END-IF
               END-IF
           END-IF.
       6350-SCAN-RULE-VERSIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-AUDIT: STAMPS AND APPENDS ONE AUDIT ROW FOR THE
      *                   ACTION JUST COMPLETED. THE CALLER HAS
      *                   ALREADY SET THE FUNCTION CODE AND THE
      *                   BEFORE/AFTER IMAGES, AND THE CHANGE IS
      *                   ALREADY ON SRCTAB. A ROW THAT WILL NOT
      *                   WRITE IS ANNOUNCED AND ENDS THE SESSION'S
      *                   UPDATES -- THE NEXT CHANGE WOULD GO
      *                   UNRECORDED TOO.
      *----------------------------------------------------------------
       8000-WRITE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME-RAW FROM TIME
           MOVE WS-AUDIT-DATE TO SX-DATE
           MOVE WS-AUDIT-TIME-RAW (1:6) TO SX-TIME
           MOVE WS-OPERATOR-ID TO SX-OPERATOR-ID
           MOVE WS-AUDIT-FUNCTION TO SX-FUNCTION-CODE
           MOVE WS-CODE-IN TO SX-SOURCE-CODE
           MOVE WS-SAVE-BEFORE-IMAGE TO SX-BEFORE-IMAGE
           MOVE WS-SAVE-AFTER-IMAGE TO SX-AFTER-IMAGE
           WRITE AUDIT-RECORD
           IF NOT AUDIT-FILE-OK
               DISPLAY "ERROR: SRCTAB.AUD WRITE FAILED, STATUS "
                   WS-AUDIT-FILE-STATUS " -- SOURCE " WS-CODE-IN
                   " IS CHANGED ON SRCTAB BUT NOT AUDITED."
               DISPLAY "  NO FURTHER CHANGES THIS SESSION."
               MOVE "Y" TO WS-SAVE-FAILED-SWITCH
               MOVE 12 TO RETURN-CODE
           END-IF.
       8000-WRITE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-REWRITE-SOURCE-TABLE: WRITES THE WHOLE TABLE BACK, IN THE
      *                            ORDER IT WAS LOADED (ADDS AT THE
      *                            END), AS SOON AS A TRANSACTION
      *                            CHANGES IT. A FAILED OPEN LEAVES
      *                            THE FILE AS IT WAS; A FAILED WRITE
      *                            LEAVES IT SHORT. EITHER WAY THE
      *                            SESSION'S TABLE IS PUT BACK TO ITS
      *                            STATE BEFORE THE TRANSACTION, NO
      *                            AUDIT ROW IS WRITTEN, AND THE
      *                            SESSION IS INQUIRY-ONLY FROM THEN
      *                            ON WITH RETURN-CODE 12.
      *----------------------------------------------------------------
       9000-REWRITE-SOURCE-TABLE.
           OPEN OUTPUT SOURCE-TABLE-FILE
           IF NOT SRCTAB-FILE-OK
               DISPLAY "ERROR: SRCTAB WILL NOT OPEN FOR OUTPUT, STATUS "
                   WS-SRCTAB-FILE-STATUS " -- CHANGE NOT SAVED."
               GO TO 9000-SAVE-FAILED
           END-IF
           MOVE 1 TO WS-SRC-SUB
           PERFORM 9100-WRITE-ONE-SOURCE
               THRU 9100-WRITE-ONE-SOURCE-EXIT
               UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
                  OR NOT SRCTAB-FILE-OK
           IF NOT SRCTAB-FILE-OK
               DISPLAY "ERROR: SRCTAB WRITE FAILED, STATUS "
                   WS-SRCTAB-FILE-STATUS " -- CHANGE NOT SAVED AND "
                   "SRCTAB MAY BE SHORT. CHECK IT BEFORE THE NEXT RUN."
               CLOSE SOURCE-TABLE-FILE
               GO TO 9000-SAVE-FAILED
           END-IF
           CLOSE SOURCE-TABLE-FILE
           DISPLAY "SRCMAINT: SRCTAB REWRITTEN WITH " WS-SOURCE-COUNT
               " SOURCE(S)."
           GO TO 9000-REWRITE-SOURCE-TABLE-EXIT.
       9000-SAVE-FAILED.
           MOVE WS-PRIOR-SOURCE-TABLE TO WS-SOURCE-TABLE
           MOVE WS-PRIOR-SOURCE-COUNT TO WS-SOURCE-COUNT
           DISPLAY "  NO FURTHER CHANGES THIS SESSION."
           MOVE "Y" TO WS-SAVE-FAILED-SWITCH
           MOVE 12 TO RETURN-CODE.
       9000-REWRITE-SOURCE-TABLE-EXIT.
           EXIT.

       9100-WRITE-ONE-SOURCE.
           MOVE WS-SRC-ENTRY (WS-SRC-SUB) TO SOURCE-TABLE-RECORD
           WRITE SOURCE-TABLE-RECORD
           ADD 1 TO WS-SRC-SUB.
       9100-WRITE-ONE-SOURCE-EXIT.
           EXIT.
