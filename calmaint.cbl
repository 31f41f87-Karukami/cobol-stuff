      ******************************************************************
      * PROGRAM  : CALMAINT
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : INTERACTIVE MAINTENANCE FOR THE BUSCAL BUSINESS-
      *            DAY CALENDAR MASTER (SEE BUSCAL.cpy) -- WHICH DATES
      *            ARE FULL BUSINESS DAYS, HALF-DAYS, HOLIDAYS, OR
      *            NON-BUSINESS DAYS, YEAR BY YEAR. RUNGUARD, EXCMON,
      *            AND MONCLOSE ALL JUDGE THE STREAM AGAINST THIS
      *            CALENDAR (THROUGH THE SHARED BUSDAY LOOKUP), SO A
      *            WRONG DAY HERE IS A FALSE ALARM OR A MISSED ONE
      *            THERE.
      *
      *            THE SESSION OPENS WITH THE SHARED SIGNON CHECK.
      *            GENERATE, CHANGE, AND DELETE NEED THE CALENDAR
      *            FLAG; INQUIRE AND THE PRINTED YEAR ARE OPEN TO
      *            ANYONE. GENERATE LAYS A NEW YEAR DOWN WITH MONDAY
      *            TO FRIDAY AS BUSINESS DAYS AND THE WEEKEND AS
      *            NON-BUSINESS; THE HOLIDAYS AND HALF-DAYS ARE THEN
      *            KEYED OVER IT ONE DATE AT A TIME WITH CHANGE.
      *            EVERY SUCCESSFUL GENERATE, CHANGE, AND DELETE IS
      *            APPENDED TO BUSCAL.AUD -- A CHANGE WITH THE DAY
      *            TYPE AS IT WAS AND AS IT IS. THE "P" FUNCTION
      *            PRINTS ONE YEAR TO BUSCAL.RPT, A LINE PER MONTH.
      *            THE MASTER IS CREATED ON FIRST USE.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CALMAINT".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-MASTER ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-YEAR
               FILE STATUS IS WS-CAL-FILE-STATUS.

      * ONE ROW APPENDED PER SUCCESSFUL GENERATE/CHANGE/DELETE --
      * WHO MOVED WHICH DATE FROM WHAT TO WHAT, AND WHEN.
           SELECT AUDIT-FILE ASSIGN TO "BUSCAL.AUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT LIST-RPT-FILE ASSIGN TO "BUSCAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-MASTER.
           COPY "BUSCAL.cpy".

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  AUDIT-RECORD.
           05  CA-DATE                   PIC 9(08).
           05  CA-TIME                   PIC 9(06).
           05  CA-OPERATOR-ID            PIC X(08).
           05  CA-FUNCTION-CODE          PIC X(01).
           05  CA-CALENDAR-DATE          PIC 9(08).
           05  CA-BEFORE-TYPE            PIC X(01).
           05  CA-AFTER-TYPE             PIC X(01).
           05  FILLER                    PIC X(07).

       FD  LIST-RPT-FILE.
       01  LIST-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CAL-FILE-STATUS           PIC X(02) VALUE "00".
           88  CAL-FILE-OK                         VALUE "00" "02".
           88  CAL-FILE-NOT-FOUND                  VALUE "35".
       77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".
           88  AUDIT-FILE-OK                       VALUE "00".

       77  WS-FUNCTION-CODE             PIC X(01) VALUE SPACES.
           88  FUNC-IS-GENERATE                    VALUE "G" "g".
           88  FUNC-IS-CHANGE                      VALUE "C" "c".
           88  FUNC-IS-DELETE                      VALUE "D" "d".
           88  FUNC-IS-INQUIRE                     VALUE "I" "i".
           88  FUNC-IS-PRINT                       VALUE "P" "p".
           88  FUNC-IS-EXIT                        VALUE "X" "x".

       77  WS-DONE-SWITCH               PIC X(01) VALUE "N".
           88  MAINTENANCE-DONE                    VALUE "Y".
       77  WS-YEAR-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  YEAR-ON-FILE                        VALUE "Y".
       77  WS-DATE-OK-SWITCH            PIC X(01) VALUE "N".
           88  DATE-IS-USABLE                      VALUE "Y".

       77  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       77  WS-TODAY-NUM                 PIC 9(08) VALUE ZERO.
       77  WS-YEAR-IN                   PIC X(04) VALUE SPACES.
       77  WS-DATE-IN                   PIC X(08) VALUE SPACES.
       77  WS-CONFIRM-IN                PIC X(01) VALUE SPACES.
       77  WS-TYPE-IN                   PIC X(01) VALUE SPACES.
           88  TYPE-IN-VALID                       VALUE "B" "S"
                                                         "H" "N".
       77  WS-OLD-TYPE                  PIC X(01) VALUE SPACES.
       77  WS-TYPE-TEXT                 PIC X(20) VALUE SPACES.

      * GENERATE WALKS THE YEAR A DAY AT A TIME, CARRYING THE
      * WEEKDAY (1=MONDAY ... 7=SUNDAY) FORWARD FROM JANUARY 1ST.
       77  WS-MONTH-SUB                 PIC 9(02) VALUE ZERO.
       77  WS-DAY-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-MONTH-LIMIT               PIC 9(02) VALUE ZERO.
       77  WS-FEB-DAYS                  PIC 9(02) VALUE 28.
       77  WS-WEEKDAY                   PIC 9(01) VALUE ZERO.
       77  WS-DAY-NUMBER                PIC 9(07) VALUE ZERO.
       77  WS-WEEK-COUNT                PIC 9(07) VALUE ZERO.
       77  WS-WEEKDAY-REM               PIC 9(01) VALUE ZERO.
       77  WS-LEAP-QUOTIENT             PIC 9(04) VALUE ZERO.
       77  WS-LEAP-REM-4                PIC 9(03) VALUE ZERO.
       77  WS-LEAP-REM-100              PIC 9(03) VALUE ZERO.
       77  WS-LEAP-REM-400              PIC 9(03) VALUE ZERO.

      * DAY-TYPE COUNTS -- PER MONTH FOR THE LISTING, AND FOR THE
      * WHOLE YEAR.
       77  WS-MON-FULL                  PIC 9(03) VALUE ZERO.
       77  WS-MON-HALF                  PIC 9(03) VALUE ZERO.
       77  WS-MON-HOLIDAY               PIC 9(03) VALUE ZERO.
       77  WS-MON-NON-BUSINESS          PIC 9(03) VALUE ZERO.
       77  WS-YEAR-FULL                 PIC 9(03) VALUE ZERO.
       77  WS-YEAR-HALF                 PIC 9(03) VALUE ZERO.
       77  WS-YEAR-HOLIDAY              PIC 9(03) VALUE ZERO.
       77  WS-YEAR-NON-BUSINESS         PIC 9(03) VALUE ZERO.

       77  WS-AUDIT-FUNCTION            PIC X(01) VALUE SPACES.
       77  WS-AUDIT-CAL-DATE            PIC 9(08) VALUE ZERO.

       01  WS-AUDIT-STAMP.
           05  WS-AUDIT-DATE            PIC 9(08).
           05  WS-AUDIT-TIME-RAW        PIC 9(08).

       01  WS-CAL-DATE.
           05  WS-CD-YYYY               PIC 9(04).
           05  WS-CD-MM                 PIC 9(02).
           05  WS-CD-DD                 PIC 9(02).
       01  WS-CAL-DATE-N REDEFINES WS-CAL-DATE
                                        PIC 9(08).

       01  WS-MONTH-LENGTHS.
           05  FILLER                   PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH          PIC 9(02) OCCURS 12 TIMES.

       01  WS-MONTH-NAMES.
           05  FILLER                   PIC X(36)
               VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAMES.
           05  WS-MONTH-NAME            PIC X(03) OCCURS 12 TIMES.

       01  WS-WEEKDAY-NAMES.
           05  FILLER                   PIC X(36)
               VALUE "MONDAY   TUESDAY  WEDNESDAYTHURSDAY ".
           05  FILLER                   PIC X(27)
               VALUE "FRIDAY   SATURDAY SUNDAY   ".
       01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME          PIC X(09) OCCURS 7 TIMES.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
           05  WS-RUN-DD                PIC 9(02).

       COPY "SIGNONL.cpy".

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(10) VALUE "CALMAINT".
           05  FILLER                   PIC X(30)
               VALUE "BUSINESS CALENDAR LISTING".
           05  FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05  HL1-YYYY                 PIC 9(04).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-MM                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-DD                   PIC 9(02).

       01  WS-YEAR-LINE.
           05  FILLER                   PIC X(16)
               VALUE "CALENDAR YEAR:  ".
           05  YL-YEAR                  PIC 9(04).
           05  FILLER                   PIC X(22)
               VALUE "   LAST MAINTAINED:   ".
           05  YL-MAINT-DATE            PIC 9(08).
           05  FILLER                   PIC X(04) VALUE " BY ".
           05  YL-MAINT-BY              PIC X(08).

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  FILLER                   PIC X(31)
               VALUE "         1111111111222222222233".

       01  WS-HEADING-LINE-3.
           05  FILLER                   PIC X(07) VALUE "MONTH".
           05  FILLER                   PIC X(31)
               VALUE "1234567890123456789012345678901".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(20)
               VALUE "  BUS HALF  HOL  NON".

       01  WS-DETAIL-LINE.
           05  DL-MONTH                 PIC X(03).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-DAYS                  PIC X(31).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-FULL                  PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-HALF                  PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-HOLIDAY               PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-NON-BUSINESS          PIC ZZ9.

       01  WS-NOTE-LINE                 PIC X(72).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: SIGNS THE OPERATOR ON, OPENS THE MASTER
      *                (CREATING IT ON FIRST USE) AND THE AUDIT
      *                TRAIL, AND DRIVES THE MENU UNTIL EXIT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           PERFORM 0100-SIGN-ON
               THRU 0100-SIGN-ON-EXIT
           PERFORM 0300-OPEN-FILES
               THRU 0300-OPEN-FILES-EXIT
           PERFORM 1000-PROCESS-ONE-TRANSACTION
               THRU 1000-PROCESS-ONE-TRANSACTION-EXIT
               UNTIL MAINTENANCE-DONE
           CLOSE CALENDAR-MASTER
           CLOSE AUDIT-FILE
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-SIGN-ON: THE SHARED SIGNON CHECK -- THE AUDIT TRAIL
      *               CARRIES THE VERIFIED IDENTITY IT RETURNS. A
      *               FAILED SIGN-ON LEAVES INQUIRE AND THE LISTING
      *               AVAILABLE AND EVERYTHING ELSE DENIED.
      *----------------------------------------------------------------
       0100-SIGN-ON.
           MOVE "CALMAINT" TO SGN-CALLER-PROGRAM
           CALL "SIGNON" USING SIGNON-PARMS
           IF SIGNON-FAILED
               DISPLAY "CALMAINT: SIGN-ON FAILED -- INQUIRIES ONLY."
           END-IF
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.
       0100-SIGN-ON-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0300-OPEN-FILES: OPENS THE CALENDAR MASTER FOR UPDATE,
      *                  CREATING AN EMPTY ONE ON FIRST USE, AND THE
      *                  AUDIT TRAIL FOR APPEND (CREATED FRESH ON
      *                  FIRST USE). WITHOUT THE MASTER THERE IS
      *                  NOTHING TO DO.
      *----------------------------------------------------------------
       0300-OPEN-FILES.
           OPEN I-O CALENDAR-MASTER
           IF CAL-FILE-NOT-FOUND
               OPEN OUTPUT CALENDAR-MASTER
               CLOSE CALENDAR-MASTER
               OPEN I-O CALENDAR-MASTER
           END-IF
           IF NOT CAL-FILE-OK
               DISPLAY "CALMAINT: CANNOT OPEN BUSCAL MASTER, STATUS "
                   WS-CAL-FILE-STATUS "."
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
       0300-OPEN-FILES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-PROCESS-ONE-TRANSACTION: SHOWS THE MENU, ACCEPTS ONE
      *                               FUNCTION CODE, AND ROUTES TO
      *                               THE MATCHING PARAGRAPH.
      *                               GENERATE, CHANGE, AND DELETE
      *                               ARE GATED ON THE CALENDAR FLAG.
      *----------------------------------------------------------------
       1000-PROCESS-ONE-TRANSACTION.
           PERFORM 1100-DISPLAY-MENU
               THRU 1100-DISPLAY-MENU-EXIT
           ACCEPT WS-FUNCTION-CODE
           EVALUATE TRUE
               WHEN FUNC-IS-GENERATE AND SGN-AUTH-CALENDAR = "Y"
                   PERFORM 2000-GENERATE-YEAR
                       THRU 2000-GENERATE-YEAR-EXIT
               WHEN FUNC-IS-CHANGE AND SGN-AUTH-CALENDAR = "Y"
                   PERFORM 3000-CHANGE-DAY
                       THRU 3000-CHANGE-DAY-EXIT
               WHEN FUNC-IS-DELETE AND SGN-AUTH-CALENDAR = "Y"
                   PERFORM 4000-DELETE-YEAR
                       THRU 4000-DELETE-YEAR-EXIT
               WHEN FUNC-IS-GENERATE OR FUNC-IS-CHANGE
                   OR FUNC-IS-DELETE
                   DISPLAY "NOT AUTHORIZED FOR CALENDAR "
                       "MAINTENANCE -- INQUIRIES ONLY."
               WHEN FUNC-IS-INQUIRE
                   PERFORM 5000-INQUIRE-DATE
                       THRU 5000-INQUIRE-DATE-EXIT
               WHEN FUNC-IS-PRINT
                   PERFORM 6000-PRINT-YEAR
                       THRU 6000-PRINT-YEAR-EXIT
               WHEN FUNC-IS-EXIT
                   MOVE "Y" TO WS-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION CODE -- TRY AGAIN."
           END-EVALUATE.
       1000-PROCESS-ONE-TRANSACTION-EXIT.
           EXIT.

       1100-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "BUSINESS CALENDAR MAINTENANCE".
           DISPLAY "  SIGNED ON AS: " SGN-OPERATOR-ID.
           DISPLAY "  G - GENERATE A NEW YEAR (MON-FRI BUSINESS)".
           DISPLAY "  C - CHANGE ONE DATE'S DAY TYPE".
           DISPLAY "  D - DELETE A YEAR".
           DISPLAY "  I - INQUIRE ON A DATE".
           DISPLAY "  P - PRINT A YEAR (BUSCAL.RPT)".
           DISPLAY "  X - EXIT".
           DISPLAY "ENTER FUNCTION: " WITH NO ADVANCING.
       1100-DISPLAY-MENU-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-READ-YEAR: READS THE ROW FOR WS-CD-YYYY, SETTING
      *                 WS-YEAR-FOUND-SWITCH.
      *----------------------------------------------------------------
       1500-READ-YEAR.
           MOVE WS-CD-YYYY TO BC-YEAR
           READ CALENDAR-MASTER
               INVALID KEY
                   MOVE "N" TO WS-YEAR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-YEAR-FOUND-SWITCH
           END-READ.
       1500-READ-YEAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-ACCEPT-YEAR: PROMPTS FOR A YEAR AND PROVES IT FOUR
      *                   DIGITS FROM 1601 ON. WS-DATE-OK-SWITCH
      *                   SAYS WHETHER IT WAS USABLE; IF SO THE ROW
      *                   HAS BEEN LOOKED FOR.
      *----------------------------------------------------------------
       1600-ACCEPT-YEAR.
           MOVE "N" TO WS-DATE-OK-SWITCH
           DISPLAY "CALENDAR YEAR (YYYY): " WITH NO ADVANCING
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN NOT NUMERIC
               DISPLAY "ERROR: YEAR MUST BE FOUR DIGITS."
               GO TO 1600-ACCEPT-YEAR-EXIT
           END-IF
           MOVE WS-YEAR-IN TO WS-CD-YYYY
           IF WS-CD-YYYY < 1601
               DISPLAY "ERROR: YEAR " WS-CD-YYYY " IS OUT OF RANGE."
               GO TO 1600-ACCEPT-YEAR-EXIT
           END-IF
           MOVE 01 TO WS-CD-MM
           MOVE 01 TO WS-CD-DD
           PERFORM 1500-READ-YEAR
               THRU 1500-READ-YEAR-EXIT
           MOVE "Y" TO WS-DATE-OK-SWITCH.
       1600-ACCEPT-YEAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1700-ACCEPT-DATE: PROMPTS FOR A DATE (YYYYMMDD), READS ITS
      *                   YEAR, AND PROVES THE DATE IS ONE THE
      *                   CALENDAR HOLDS -- THE YEAR ON FILE AND A
      *                   DAY TYPE (NOT SPACE) AT THAT DATE.
      *                   WS-DATE-OK-SWITCH SAYS WHETHER IT WAS.
      *----------------------------------------------------------------
       1700-ACCEPT-DATE.
           MOVE "N" TO WS-DATE-OK-SWITCH
           DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
               DISPLAY "ERROR: DATE MUST BE EIGHT DIGITS, YYYYMMDD."
               GO TO 1700-ACCEPT-DATE-EXIT
           END-IF
           MOVE WS-DATE-IN TO WS-CAL-DATE
           IF WS-CD-MM < 01 OR WS-CD-MM > 12
               OR WS-CD-DD < 01 OR WS-CD-DD > 31
               DISPLAY "ERROR: " WS-DATE-IN " IS NOT A DATE."
               GO TO 1700-ACCEPT-DATE-EXIT
           END-IF
           PERFORM 1500-READ-YEAR
               THRU 1500-READ-YEAR-EXIT
           IF NOT YEAR-ON-FILE
               DISPLAY "YEAR " WS-CD-YYYY " IS NOT ON THE CALENDAR "
                   "-- THE BATCH ASSUMES MONDAY-FRIDAY. GENERATE "
                   "IT FIRST."
               GO TO 1700-ACCEPT-DATE-EXIT
           END-IF
           IF BC-DAY-TYPE (WS-CD-MM, WS-CD-DD) = SPACE
               DISPLAY "ERROR: " WS-DATE-IN " IS NOT A DATE."
               GO TO 1700-ACCEPT-DATE-EXIT
           END-IF
           MOVE "Y" TO WS-DATE-OK-SWITCH.
       1700-ACCEPT-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-GENERATE-YEAR: LAYS DOWN A NEW YEAR -- EVERY REAL DATE
      *                     MONDAY TO FRIDAY "B", SATURDAY AND SUNDAY
      *                     "N", THE DAYS A MONTH DOES NOT HAVE LEFT
      *                     SPACE. A YEAR ALREADY ON FILE IS REFUSED
      *                     -- ITS HOLIDAYS WOULD BE LOST; DELETE IT
      *                     FIRST IF A CLEAN SLATE IS REALLY WANTED.
      *----------------------------------------------------------------
       2000-GENERATE-YEAR.
           PERFORM 1600-ACCEPT-YEAR
               THRU 1600-ACCEPT-YEAR-EXIT
           IF NOT DATE-IS-USABLE
               GO TO 2000-GENERATE-YEAR-EXIT
           END-IF
           IF YEAR-ON-FILE
               DISPLAY "ERROR: YEAR " WS-CD-YYYY " IS ALREADY ON "
                   "THE CALENDAR -- USE CHANGE."
               GO TO 2000-GENERATE-YEAR-EXIT
           END-IF

           MOVE 28 TO WS-FEB-DAYS
           DIVIDE WS-CD-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
           DIVIDE WS-CD-YYYY BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
           DIVIDE WS-CD-YYYY BY 400
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-400 = ZERO
               OR (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = ZERO)
               MOVE 29 TO WS-FEB-DAYS
           END-IF
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-N) - 1
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEK-COUNT REMAINDER WS-WEEKDAY-REM
           COMPUTE WS-WEEKDAY = WS-WEEKDAY-REM + 1

           MOVE SPACES TO BUSINESS-CALENDAR-RECORD
           MOVE WS-CD-YYYY TO BC-YEAR
           MOVE WS-TODAY-NUM TO BC-LAST-MAINT-DATE
           MOVE WS-OPERATOR-ID TO BC-LAST-MAINT-BY
           MOVE ZERO TO WS-YEAR-FULL
           MOVE ZERO TO WS-YEAR-NON-BUSINESS
           MOVE 1 TO WS-MONTH-SUB
           PERFORM 2100-BUILD-ONE-MONTH
               THRU 2100-BUILD-ONE-MONTH-EXIT
               UNTIL WS-MONTH-SUB > 12
           WRITE BUSINESS-CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "ERROR: WRITE FAILED FOR YEAR "
                       WS-CD-YYYY " -- STATUS " WS-CAL-FILE-STATUS
                   GO TO 2000-GENERATE-YEAR-EXIT
           END-WRITE
           MOVE "G" TO WS-AUDIT-FUNCTION
           MOVE WS-CAL-DATE-N TO WS-AUDIT-CAL-DATE
           MOVE SPACE TO WS-OLD-TYPE
           MOVE SPACE TO WS-TYPE-IN
           PERFORM 8000-WRITE-AUDIT
               THRU 8000-WRITE-AUDIT-EXIT
           DISPLAY "YEAR " WS-CD-YYYY " GENERATED: " WS-YEAR-FULL
               " BUSINESS DAYS, " WS-YEAR-NON-BUSINESS
               " WEEKEND DAYS."
           DISPLAY "KEY THE HOLIDAYS AND HALF-DAYS WITH CHANGE.".
       2000-GENERATE-YEAR-EXIT.
           EXIT.

       2100-BUILD-ONE-MONTH.
           MOVE WS-MONTH-LENGTH (WS-MONTH-SUB) TO WS-MONTH-LIMIT
           IF WS-MONTH-SUB = 02
               MOVE WS-FEB-DAYS TO WS-MONTH-LIMIT
           END-IF
           MOVE 1 TO WS-DAY-SUB
           PERFORM 2150-BUILD-ONE-DAY
               THRU 2150-BUILD-ONE-DAY-EXIT
               UNTIL WS-DAY-SUB > WS-MONTH-LIMIT
           ADD 1 TO WS-MONTH-SUB.
       2100-BUILD-ONE-MONTH-EXIT.
           EXIT.

       2150-BUILD-ONE-DAY.
           IF WS-WEEKDAY > 5
               MOVE "N" TO BC-DAY-TYPE (WS-MONTH-SUB, WS-DAY-SUB)
               ADD 1 TO WS-YEAR-NON-BUSINESS
           ELSE
               MOVE "B" TO BC-DAY-TYPE (WS-MONTH-SUB, WS-DAY-SUB)
               ADD 1 TO WS-YEAR-FULL
           END-IF
           IF WS-WEEKDAY = 7
               MOVE 1 TO WS-WEEKDAY
           ELSE
               ADD 1 TO WS-WEEKDAY
           END-IF
           ADD 1 TO WS-DAY-SUB.
       2150-BUILD-ONE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHANGE-DAY: SETS ONE DATE'S DAY TYPE -- B FULL BUSINESS
      *                  DAY, S HALF-DAY, H HOLIDAY, N NON-BUSINESS.
      *                  THE YEAR MUST ALREADY BE GENERATED. A DATE
      *                  ALREADY RUN (TODAY OR EARLIER) IS ALLOWED --
      *                  A HOLIDAY IS SOMETIMES DECLARED LATE -- BUT
      *                  THE OPERATOR IS TOLD THE MONITORING WILL
      *                  SEE THE DAY DIFFERENTLY FROM NOW ON.
      *----------------------------------------------------------------
       3000-CHANGE-DAY.
           PERFORM 1700-ACCEPT-DATE
               THRU 1700-ACCEPT-DATE-EXIT
           IF NOT DATE-IS-USABLE
               GO TO 3000-CHANGE-DAY-EXIT
           END-IF
           MOVE BC-DAY-TYPE (WS-CD-MM, WS-CD-DD) TO WS-OLD-TYPE
           PERFORM 7000-DESCRIBE-DAY
               THRU 7000-DESCRIBE-DAY-EXIT
           DISPLAY "CURRENTLY   : " WS-OLD-TYPE "  " WS-TYPE-TEXT
               "  (" WS-WEEKDAY-NAME (WS-WEEKDAY) ")"
           DISPLAY "NEW DAY TYPE (B=BUSINESS, S=HALF-DAY, "
               "H=HOLIDAY, N=NON-BUSINESS): " WITH NO ADVANCING
           ACCEPT WS-TYPE-IN
           IF NOT TYPE-IN-VALID
               DISPLAY "ERROR: DAY TYPE MUST BE B, S, H, OR N."
               GO TO 3000-CHANGE-DAY-EXIT
           END-IF
           IF WS-TYPE-IN = WS-OLD-TYPE
               DISPLAY "NO CHANGE -- " WS-DATE-IN " IS ALREADY "
                   WS-TYPE-IN "."
               GO TO 3000-CHANGE-DAY-EXIT
           END-IF
           IF WS-CAL-DATE-N NOT > WS-TODAY-NUM
               DISPLAY "NOTE: " WS-DATE-IN " HAS ALREADY PASSED -- "
                   "EXCMON AND MONCLOSE WILL JUDGE IT AS "
                   WS-TYPE-IN " FROM NOW ON."
           END-IF
           MOVE WS-TYPE-IN TO BC-DAY-TYPE (WS-CD-MM, WS-CD-DD)
           MOVE WS-TODAY-NUM TO BC-LAST-MAINT-DATE
           MOVE WS-OPERATOR-ID TO BC-LAST-MAINT-BY
           REWRITE BUSINESS-CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "ERROR: REWRITE FAILED FOR YEAR "
                       WS-CD-YYYY " -- STATUS " WS-CAL-FILE-STATUS
                   GO TO 3000-CHANGE-DAY-EXIT
           END-REWRITE
           MOVE "C" TO WS-AUDIT-FUNCTION
           MOVE WS-CAL-DATE-N TO WS-AUDIT-CAL-DATE
           PERFORM 8000-WRITE-AUDIT
               THRU 8000-WRITE-AUDIT-EXIT
           DISPLAY WS-DATE-IN " CHANGED FROM " WS-OLD-TYPE " TO "
               WS-TYPE-IN ".".
       3000-CHANGE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-DELETE-YEAR: REMOVES A WHOLE YEAR AFTER A Y/N CONFIRM.
      *                   THE BATCH FALLS BACK TO MONDAY-FRIDAY FOR
      *                   THAT YEAR UNTIL IT IS GENERATED AGAIN.
      *----------------------------------------------------------------
       4000-DELETE-YEAR.
           PERFORM 1600-ACCEPT-YEAR
               THRU 1600-ACCEPT-YEAR-EXIT
           IF NOT DATE-IS-USABLE
               GO TO 4000-DELETE-YEAR-EXIT
           END-IF
           IF NOT YEAR-ON-FILE
               DISPLAY "ERROR: YEAR " WS-CD-YYYY " IS NOT ON THE "
                   "CALENDAR."
               GO TO 4000-DELETE-YEAR-EXIT
           END-IF
           DISPLAY "DELETE CALENDAR YEAR " WS-CD-YYYY
               " AND EVERY HOLIDAY IN IT (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-IN
           IF WS-CONFIRM-IN NOT = "Y" AND WS-CONFIRM-IN NOT = "y"
               DISPLAY "DELETE CANCELLED."
               GO TO 4000-DELETE-YEAR-EXIT
           END-IF
           DELETE CALENDAR-MASTER
               INVALID KEY
                   DISPLAY "ERROR: DELETE FAILED FOR YEAR "
                       WS-CD-YYYY " -- STATUS " WS-CAL-FILE-STATUS
                   GO TO 4000-DELETE-YEAR-EXIT
           END-DELETE
           MOVE "D" TO WS-AUDIT-FUNCTION
           MOVE WS-CAL-DATE-N TO WS-AUDIT-CAL-DATE
           MOVE SPACE TO WS-OLD-TYPE
           MOVE SPACE TO WS-TYPE-IN
           PERFORM 8000-WRITE-AUDIT
               THRU 8000-WRITE-AUDIT-EXIT
           DISPLAY "YEAR " WS-CD-YYYY " DELETED -- THE BATCH NOW "
               "ASSUMES MONDAY-FRIDAY FOR IT.".
       4000-DELETE-YEAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-INQUIRE-DATE: SHOWS ONE DATE'S DAY TYPE AND WEEKDAY
      *                    WITHOUT CHANGING ANYTHING.
      *----------------------------------------------------------------
       5000-INQUIRE-DATE.
           PERFORM 1700-ACCEPT-DATE
               THRU 1700-ACCEPT-DATE-EXIT
           IF NOT DATE-IS-USABLE
               GO TO 5000-INQUIRE-DATE-EXIT
           END-IF
           MOVE BC-DAY-TYPE (WS-CD-MM, WS-CD-DD) TO WS-OLD-TYPE
           PERFORM 7000-DESCRIBE-DAY
               THRU 7000-DESCRIBE-DAY-EXIT
           DISPLAY "DATE        : " WS-DATE-IN "  "
               WS-WEEKDAY-NAME (WS-WEEKDAY)
           DISPLAY "DAY TYPE    : " WS-OLD-TYPE "  " WS-TYPE-TEXT
           DISPLAY "YEAR LAST MAINTAINED " BC-LAST-MAINT-DATE
               " BY " BC-LAST-MAINT-BY.
       5000-INQUIRE-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-YEAR: PRINTS BUSCAL.RPT -- ONE LINE PER MONTH, THE
      *                  DAY TYPES OF DAYS 1-31 UNDER A DAY RULER,
      *                  THEN HOW MANY OF EACH TYPE THE MONTH HOLDS,
      *                  AND THE SAME COUNTS FOR THE YEAR.
      *----------------------------------------------------------------
       6000-PRINT-YEAR.
           PERFORM 1600-ACCEPT-YEAR
               THRU 1600-ACCEPT-YEAR-EXIT
           IF NOT DATE-IS-USABLE
               GO TO 6000-PRINT-YEAR-EXIT
           END-IF
           IF NOT YEAR-ON-FILE
               DISPLAY "ERROR: YEAR " WS-CD-YYYY " IS NOT ON THE "
                   "CALENDAR."
               GO TO 6000-PRINT-YEAR-EXIT
           END-IF
           OPEN OUTPUT LIST-RPT-FILE
           MOVE WS-TODAY-NUM TO WS-RUN-DATE
           MOVE WS-RUN-YYYY TO HL1-YYYY
           MOVE WS-RUN-MM TO HL1-MM
           MOVE WS-RUN-DD TO HL1-DD
           WRITE LIST-RPT-LINE FROM WS-HEADING-LINE-1
               BEFORE ADVANCING 2 LINES
           MOVE BC-YEAR TO YL-YEAR
           MOVE BC-LAST-MAINT-DATE TO YL-MAINT-DATE
           MOVE BC-LAST-MAINT-BY TO YL-MAINT-BY
           WRITE LIST-RPT-LINE FROM WS-YEAR-LINE
               BEFORE ADVANCING 2 LINES
           WRITE LIST-RPT-LINE FROM WS-HEADING-LINE-2
               BEFORE ADVANCING 1 LINE
           WRITE LIST-RPT-LINE FROM WS-HEADING-LINE-3
               BEFORE ADVANCING 1 LINE
           MOVE ZERO TO WS-YEAR-FULL
           MOVE ZERO TO WS-YEAR-HALF
           MOVE ZERO TO WS-YEAR-HOLIDAY
           MOVE ZERO TO WS-YEAR-NON-BUSINESS
           MOVE 1 TO WS-MONTH-SUB
           PERFORM 6100-PRINT-ONE-MONTH
               THRU 6100-PRINT-ONE-MONTH-EXIT
               UNTIL WS-MONTH-SUB > 12
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "YEAR" TO DL-DAYS
           MOVE WS-YEAR-FULL TO DL-FULL
           MOVE WS-YEAR-HALF TO DL-HALF
           MOVE WS-YEAR-HOLIDAY TO DL-HOLIDAY
           MOVE WS-YEAR-NON-BUSINESS TO DL-NON-BUSINESS
           WRITE LIST-RPT-LINE FROM WS-DETAIL-LINE
               BEFORE ADVANCING 2 LINES
           MOVE
               "B=BUSINESS DAY  S=HALF-DAY  H=HOLIDAY  N=NON-BUSINESS"
               TO WS-NOTE-LINE
           WRITE LIST-RPT-LINE FROM WS-NOTE-LINE
               BEFORE ADVANCING 1 LINE
           CLOSE LIST-RPT-FILE
           DISPLAY "CALENDAR YEAR " WS-CD-YYYY
               " LISTED ON BUSCAL.RPT.".
       6000-PRINT-YEAR-EXIT.
           EXIT.

       6100-PRINT-ONE-MONTH.
           MOVE ZERO TO WS-MON-FULL
           MOVE ZERO TO WS-MON-HALF
           MOVE ZERO TO WS-MON-HOLIDAY
           MOVE ZERO TO WS-MON-NON-BUSINESS
           MOVE 1 TO WS-DAY-SUB
           PERFORM 6150-COUNT-ONE-DAY
               THRU 6150-COUNT-ONE-DAY-EXIT
               UNTIL WS-DAY-SUB > 31
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-MONTH-NAME (WS-MONTH-SUB) TO DL-MONTH
           MOVE BC-MONTH-DAYS (WS-MONTH-SUB) TO DL-DAYS
           MOVE WS-MON-FULL TO DL-FULL
           MOVE WS-MON-HALF TO DL-HALF
           MOVE WS-MON-HOLIDAY TO DL-HOLIDAY
           MOVE WS-MON-NON-BUSINESS TO DL-NON-BUSINESS
           WRITE LIST-RPT-LINE FROM WS-DETAIL-LINE
               BEFORE ADVANCING 1 LINE
           ADD WS-MON-FULL TO WS-YEAR-FULL
           ADD WS-MON-HALF TO WS-YEAR-HALF
           ADD WS-MON-HOLIDAY TO WS-YEAR-HOLIDAY
           ADD WS-MON-NON-BUSINESS TO WS-YEAR-NON-BUSINESS
           ADD 1 TO WS-MONTH-SUB.
       6100-PRINT-ONE-MONTH-EXIT.
           EXIT.

       6150-COUNT-ONE-DAY.
           EVALUATE TRUE
               WHEN BC-FULL-DAY (WS-MONTH-SUB, WS-DAY-SUB)
                   ADD 1 TO WS-MON-FULL
               WHEN BC-HALF-DAY (WS-MONTH-SUB, WS-DAY-SUB)
                   ADD 1 TO WS-MON-HALF
               WHEN BC-HOLIDAY (WS-MONTH-SUB, WS-DAY-SUB)
                   ADD 1 TO WS-MON-HOLIDAY
               WHEN BC-NON-BUSINESS (WS-MONTH-SUB, WS-DAY-SUB)
                   ADD 1 TO WS-MON-NON-BUSINESS
           END-EVALUATE
           ADD 1 TO WS-DAY-SUB.
       6150-COUNT-ONE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-DESCRIBE-DAY: SPELLS OUT WS-OLD-TYPE IN WS-TYPE-TEXT AND
      *                    WORKS OUT WS-CAL-DATE-N'S WEEKDAY
      *                    (1=MONDAY ... 7=SUNDAY; DAY 1 OF THE
      *                    DAY-NUMBER RECKONING, JANUARY 1ST 1601,
      *                    WAS A MONDAY).
      *----------------------------------------------------------------
       7000-DESCRIBE-DAY.
           EVALUATE WS-OLD-TYPE
               WHEN "B"
                   MOVE "FULL BUSINESS DAY" TO WS-TYPE-TEXT
               WHEN "S"
                   MOVE "HALF-DAY" TO WS-TYPE-TEXT
               WHEN "H"
                   MOVE "HOLIDAY" TO WS-TYPE-TEXT
               WHEN "N"
                   MOVE "NON-BUSINESS DAY" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN DAY TYPE" TO WS-TYPE-TEXT
           END-EVALUATE
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-N) - 1
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEK-COUNT REMAINDER WS-WEEKDAY-REM
           COMPUTE WS-WEEKDAY = WS-WEEKDAY-REM + 1.
       7000-DESCRIBE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-AUDIT: STAMPS AND APPENDS ONE AUDIT ROW FOR THE
      *                   ACTION JUST COMPLETED. THE CALLER HAS SET
      *                   THE FUNCTION, THE CALENDAR DATE (JANUARY
      *                   1ST FOR A WHOLE-YEAR GENERATE OR DELETE),
      *                   AND THE OLD AND NEW DAY TYPES (SPACE FOR A
      *                   WHOLE YEAR).
      *----------------------------------------------------------------
       8000-WRITE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME-RAW FROM TIME
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-AUDIT-DATE TO CA-DATE
           MOVE WS-AUDIT-TIME-RAW (1:6) TO CA-TIME
           MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID
           MOVE WS-AUDIT-FUNCTION TO CA-FUNCTION-CODE
           MOVE WS-AUDIT-CAL-DATE TO CA-CALENDAR-DATE
           MOVE WS-OLD-TYPE TO CA-BEFORE-TYPE
           MOVE WS-TYPE-IN TO CA-AFTER-TYPE
           WRITE AUDIT-RECORD.
       8000-WRITE-AUDIT-EXIT.
           EXIT.
