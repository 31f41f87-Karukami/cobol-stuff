      ******************************************************************
      * PROGRAM  : BUSDAY
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : SHARED BUSINESS-DAY LOOKUP. CALLED WITH THE
      *            BUSDAYL.cpy PARAMETER BLOCK, IT ANSWERS "WHAT
      *            KIND OF DAY IS THIS DATE" FROM THE BUSCAL
      *            CALENDAR MASTER (SEE BUSCAL.cpy) -- FULL BUSINESS
      *            DAY, HALF-DAY, HOLIDAY, OR NON-BUSINESS -- AND
      *            WHICH DAY OF THE WEEK IT FALLS ON, SO RUNGUARD,
      *            EXCMON, AND MONCLOSE ALL ASK THE SAME QUESTION
      *            THE SAME WAY INSTEAD OF EACH GUESSING.
      *
      *            A YEAR NOT YET ON THE MASTER (OR A SITE WITH NO
      *            MASTER AT ALL) IS ANSWERED BY THE WEEKDAY ALONE
      *            -- MONDAY TO FRIDAY BUSINESS, THE WEEKEND NOT --
      *            AND FLAGGED "W" SO THE CALLER CAN SAY THE
      *            CALENDAR WAS MISSING. A DATE THAT DOES NOT EXIST
      *            COMES BACK "X".
      *
      *            THE MASTER IS OPENED ON THE FIRST LOOKUP AND KEPT
      *            OPEN, AND THE LAST YEAR ROW READ IS KEPT IN
      *            STORAGE, SO A CALLER WALKING A MONTH DAY BY DAY
      *            COSTS ONE READ. BD-REQUEST "F" CLOSES THE MASTER.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BUSDAY".
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

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-MASTER.
           COPY "BUSCAL.cpy".

       WORKING-STORAGE SECTION.
       77  WS-CAL-FILE-STATUS           PIC X(02) VALUE "00".
           88  CAL-FILE-OK                         VALUE "00" "02".
           88  CAL-FILE-NOT-FOUND                  VALUE "35".

      * "N" UNTIL THE FIRST LOOKUP TRIES THE OPEN; "Y" WHILE THE
      * MASTER IS OPEN; "U" WHEN IT COULD NOT BE OPENED (EVERY
      * ANSWER IS THEN THE WEEKDAY DEFAULT).
       77  WS-MASTER-STATE              PIC X(01) VALUE "N".
           88  MASTER-NOT-TRIED                    VALUE "N".
           88  MASTER-IS-OPEN                      VALUE "Y".
           88  MASTER-UNAVAILABLE                  VALUE "U".

      * THE YEAR NOW HELD IN THE RECORD AREA, AND WHETHER IT WAS
      * FOUND THERE -- SO A REPEAT LOOKUP IN THE SAME YEAR DOES NOT
      * READ AGAIN.
       77  WS-CACHED-YEAR               PIC 9(04) VALUE ZERO.
       77  WS-YEAR-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  YEAR-ON-CALENDAR                    VALUE "Y".

       77  WS-DATE-OK-SWITCH            PIC X(01) VALUE "N".
           88  DATE-IS-REAL                        VALUE "Y".
       77  WS-DAY-NUMBER                PIC 9(07) VALUE ZERO.
       77  WS-WEEK-COUNT                PIC 9(07) VALUE ZERO.
       77  WS-WEEKDAY-REM               PIC 9(01) VALUE ZERO.
       77  WS-LEAP-QUOTIENT             PIC 9(04) VALUE ZERO.
       77  WS-LEAP-REM-4                PIC 9(03) VALUE ZERO.
       77  WS-LEAP-REM-100              PIC 9(03) VALUE ZERO.
       77  WS-LEAP-REM-400              PIC 9(03) VALUE ZERO.
       77  WS-MONTH-LIMIT               PIC 9(02) VALUE ZERO.

       01  WS-LOOKUP-DATE.
           05  WS-LK-YYYY               PIC 9(04).
           05  WS-LK-MM                 PIC 9(02).
           05  WS-LK-DD                 PIC 9(02).
       01  WS-LOOKUP-DATE-N REDEFINES WS-LOOKUP-DATE
                                        PIC 9(08).

       01  WS-MONTH-LENGTHS.
           05  FILLER                   PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH          PIC 9(02) OCCURS 12 TIMES.

       LINKAGE SECTION.
       COPY "BUSDAYL.cpy".

       PROCEDURE DIVISION USING BUSDAY-PARMS.
      *----------------------------------------------------------------
      * 0000-MAINLINE: A FINISH REQUEST CLOSES THE MASTER. A LOOKUP
      *                PROVES THE DATE REAL, WORKS OUT ITS WEEKDAY,
      *                THEN TAKES THE DAY TYPE FROM THE CALENDAR IF
      *                THE YEAR IS THERE AND FROM THE WEEKDAY IF NOT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           IF BD-FINISH
               IF MASTER-IS-OPEN
                   CLOSE CALENDAR-MASTER
               END-IF
               MOVE "N" TO WS-MASTER-STATE
               MOVE ZERO TO WS-CACHED-YEAR
               MOVE "N" TO WS-YEAR-FOUND-SWITCH
               GO TO 0000-GO-BACK
           END-IF

           MOVE SPACES TO BD-DAY-TYPE
           MOVE ZERO TO BD-WEEKDAY
           MOVE "X" TO BD-SOURCE
           PERFORM 1000-CHECK-DATE
               THRU 1000-CHECK-DATE-EXIT
           IF NOT DATE-IS-REAL
               GO TO 0000-GO-BACK
           END-IF

           IF MASTER-NOT-TRIED
               PERFORM 2000-OPEN-MASTER
                   THRU 2000-OPEN-MASTER-EXIT
           END-IF
           IF MASTER-IS-OPEN
               AND WS-LK-YYYY NOT = WS-CACHED-YEAR
               PERFORM 2100-READ-YEAR
                   THRU 2100-READ-YEAR-EXIT
           END-IF

           IF MASTER-IS-OPEN AND YEAR-ON-CALENDAR
               IF BC-VALID-DAY-TYPE (WS-LK-MM, WS-LK-DD)
                   MOVE BC-DAY-TYPE (WS-LK-MM, WS-LK-DD)
                       TO BD-DAY-TYPE
                   MOVE "C" TO BD-SOURCE
                   GO TO 0000-GO-BACK
               END-IF
           END-IF
           PERFORM 3000-WEEKDAY-DEFAULT
               THRU 3000-WEEKDAY-DEFAULT-EXIT.
       0000-GO-BACK.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-CHECK-DATE: THE DATE MUST EXIST -- MONTH 01-12, DAY
      *                  WITHIN THE MONTH (FEBRUARY 29TH ONLY IN A
      *                  LEAP YEAR), AND NOT BEFORE 1601, WHERE THE
      *                  DAY-NUMBER RECKONING STARTS. THE WEEKDAY
      *                  FOLLOWS FROM THE DAY NUMBER: DAY 1 (JANUARY
      *                  1ST 1601) WAS A MONDAY.
      *----------------------------------------------------------------
       1000-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK-SWITCH
           IF BD-DATE NOT NUMERIC
               GO TO 1000-CHECK-DATE-EXIT
           END-IF
           MOVE BD-DATE TO WS-LOOKUP-DATE-N
           IF WS-LK-YYYY < 1601
               OR WS-LK-MM < 01 OR WS-LK-MM > 12
               OR WS-LK-DD < 01
               GO TO 1000-CHECK-DATE-EXIT
           END-IF
           MOVE WS-MONTH-LENGTH (WS-LK-MM) TO WS-MONTH-LIMIT
           IF WS-LK-MM = 02
               DIVIDE WS-LK-YYYY BY 4
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-LK-YYYY BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-LK-YYYY BY 400
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = ZERO
                   OR (WS-LEAP-REM-4 = ZERO
                       AND WS-LEAP-REM-100 NOT = ZERO)
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF
           IF WS-LK-DD > WS-MONTH-LIMIT
               GO TO 1000-CHECK-DATE-EXIT
           END-IF
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-LOOKUP-DATE-N) - 1
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEK-COUNT REMAINDER WS-WEEKDAY-REM
           COMPUTE BD-WEEKDAY = WS-WEEKDAY-REM + 1
           MOVE "Y" TO WS-DATE-OK-SWITCH.
       1000-CHECK-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-OPEN-MASTER: FIRST LOOKUP ONLY. NO MASTER YET (STATUS
      *                   35) IS A SITE THAT HAS NOT BUILT ITS
      *                   CALENDAR -- WEEKDAY ANSWERS, QUIETLY, THE
      *                   "W" SOURCE SAYS IT. ANY OTHER FAILURE IS
      *                   ANNOUNCED ONCE AND ANSWERED THE SAME WAY.
      *----------------------------------------------------------------
       2000-OPEN-MASTER.
           OPEN INPUT CALENDAR-MASTER
           IF CAL-FILE-OK
               MOVE "Y" TO WS-MASTER-STATE
               GO TO 2000-OPEN-MASTER-EXIT
           END-IF
           MOVE "U" TO WS-MASTER-STATE
           IF NOT CAL-FILE-NOT-FOUND
               DISPLAY "BUSDAY: BUSCAL MASTER UNAVAILABLE, STATUS "
                   WS-CAL-FILE-STATUS " -- MONDAY-FRIDAY ASSUMED."
           END-IF.
       2000-OPEN-MASTER-EXIT.
           EXIT.

       2100-READ-YEAR.
           MOVE WS-LK-YYYY TO WS-CACHED-YEAR
           MOVE WS-LK-YYYY TO BC-YEAR
           READ CALENDAR-MASTER
               INVALID KEY
                   MOVE "N" TO WS-YEAR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-YEAR-FOUND-SWITCH
           END-READ.
       2100-READ-YEAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WEEKDAY-DEFAULT: NO CALENDAR ANSWER FOR THIS DATE --
      *                       MONDAY TO FRIDAY IS A FULL BUSINESS
      *                       DAY, SATURDAY AND SUNDAY ARE NOT.
      *----------------------------------------------------------------
       3000-WEEKDAY-DEFAULT.
           IF BD-WEEKDAY > 5
               MOVE "N" TO BD-DAY-TYPE
           ELSE
               MOVE "B" TO BD-DAY-TYPE
           END-IF
           MOVE "W" TO BD-SOURCE.
       3000-WEEKDAY-DEFAULT-EXIT.
           EXIT.
