      *            PRIOR MONTH MUST ALREADY BE CLOSED (OR NOT EXIST
      *            AT ALL, ON THE VERY FIRST CLOSE).
      *
      *            EVERY BUSINESS DAY OF THE MONTH ON THE BUSCAL
      *            CALENDAR (SEE BUSCAL.cpy) MUST HAVE AN UNREVERSED
      *            RUN BEFORE THE MONTH CLOSES. ANY THAT DON'T ARE
      *            LISTED AND THE CLOSE IS REFUSED, UNLESS THE
      *            OPERATOR SAYS OTHERWISE ON THE RECORD WITH
      *            PARM='YYYYMM,OVERRIDE' -- THEN THE MONTH CLOSES
      *            AND THE MISSING DAYS ARE PRINTED ON THE STATEMENT.
      *
      *            AN EXCEPTION CASE EXCMON OPENED IN OR BEFORE THE
      *            MONTH AND NOBODY HAS YET CLOSED (SEE EXCCASE.cpy)
      *            DOES NOT STOP THE CLOSE -- THE FIGURES ARE WHAT
      *            THEY ARE -- BUT EACH ONE IS LISTED ON THE
      *            STATEMENT SO THE SIGN-OFF IS MADE KNOWING ABOUT IT.
      *
      *            RC=0 CLEAN CLOSE; RC=4 PERIOD CLOSED BUT EMPTY
      *            (NO HISTORY ROWS -- CHECK THE PARM) OR CLOSED
      *            UNDER OVERRIDE WITH BUSINESS DAYS MISSING, OR
      *            CLOSED WITH EXCEPTION CASES STILL OPEN; RC=8
      *            REFUSED (BAD PARM, ALREADY CLOSED, PRIOR PERIOD
      *            STILL OPEN, OR BUSINESS DAYS WITH NO RUN) WITH
      *            NOTHING CHANGED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   REFUSES TO CLOSE A MONTH WITH A BUSINESS
      *                    DAY (PER THE BUSCAL CALENDAR, VIA THE
      *                    SHARED BUSDAY LOOKUP) THAT HAS NO
      *                    UNREVERSED RUN, UNLESS THE PARM CARRIES
      *                    ",OVERRIDE"; THE STATEMENT SHOWS THE
      *                    BUSINESS DAYS AND ANY CLOSED OVER, EACH AS
      *                    A FULL OR HALF DAY.
      *   2026-10-15  LB   A DAY CAN NOW HAVE MORE THAN ONE
      *                    PROCESSING CYCLE, EACH WITH ITS OWN
      *                    IFELSE.HST ROW (SEE CLASHIST.cpy). THE
      *                    CYCLES ROLL UP TO THE DAY: DAYS RUN COUNTS
      *                    EACH DATE ONCE, WHATEVER ITS CYCLES, AND
      *                    THE STATEMENT SHOWS THE CYCLES RUN BESIDE
      *                    IT. IFELSE.HST WIDENED TO 170 BYTES.
      *   2026-10-15  LB   WARNS (RC=4, THE PERIOD STILL CLOSES) WHEN
      *                    EXCEPTION CASES OPENED UP TO THE PERIOD'S
      *                    END ARE STILL OPEN ON THE EXCCASE MASTER,
      *                    AND LISTS THEM ON THE STATEMENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MONCLOSE".
               RECORD KEY IS PS-PERIOD
               FILE STATUS IS WS-PER-FILE-STATUS.

      * EXCMON'S EXCEPTION CASES -- READ ONLY, FOR THE ONES STILL
      * OPEN. NOT THERE YET IS NO CASES.
           SELECT CASE-MASTER ASSIGN TO "EXCCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EC-CASE-NUMBER
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT CLOSE-RPT-FILE ASSIGN TO "MONCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
       FD  HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS.
           COPY "CLASHIST.cpy".

       FD  PERIOD-MASTER.
           COPY "PERSUMM.cpy".

       FD  CASE-MASTER.
           COPY "EXCCASE.cpy".

       FD  CLOSE-RPT-FILE.
       01  CLOSE-RPT-LINE               PIC X(80).

           88  PER-FILE-NOT-FOUND                  VALUE "35".
       77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-HIST                         VALUE "Y".
       77  WS-CASE-FILE-STATUS          PIC X(02) VALUE "00".
           88  CASE-FILE-OK                        VALUE "00" "02".
       77  WS-CASE-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-CASES                        VALUE "Y".

      * PARM='YYYYMM' OR 'YYYYMM,OVERRIDE' -- THE SECOND FORM IS
      * THE OPERATOR ACCEPTING, ON THE RECORD, A MONTH WITH BUSINESS
      * DAYS THAT NEVER RAN.
       01  WS-PARM-TEXT.
           05  WS-PARM-PERIOD           PIC X(06).
           05  WS-PARM-OPTION           PIC X(09).
               88  PARM-OPTION-NONE                VALUE SPACES.
               88  OVERRIDE-REQUESTED              VALUE ",OVERRIDE"
                                                         ",override".
       77  WS-TARGET-PERIOD             PIC 9(06) VALUE ZERO.
       77  WS-PRIOR-PERIOD              PIC 9(06) VALUE ZERO.
       77  WS-PRIOR-CUM                 PIC 9(10) VALUE ZERO.

       77  WS-TODAY-NUM                 PIC 9(08) VALUE ZERO.
       77  WS-DAYS-RUN                  PIC 9(04) VALUE ZERO.
       77  WS-CYCLES-RUN                PIC 9(04) VALUE ZERO.
       77  WS-PERIOD-RECORDS            PIC 9(08) VALUE ZERO.
       77  WS-NEW-CUM                   PIC 9(10) VALUE ZERO.

      * WHICH DAYS OF THE MONTH HAD AN UNREVERSED RUN, AND THE
      * BUSINESS DAYS THAT DIDN'T.
       77  WS-DAY-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-MISSED-SUB                PIC 9(02) VALUE ZERO.
       77  WS-BUSINESS-DAYS             PIC 9(02) VALUE ZERO.
       77  WS-CALENDAR-SWITCH           PIC X(01) VALUE "N".
           88  CALENDAR-WAS-ASSUMED                VALUE "Y".
       01  WS-RUN-DAY-TABLE.
           05  WS-RUN-DAY-SWITCH        PIC X(01) OCCURS 31 TIMES
                                        VALUE "N".
       01  WS-MISSED-DAYS.
           05  WS-MISSED-COUNT          PIC 9(02) VALUE ZERO.
           05  WS-MISSED-ENTRY OCCURS 31 TIMES.
               10  WS-MISSED-DATE       PIC 9(08).
               10  WS-MISSED-TYPE       PIC X(01).
                   88  MISSED-HALF-DAY             VALUE "S".

      * EXCEPTION CASES OPENED BY THE PERIOD'S LAST DAY AND NOT YET
      * CLOSED. ALL ARE COUNTED; THE FIRST 50 ARE LISTED.
       77  WS-PERIOD-LAST-DATE          PIC 9(08) VALUE ZERO.
       77  WS-OPEN-CASE-COUNT           PIC 9(04) VALUE ZERO.
       77  WS-CASE-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-OPEN-CASES.
           05  WS-OC-LISTED             PIC 9(02) VALUE ZERO.
           05  WS-OC-ENTRY OCCURS 50 TIMES.
               10  WS-OC-NUMBER         PIC 9(06).
               10  WS-OC-TYPE           PIC X(01).
               10  WS-OC-SUBJECT        PIC X(12).
               10  WS-OC-OPENED         PIC 9(08).
               10  WS-OC-STATUS         PIC X(01).
       01  WS-HIST-DATE.
           05  WS-HD-PERIOD             PIC 9(06).
           05  WS-HD-DD                 PIC 9(02).
       01  WS-HIST-DATE-N REDEFINES WS-HIST-DATE
                                        PIC 9(08).

      * THE MONTH'S TOTALS, MERGED BY BAND NAME AND BY SOURCE CODE
      * THE SAME WAY THE DAILY HISTORY ROW IS BUILT.
       77  WS-BAND-SUB                  PIC 9(01) VALUE ZERO.
           05  SL-LABEL                 PIC X(36).
           05  SL-COUNT                 PIC Z,ZZZ,ZZZ,ZZ9.

       01  WS-MISSED-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ML-DATE                  PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ML-TYPE                  PIC X(12).

       01  WS-CASE-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-NUMBER                PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-TYPE                  PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-SUBJECT               PIC X(12).
           05  FILLER                   PIC X(09) VALUE " OPENED ".
           05  CL-OPENED                PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-STATUS-TEXT           PIC X(12).

       01  WS-NOTE-LINE                 PIC X(72).

       COPY "BUSDAYL.cpy".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: VALIDATES THE PERIOD AND ITS ORDERING, ROLLS
               THRU 0200-CHECK-PERIOD-MASTER-EXIT
           PERFORM 1000-ROLL-UP-MONTH
               THRU 1000-ROLL-UP-MONTH-EXIT
           PERFORM 1500-CHECK-BUSINESS-DAYS
               THRU 1500-CHECK-BUSINESS-DAYS-EXIT
           PERFORM 1700-CHECK-OPEN-CASES
               THRU 1700-CHECK-OPEN-CASES-EXIT
           PERFORM 2000-WRITE-PERIOD-ROW
               THRU 2000-WRITE-PERIOD-ROW-EXIT
           PERFORM 3000-PRINT-STATEMENT
               DISPLAY "MONCLOSE: PERIOD " WS-TARGET-PERIOD
                   " CLOSED WITH NO RUNS -- CHECK THE PARM."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MISSED-COUNT > ZERO
               DISPLAY "MONCLOSE: PERIOD " WS-TARGET-PERIOD
                   " CLOSED UNDER OVERRIDE WITH " WS-MISSED-COUNT
                   " BUSINESS DAY(S) NEVER RUN."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OPEN-CASE-COUNT > ZERO
               DISPLAY "MONCLOSE: PERIOD " WS-TARGET-PERIOD
                   " CLOSED WITH " WS-OPEN-CASE-COUNT
                   " EXCEPTION CASE(S) STILL OPEN -- SEE EXCWORK."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               DISPLAY "MONCLOSE: PERIOD " WS-TARGET-PERIOD
                   " CLOSED -- " WS-DAYS-RUN " DAYS, "
                   WS-PERIOD-RECORDS " RECORDS."
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-PARM: THE PERIOD TO CLOSE, YYYYMM, OPTIONALLY
      *                  FOLLOWED BY ",OVERRIDE". ANYTHING ELSE IS
      *                  RC=8 AND NOTHING IS TOUCHED. THE PRIOR
      *                  PERIOD IS DERIVED HERE FOR THE CARRY-
      *                  FORWARD AND THE IN-ORDER CHECK.
      *----------------------------------------------------------------
       0100-PARSE-PARM.
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-PERIOD NOT NUMERIC
               OR NOT (PARM-OPTION-NONE OR OVERRIDE-REQUESTED)
               DISPLAY "MONCLOSE: PARM MUST BE THE PERIOD YYYYMM OR "
                   "YYYYMM,OVERRIDE -- GOT '" WS-PARM-TEXT
                   "'. NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-PERIOD TO WS-TARGET-PERIOD
           MOVE WS-PARM-PERIOD TO WS-PERIOD-PARTS
           IF WS-PP-MM < 01 OR WS-PP-MM > 12
               DISPLAY "MONCLOSE: '" WS-PARM-PERIOD "' IS NOT A REAL "
                   "MONTH. NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
       1200-FOLD-ONE-ROW.
           IF NOT CH-ROW-BACKED-OUT
               AND CH-RUN-DATE (1:6) = WS-TARGET-PERIOD
               ADD 1 TO WS-CYCLES-RUN
               MOVE CH-RUN-DATE TO WS-HIST-DATE-N
               IF WS-HD-DD > ZERO AND WS-HD-DD NOT > 31
                   IF WS-RUN-DAY-SWITCH (WS-HD-DD) NOT = "Y"
                       ADD 1 TO WS-DAYS-RUN
                       MOVE "Y" TO WS-RUN-DAY-SWITCH (WS-HD-DD)
                   END-IF
               END-IF
               ADD CH-RECORDS-PROCESSED TO WS-PERIOD-RECORDS
               IF CH-BAND-COUNT IS NUMERIC
                   AND CH-BAND-COUNT > ZERO
       1450-MATCH-SOURCE-SLOT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-CHECK-BUSINESS-DAYS: WALKS DAYS 1-31 OF THE PERIOD
      *                           THROUGH THE SHARED CALENDAR
      *                           LOOKUP. A FULL OR HALF BUSINESS
      *                           DAY WITH NO UNREVERSED RUN IS
      *                           MISSING. ANY MISSING DAY REFUSES
      *                           THE CLOSE (RC=8, PERSUMM LEFT AS
      *                           IT WAS) UNLESS THE PARM CARRIED
      *                           ",OVERRIDE".
      *----------------------------------------------------------------
       1500-CHECK-BUSINESS-DAYS.
           MOVE WS-TARGET-PERIOD TO WS-HD-PERIOD
           MOVE 1 TO WS-DAY-SUB
           PERFORM 1550-CHECK-ONE-DAY
               THRU 1550-CHECK-ONE-DAY-EXIT
               UNTIL WS-DAY-SUB > 31
           MOVE "F" TO BD-REQUEST
           CALL "BUSDAY" USING BUSDAY-PARMS
           IF CALENDAR-WAS-ASSUMED
               DISPLAY "MONCLOSE: NO BUSINESS CALENDAR FOR "
                   WS-PP-YYYY " -- MONDAY-FRIDAY ASSUMED."
           END-IF
           IF WS-MISSED-COUNT = ZERO
               GO TO 1500-CHECK-BUSINESS-DAYS-EXIT
           END-IF
           MOVE 1 TO WS-MISSED-SUB
           PERFORM 1600-SHOW-ONE-MISSED
               THRU 1600-SHOW-ONE-MISSED-EXIT
               UNTIL WS-MISSED-SUB > WS-MISSED-COUNT
           IF NOT OVERRIDE-REQUESTED
               DISPLAY "MONCLOSE: " WS-MISSED-COUNT " BUSINESS "
                   "DAY(S) IN PERIOD " WS-TARGET-PERIOD " HAVE NO "
                   "RUN -- NOTHING CLOSED."
               DISPLAY "MONCLOSE: RUN THE MISSING DAYS, OR IF THE "
                   "MONTH MUST CLOSE AS IT STANDS, RESUBMIT WITH "
                   "PARM='" WS-TARGET-PERIOD ",OVERRIDE'."
               CLOSE PERIOD-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-CHECK-BUSINESS-DAYS-EXIT.
           EXIT.

       1550-CHECK-ONE-DAY.
           MOVE WS-DAY-SUB TO WS-HD-DD
           MOVE "L" TO BD-REQUEST
           MOVE WS-HIST-DATE-N TO BD-DATE
           CALL "BUSDAY" USING BUSDAY-PARMS
           IF BD-FROM-WEEKDAY
               MOVE "Y" TO WS-CALENDAR-SWITCH
           END-IF
           IF BD-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAYS
               IF WS-RUN-DAY-SWITCH (WS-DAY-SUB) NOT = "Y"
                   ADD 1 TO WS-MISSED-COUNT
                   MOVE WS-HIST-DATE-N
                       TO WS-MISSED-DATE (WS-MISSED-COUNT)
                   MOVE BD-DAY-TYPE
                       TO WS-MISSED-TYPE (WS-MISSED-COUNT)
               END-IF
           END-IF
           ADD 1 TO WS-DAY-SUB.
       1550-CHECK-ONE-DAY-EXIT.
           EXIT.

       1600-SHOW-ONE-MISSED.
           DISPLAY "MONCLOSE: BUSINESS DAY "
               WS-MISSED-DATE (WS-MISSED-SUB) " HAS NO RUN."
           ADD 1 TO WS-MISSED-SUB.
       1600-SHOW-ONE-MISSED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1700-CHECK-OPEN-CASES: COUNTS THE EXCEPTION CASES OPENED ON
      *                        OR BEFORE THE PERIOD'S LAST DAY THAT
      *                        ARE STILL OPEN OR ONLY ACKNOWLEDGED,
      *                        AND KEEPS THE FIRST 50 FOR THE
      *                        STATEMENT. A WARNING, NOT A REFUSAL.
      *----------------------------------------------------------------
       1700-CHECK-OPEN-CASES.
           COMPUTE WS-PERIOD-LAST-DATE = WS-TARGET-PERIOD * 100 + 31
           OPEN INPUT CASE-MASTER
           IF NOT CASE-FILE-OK
               GO TO 1700-CHECK-OPEN-CASES-EXIT
           END-IF
           PERFORM 1750-CHECK-ONE-CASE
               THRU 1750-CHECK-ONE-CASE-EXIT
               UNTIL END-OF-CASES
           CLOSE CASE-MASTER.
       1700-CHECK-OPEN-CASES-EXIT.
           EXIT.

       1750-CHECK-ONE-CASE.
           READ CASE-MASTER NEXT RECORD
               AT END
                   SET END-OF-CASES TO TRUE
           END-READ
           IF END-OF-CASES
               GO TO 1750-CHECK-ONE-CASE-EXIT
           END-IF
           IF NOT EC-CASE-UNRESOLVED
               OR EC-OPENED-DATE > WS-PERIOD-LAST-DATE
               GO TO 1750-CHECK-ONE-CASE-EXIT
           END-IF
           ADD 1 TO WS-OPEN-CASE-COUNT
           IF WS-OC-LISTED < 50
               ADD 1 TO WS-OC-LISTED
               MOVE EC-CASE-NUMBER TO WS-OC-NUMBER (WS-OC-LISTED)
               MOVE EC-CASE-TYPE TO WS-OC-TYPE (WS-OC-LISTED)
               MOVE EC-SUBJECT TO WS-OC-SUBJECT (WS-OC-LISTED)
               MOVE EC-OPENED-DATE TO WS-OC-OPENED (WS-OC-LISTED)
               MOVE EC-STATUS TO WS-OC-STATUS (WS-OC-LISTED)
           END-IF.
       1750-CHECK-ONE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-WRITE-PERIOD-ROW: THE MONTH'S ROW, MARKED CLOSED, WITH
      *                        THE CUMULATIVE CARRIED FORWARD FROM

           MOVE "DAYS RUN THIS PERIOD:" TO SL-LABEL
           MOVE WS-DAYS-RUN TO SL-COUNT
           WRITE CLOSE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "PROCESSING CYCLES RUN:" TO SL-LABEL
           MOVE WS-CYCLES-RUN TO SL-COUNT
           WRITE CLOSE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "RECORDS PROCESSED THIS PERIOD:" TO SL-LABEL
           MOVE WS-PERIOD-RECORDS TO SL-COUNT
           WRITE CLOSE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "BUSINESS DAYS IN PERIOD:" TO SL-LABEL
           MOVE WS-BUSINESS-DAYS TO SL-COUNT
           WRITE CLOSE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "BUSINESS DAYS WITH NO RUN:" TO SL-LABEL
           MOVE WS-MISSED-COUNT TO SL-COUNT
           WRITE CLOSE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "EXCEPTION CASES STILL OPEN:" TO SL-LABEL
           MOVE WS-OPEN-CASE-COUNT TO SL-COUNT
           WRITE CLOSE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 2 LINES
           IF CALENDAR-WAS-ASSUMED
               MOVE "NO BUSINESS CALENDAR FOR THE YEAR -- MONDAY-"
                   TO WS-NOTE-LINE
               MOVE "FRIDAY ASSUMED." TO WS-NOTE-LINE (45:)
               WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 2 LINES
           END-IF
           IF WS-MISSED-COUNT > ZERO
               MOVE
               "** CLOSED UNDER OVERRIDE -- BUSINESS DAYS NEVER RUN:"
                   TO WS-NOTE-LINE
               WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE 1 TO WS-MISSED-SUB
               PERFORM 3300-PRINT-ONE-MISSED
                   THRU 3300-PRINT-ONE-MISSED-EXIT
                   UNTIL WS-MISSED-SUB > WS-MISSED-COUNT
               MOVE SPACES TO WS-NOTE-LINE
               WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           IF WS-OPEN-CASE-COUNT > ZERO
               MOVE
               "** EXCEPTION CASES STILL OPEN AT CLOSE (SEE EXCWORK):"
                   TO WS-NOTE-LINE
               WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE 1 TO WS-CASE-SUB
               PERFORM 3400-PRINT-ONE-CASE
                   THRU 3400-PRINT-ONE-CASE-EXIT
                   UNTIL WS-CASE-SUB > WS-OC-LISTED
               IF WS-OPEN-CASE-COUNT > WS-OC-LISTED
                   MOVE "  ... AND MORE -- CASEJOB PRINTS THEM ALL."
                       TO WS-NOTE-LINE
                   WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE
                       BEFORE ADVANCING 1 LINE
               END-IF
               MOVE SPACES TO WS-NOTE-LINE
               WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF

           MOVE "TOTALS BY BAND:" TO WS-NOTE-LINE
           WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE
           ADD 1 TO WS-SRC-SUB.
       3200-PRINT-ONE-SOURCE-EXIT.
           EXIT.

       3300-PRINT-ONE-MISSED.
           MOVE SPACES TO WS-MISSED-LINE
           MOVE WS-MISSED-DATE (WS-MISSED-SUB) TO ML-DATE
           MOVE "FULL DAY" TO ML-TYPE
           IF MISSED-HALF-DAY (WS-MISSED-SUB)
               MOVE "HALF DAY" TO ML-TYPE
           END-IF
           WRITE CLOSE-RPT-LINE FROM WS-MISSED-LINE
               BEFORE ADVANCING 1 LINE
           ADD 1 TO WS-MISSED-SUB.
       3300-PRINT-ONE-MISSED-EXIT.
           EXIT.

       3400-PRINT-ONE-CASE.
           MOVE WS-OC-NUMBER (WS-CASE-SUB) TO CL-NUMBER
           MOVE WS-OC-TYPE (WS-CASE-SUB) TO CL-TYPE
           MOVE WS-OC-SUBJECT (WS-CASE-SUB) TO CL-SUBJECT
           MOVE WS-OC-OPENED (WS-CASE-SUB) TO CL-OPENED
           MOVE "OPEN" TO CL-STATUS-TEXT
           IF WS-OC-STATUS (WS-CASE-SUB) = "A"
               MOVE "ACKNOWLEDGED" TO CL-STATUS-TEXT
           END-IF
           WRITE CLOSE-RPT-LINE FROM WS-CASE-LINE
               BEFORE ADVANCING 1 LINE
           ADD 1 TO WS-CASE-SUB.
       3400-PRINT-ONE-CASE-EXIT.
           EXIT.
