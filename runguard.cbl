      *                "S" ROW WITH NO "E" -- THAT IS A RESTART
      *                SITUATION, NOT A FRESH DAY, AND STEP020 WILL
      *                RESUME FROM ITS CHECKPOINT;
      *              - WARNS (RC=4, STREAM CONTINUES) WHEN TODAY
      *                IS NOT A BUSINESS DAY ON THE BUSCAL CALENDAR
      *                (SEE BUSCAL.cpy) -- A HOLIDAY OR WEEKEND RUN
      *                IS SOMETIMES WANTED, BUT IT SHOULD NEVER GO
      *                THROUGH UNREMARKED;
      *              - OTHERWISE PASSES QUIETLY (RC=0).
      *            ALL OF THE ABOVE IS JUDGED PER PROCESSING CYCLE:
      *            AN OFFICE THAT FEEDS TWICE A DAY IS RUN AS
      *            PARM='CYCLE=2' FOR THE AFTERNOON, WHICH IS A
      *            NORMAL, EXPECTED SUBMISSION -- NOT A RERUN -- AS
      *            LONG AS CYCLE 1 HAS COMPLETED. THE CYCLE CLEARED
      *            IS WRITTEN TO THE CYCLECTL CONTROL FILE (SEE
      *            CYCLECTL.cpy) FOR THE REST OF THE STREAM; IF IT
      *            CANNOT BE WRITTEN THE STREAM IS REFUSED (RC=8).
      *            THE DOWNSTREAM STEPS CARRY COND TESTS AGAINST
      *            THIS STEP, SO RC=8 FLUSHES THE PROCESSING STEPS
      *            AND ONLY THE COND=EVEN REPORTING STEPS STILL RUN.
      *                    ALREADY CLOSED IS REFUSED (RC=8), PARM OR
      *                    NO PARM, SINCE ITS FIGURES WOULD LAND IN
      *                    A SIGNED PERIOD.
      *   2026-10-15  LB   WARNS, RC=4, WHEN THE STREAM IS SUBMITTED
      *                    ON A DAY THE BUSINESS CALENDAR SAYS IS A
      *                    HOLIDAY OR NON-BUSINESS DAY (ASKED OF THE
      *                    SHARED BUSDAY LOOKUP). NEVER LOWERS A
      *                    REFUSAL; SKIPPED WHEN THE STREAM IS
      *                    REFUSED ANYWAY.
      *   2026-10-15  LB   MORE THAN ONE PROCESSING CYCLE A DAY.
      *                    PARM='CYCLE=N' (OPTIONALLY ',RERUN') NAMES
      *                    THE CYCLE BEING SUBMITTED, DEFAULT 1; THE
      *                    JOURNAL IS TALLIED PER CYCLE, SO CYCLE 2
      *                    AFTER A COMPLETED CYCLE 1 CLEARS RC=0 AND
      *                    ONLY A REPEAT OF THE SAME CYCLE NEEDS
      *                    RERUN. A CYCLE SUBMITTED WHILE ANOTHER
      *                    STARTED AND NEVER ENDED (ITS CHECKPOINT IS
      *                    STILL LIVE), OR AHEAD OF THE CYCLE BEFORE
      *                    IT, OR UNDER AN UNREADABLE PARM, IS
      *                    REFUSED RC=8. THE CLEARED DATE AND CYCLE
      *                    ARE WRITTEN TO THE NEW CYCLECTL FILE; A
      *                    CYCLECTL THAT CANNOT BE WRITTEN REFUSES
      *                    THE STREAM RC=8 AS WELL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RUNGUARD".
               RECORD KEY IS PS-PERIOD
               FILE STATUS IS WS-PER-FILE-STATUS.

      * THE DATE AND CYCLE THIS SUBMISSION WAS CLEARED FOR -- READ BY
      * EVERY LATER STEP OF THE STREAM (SEE CYCLECTL.cpy).
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY "RUNJRNL.cpy".

       FD  PERIOD-MASTER.
           COPY "PERSUMM.cpy".

       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       77  WS-JRNL-FILE-STATUS          PIC X(02) VALUE "00".
           88  JRNL-FILE-OK                        VALUE "00".
       77  WS-TODAY-NUM                 PIC 9(08) VALUE ZERO.
       77  WS-IFELSE-STARTS             PIC 9(04) VALUE ZERO.
       77  WS-IFELSE-ENDS               PIC 9(04) VALUE ZERO.
       77  WS-CYC-FILE-STATUS           PIC X(02) VALUE "00".
           88  CYC-FILE-OK                         VALUE "00".

      * TODAY'S IFELSE START AND END ROWS, ONE SLOT PER CYCLE. A ROW
      * WITHOUT A CYCLE (WRITTEN BEFORE CYCLES EXISTED) IS CYCLE 1.
       77  WS-ROW-CYCLE                 PIC 9(01) VALUE ZERO.
       77  WS-CYC-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-OPEN-CYCLE                PIC 9(01) VALUE ZERO.
       77  WS-PRIOR-CYCLE               PIC 9(01) VALUE ZERO.
       01  WS-CYCLE-TALLY.
           05  WS-CYCLE-ENTRY OCCURS 9 TIMES.
               10  WS-CYCLE-STARTS      PIC 9(04).
               10  WS-CYCLE-ENDS        PIC 9(04).
       77  WS-PER-FILE-STATUS           PIC X(02) VALUE "00".
           88  PER-FILE-OK                         VALUE "00" "02".
           88  PER-FILE-NOT-FOUND                  VALUE "35".
       77  WS-TODAY-PERIOD              PIC 9(06) VALUE ZERO.
       01  WS-TODAY-X                   PIC X(08) VALUE SPACES.

       77  WS-TODAY-TYPE                PIC X(01) VALUE SPACES.
           88  TODAY-IS-BUSINESS                   VALUE "B" "S".
           88  TODAY-IS-HALF-DAY                   VALUE "S".
           88  TODAY-IS-HOLIDAY                    VALUE "H".
           88  TODAY-IS-NON-BUSINESS               VALUE "N".
       COPY "BUSDAYL.cpy".

      * PARM='RERUN' IS THE OPERATOR SAYING, ON THE RECORD, THAT A
      * SECOND PASS TODAY IS INTENDED -- NORMALLY BEHIND A BACKOUT.
      * PARM='CYCLE=N' NAMES WHICH OF THE DAY'S CYCLES THIS IS, AND
      * 'CYCLE=N,RERUN' AUTHORIZES A SECOND PASS OF THAT ONE CYCLE.
       01  WS-PARM-TEXT                 PIC X(13) VALUE SPACES.
       01  WS-PARM-CYCLE-FORM REDEFINES WS-PARM-TEXT.
           05  WS-PARM-KEYWORD          PIC X(06).
               88  PARM-NAMES-CYCLE                VALUE "CYCLE="
                                                         "cycle=".
           05  WS-PARM-CYCLE            PIC X(01).
           05  WS-PARM-COMMA            PIC X(01).
           05  WS-PARM-RERUN            PIC X(05).
               88  PARM-SAYS-RERUN                 VALUE "RERUN"
                                                         "rerun".
       77  WS-RERUN-SWITCH              PIC X(01) VALUE "N".
           88  RERUN-AUTHORIZED                    VALUE "Y".
       77  WS-PARM-BAD-SWITCH           PIC X(01) VALUE "N".
           88  PARM-IS-BAD                         VALUE "Y".
       77  WS-RUN-CYCLE                 PIC 9(01) VALUE 1.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           PERFORM 0100-READ-PARM
               THRU 0100-READ-PARM-EXIT
           PERFORM 0500-CHECK-PERIOD-LOCK
               THRU 0500-CHECK-PERIOD-LOCK-EXIT
           PERFORM 0600-ASK-CALENDAR
               THRU 0600-ASK-CALENDAR-EXIT
           PERFORM 1000-TALLY-JOURNAL
               THRU 1000-TALLY-JOURNAL-EXIT
           PERFORM 2000-JUDGE
               THRU 2000-JUDGE-EXIT
           IF RETURN-CODE < 8
               PERFORM 3000-CHECK-BUSINESS-DAY
                   THRU 3000-CHECK-BUSINESS-DAY-EXIT
               PERFORM 4000-WRITE-CYCLE-CONTROL
                   THRU 4000-WRITE-CYCLE-CONTROL-EXIT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-READ-PARM: NO PARM IS CYCLE 1; 'RERUN' IS CYCLE 1,
      *                 AUTHORIZED AGAIN; 'CYCLE=N' AND
      *                 'CYCLE=N,RERUN' NAME THE CYCLE (1-9). ANYTHING
      *                 ELSE IS FLAGGED AND REFUSED IN 2000 -- A
      *                 GUESSED CYCLE IS HOW TWO FEEDS END UP UNDER
      *                 ONE NUMBER.
      *----------------------------------------------------------------
       0100-READ-PARM.
           MOVE 1 TO WS-RUN-CYCLE
           EVALUATE TRUE
               WHEN WS-PARM-TEXT = SPACES
                   CONTINUE
               WHEN WS-PARM-TEXT = "RERUN" OR "rerun"
                   MOVE "Y" TO WS-RERUN-SWITCH
               WHEN PARM-NAMES-CYCLE
                   AND WS-PARM-CYCLE IS NUMERIC
                   AND WS-PARM-CYCLE NOT = "0"
                   MOVE WS-PARM-CYCLE TO WS-RUN-CYCLE
                   EVALUATE TRUE
                       WHEN WS-PARM-TEXT (8:6) = SPACES
                           CONTINUE
                       WHEN WS-PARM-COMMA = ","
                           AND PARM-SAYS-RERUN
                           MOVE "Y" TO WS-RERUN-SWITCH
                       WHEN OTHER
                           MOVE "Y" TO WS-PARM-BAD-SWITCH
                   END-EVALUATE
               WHEN OTHER
                   MOVE "Y" TO WS-PARM-BAD-SWITCH
           END-EVALUATE.
       0100-READ-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0500-CHECK-PERIOD-LOCK: A STREAM SUBMITTED INSIDE A MONTH
      *                         MONCLOSE HAS CLOSED WOULD APPEND
           EXIT.

      *----------------------------------------------------------------
      * 0600-ASK-CALENDAR: WHAT KIND OF DAY TODAY IS, FROM THE SHARED
      *                    BUSDAY LOOKUP -- ASKED HERE, BEFORE ANY
      *                    VERDICT, BECAUSE THE CALL CLEARS THE
      *                    CONDITION CODE. A YEAR NOT ON THE CALENDAR
      *                    IS JUDGED MONDAY-FRIDAY, AND SAID.
      *----------------------------------------------------------------
       0600-ASK-CALENDAR.
           MOVE "L" TO BD-REQUEST
           MOVE WS-TODAY-NUM TO BD-DATE
           CALL "BUSDAY" USING BUSDAY-PARMS
           MOVE BD-DAY-TYPE TO WS-TODAY-TYPE
           IF BD-FROM-WEEKDAY
               MOVE WS-TODAY-NUM TO WS-TODAY-X
               DISPLAY "RUNGUARD: NO BUSINESS CALENDAR FOR "
                   WS-TODAY-X (1:4) " -- MONDAY-FRIDAY ASSUMED. "
                   "GENERATE THE YEAR VIA CALMAINT."
           END-IF
           MOVE "F" TO BD-REQUEST
           CALL "BUSDAY" USING BUSDAY-PARMS.
       0600-ASK-CALENDAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-TALLY-JOURNAL: COUNTS TODAY'S IFELSE START AND END ROWS,
      *                     CYCLE BY CYCLE, THEN NOTES ANY OTHER
      *                     CYCLE LEFT STARTED AND NEVER ENDED. NO
      *                     JOURNAL AT ALL IS A FRESH INSTALLATION
      *                     -- NOTHING RAN, NOTHING TO GUARD.
      *----------------------------------------------------------------
       1000-TALLY-JOURNAL.
           MOVE ZEROES TO WS-CYCLE-TALLY
           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               GO TO 1000-TALLY-JOURNAL-EXIT
           PERFORM 1200-TALLY-ONE-ROW
               THRU 1200-TALLY-ONE-ROW-EXIT
               UNTIL END-OF-JOURNAL
           CLOSE JOURNAL-FILE
           MOVE WS-CYCLE-STARTS (WS-RUN-CYCLE) TO WS-IFELSE-STARTS
           MOVE WS-CYCLE-ENDS (WS-RUN-CYCLE) TO WS-IFELSE-ENDS
           MOVE 1 TO WS-CYC-SUB
           PERFORM 1300-CHECK-ONE-CYCLE
               THRU 1300-CHECK-ONE-CYCLE-EXIT
               UNTIL WS-CYC-SUB > 9.
       1000-TALLY-JOURNAL-EXIT.
           EXIT.

       1200-TALLY-ONE-ROW.
           IF RJ-DATE = WS-TODAY-NUM
               AND RJ-PROGRAM-ID = "IFELSE  "
               IF RJ-CYCLE IS NUMERIC
                   AND RJ-CYCLE > ZERO
                   MOVE RJ-CYCLE TO WS-ROW-CYCLE
               ELSE
                   MOVE 1 TO WS-ROW-CYCLE
               END-IF
               IF RJ-RECORD-TYPE = "S"
                   ADD 1 TO WS-CYCLE-STARTS (WS-ROW-CYCLE)
               ELSE
                   ADD 1 TO WS-CYCLE-ENDS (WS-ROW-CYCLE)
               END-IF
           END-IF
           PERFORM 1100-READ-JOURNAL
           EXIT.

      *----------------------------------------------------------------
      * 1300-CHECK-ONE-CYCLE: A CYCLE OTHER THAN THE ONE SUBMITTED
      *                       WITH MORE STARTS THAN ENDS OWNS THE
      *                       LIVE IFELSE CHECKPOINT -- REMEMBERED
      *                       FOR 2000.
      *----------------------------------------------------------------
       1300-CHECK-ONE-CYCLE.
           IF WS-CYC-SUB NOT = WS-RUN-CYCLE
               AND WS-CYCLE-STARTS (WS-CYC-SUB)
                   > WS-CYCLE-ENDS (WS-CYC-SUB)
               MOVE WS-CYC-SUB TO WS-OPEN-CYCLE
           END-IF
           ADD 1 TO WS-CYC-SUB.
       1300-CHECK-ONE-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-JUDGE: A COMPLETED RUN OF THIS CYCLE TODAY REFUSES A
      *             SECOND PASS UNLESS EXPLICITLY AUTHORIZED; A START
      *             WITHOUT AN END IS CALLED OUT AS A RESTART; A
      *             CYCLE SUBMITTED OVER ANOTHER CYCLE'S UNFINISHED
      *             RUN, OR AHEAD OF THE CYCLE BEFORE IT, IS
      *             REFUSED; OTHERWISE THE CYCLE IS FRESH.
      *----------------------------------------------------------------
       2000-JUDGE.
           MOVE 1 TO WS-PRIOR-CYCLE
           IF WS-RUN-CYCLE > 1
               COMPUTE WS-PRIOR-CYCLE = WS-RUN-CYCLE - 1
           END-IF
           EVALUATE TRUE
               WHEN TODAY-PERIOD-CLOSED
                   DISPLAY "RUNGUARD: PERIOD " WS-TODAY-PERIOD
                       "WOULD CHANGE SIGNED FIGURES. STREAM "
                       "REFUSED."
                   MOVE 8 TO RETURN-CODE
               WHEN PARM-IS-BAD
                   DISPLAY "RUNGUARD: PARM '" WS-PARM-TEXT
                       "' NOT UNDERSTOOD -- EXPECTED NONE, 'RERUN', "
                       "'CYCLE=N' OR 'CYCLE=N,RERUN'. STREAM "
                       "REFUSED."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OPEN-CYCLE > ZERO
                   DISPLAY "RUNGUARD: CYCLE " WS-OPEN-CYCLE
                       " STARTED TODAY AND NEVER ENDED -- ITS "
                       "CHECKPOINT IS STILL LIVE. RESTART CYCLE "
                       WS-OPEN-CYCLE " FIRST. STREAM REFUSED."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-IFELSE-ENDS > ZERO AND RERUN-AUTHORIZED
                   DISPLAY "RUNGUARD: IFELSE ALREADY COMPLETED "
                       "CYCLE " WS-RUN-CYCLE " TODAY -- SECOND "
                       "PASS AUTHORIZED BY PARM=RERUN. PROCEEDING."
                   MOVE ZERO TO RETURN-CODE
               WHEN WS-IFELSE-ENDS > ZERO
                   DISPLAY "RUNGUARD: IFELSE ALREADY COMPLETED "
                       "CYCLE " WS-RUN-CYCLE " TODAY ("
                       WS-IFELSE-ENDS " END ROW(S) ON RUNJRNL). "
                       "A SECOND PASS WOULD DOUBLE THE CYCLE'S "
                       "COUNTS -- STREAM REFUSED."
                   DISPLAY "RUNGUARD: A FURTHER FEED TODAY IS THE "
                       "NEXT CYCLE -- RESUBMIT WITH PARM='CYCLE=N'. "
                       "IF A RERUN OF THIS CYCLE IS INTENDED (E.G. "
                       "BEHIND A BACKOUT), RESUBMIT WITH PARM="
                       "'CYCLE=" WS-RUN-CYCLE ",RERUN' ON STEP005."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-IFELSE-STARTS > WS-IFELSE-ENDS
                   DISPLAY "RUNGUARD: IFELSE STARTED CYCLE "
                       WS-RUN-CYCLE " TODAY AND NEVER ENDED -- THIS "
                       "IS A RESTART, NOT A FRESH CYCLE. STEP020 "
                       "WILL RESUME FROM ITS CHECKPOINT."
                   MOVE 4 TO RETURN-CODE
               WHEN WS-RUN-CYCLE > 1
                   AND WS-CYCLE-ENDS (WS-PRIOR-CYCLE) = ZERO
                   DISPLAY "RUNGUARD: CYCLE " WS-PRIOR-CYCLE
                       " HAS NOT COMPLETED TODAY -- CYCLES RUN IN "
                       "ORDER. STREAM REFUSED."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-CYCLE > 1
                   DISPLAY "RUNGUARD: CYCLE " WS-RUN-CYCLE
                       " OF TODAY -- EXPECTED, STREAM CLEARED."
                   MOVE ZERO TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "RUNGUARD: NO IFELSE RUN ON RECORD "
                       "TODAY -- FRESH DAY, STREAM CLEARED."
           END-EVALUATE.
       2000-JUDGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-BUSINESS-DAY: A HOLIDAY OR NON-BUSINESS DAY (AS
      *                          0600 FOUND IT) RAISES THE CODE TO 4
      *                          -- THE STREAM STILL RUNS (A CATCH-UP
      *                          RUN ON A SATURDAY IS LEGITIMATE),
      *                          BUT THE CONDITION CODE SAYS SOMEBODY
      *                          SHOULD KNOW WHY. A HALF-DAY IS JUST
      *                          NOTED.
      *----------------------------------------------------------------
       3000-CHECK-BUSINESS-DAY.
           EVALUATE TRUE
               WHEN TODAY-IS-HOLIDAY
                   DISPLAY "RUNGUARD: WARNING -- TODAY ("
                       WS-TODAY-NUM ") IS A HOLIDAY ON THE BUSINESS "
                       "CALENDAR. STREAM CONTINUES; CONFIRM THE RUN "
                       "WAS INTENDED."
               WHEN TODAY-IS-NON-BUSINESS
                   DISPLAY "RUNGUARD: WARNING -- TODAY ("
                       WS-TODAY-NUM ") IS NOT A BUSINESS DAY. "
                       "STREAM CONTINUES; CONFIRM THE RUN WAS "
                       "INTENDED."
               WHEN TODAY-IS-HALF-DAY
                   DISPLAY "RUNGUARD: TODAY IS A HALF BUSINESS DAY "
                       "-- EXPECT A LIGHT VOLUME."
           END-EVALUATE
           IF NOT TODAY-IS-BUSINESS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-CHECK-BUSINESS-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-WRITE-CYCLE-CONTROL: RECORDS THE DATE AND CYCLE THE
      *                           STREAM WAS CLEARED FOR, FOR EVERY
      *                           LATER STEP TO STAMP. A CONTROL FILE
      *                           THAT WILL NOT OPEN OR WRITE REFUSES
      *                           THE STREAM (RC=8) -- THE STEPS
      *                           BEHIND THIS ONE WOULD OTHERWISE TAKE
      *                           WHATEVER IT LAST SAID (OR CYCLE 1)
      *                           FOR THIS RUN, AND FILE ITS ROWS
      *                           UNDER ANOTHER CYCLE'S NUMBER.
      *----------------------------------------------------------------
       4000-WRITE-CYCLE-CONTROL.
           OPEN OUTPUT CYCLE-CONTROL-FILE
           IF NOT CYC-FILE-OK
               DISPLAY "RUNGUARD: CYCLECTL UNAVAILABLE, STATUS "
                   WS-CYC-FILE-STATUS
                   " -- CYCLE NOT RECORDED. STREAM REFUSED."
               MOVE 8 TO RETURN-CODE
               GO TO 4000-WRITE-CYCLE-CONTROL-EXIT
           END-IF
           MOVE SPACES TO CYCLE-CONTROL-RECORD
           MOVE WS-TODAY-NUM TO CY-RUN-DATE
           MOVE WS-RUN-CYCLE TO CY-CYCLE
           WRITE CYCLE-CONTROL-RECORD
           IF NOT CYC-FILE-OK
               DISPLAY "RUNGUARD: CYCLECTL WRITE FAILED, STATUS "
                   WS-CYC-FILE-STATUS
                   " -- CYCLE NOT RECORDED. STREAM REFUSED."
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE CYCLE-CONTROL-FILE.
       4000-WRITE-CYCLE-CONTROL-EXIT.
           EXIT.
