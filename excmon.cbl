      *            TO NOTICE THE TREND. ROWS THE BACKOUT UTILITY
      *            FLAGGED "B" TAKE NO PART ON EITHER SIDE OF THE
      *            AVERAGE.
      *
      *            ON A DAY WITH MORE THAN ONE PROCESSING CYCLE, THE
      *            ROW CHECKED IS THE ONE FOR THE CYCLE JUST RUN
      *            (OFF CYCLECTL), AVERAGED OVER PRIOR ROWS OF THE
      *            SAME CYCLE. THE AVERAGE ONLY COUNTS PRIOR RUNS ON
      *            THE SAME KIND OF DAY AS TODAY ON THE BUSCAL
      *            BUSINESS CALENDAR (SEE BUSCAL.cpy) -- A HALF-DAY IS
      *            COMPARED WITH HALF-DAYS, NOT WITH FULL DAYS. NO
      *            RUN TODAY IS ONLY AN EXCEPTION ON A BUSINESS DAY.
      *            AND EVERY BUSINESS DAY BETWEEN THE PREVIOUS
      *            EXCMON RUN (REMEMBERED ON EXCMON.CTL) AND TODAY
      *            MUST HAVE ITS UNREVERSED HISTORY ROW -- A DAY THE
      *            STREAM NEVER RAN AT ALL IS AN EXCEPTION, NOT A
      *            SILENCE.
      *
      *            EVERY EXCEPTION FIRED IS ALSO KEPT AS A CASE ON THE
      *            INDEXED EXCCASE MASTER (SEE EXCCASE.cpy), SO IT IS
      *            STILL THERE THE NEXT MORNING UNTIL SOMEBODY CLOSES
      *            IT THROUGH EXCWORK. AN EXCEPTION WHOSE CASE IS
      *            STILL OPEN UPDATES THAT CASE INSTEAD OF OPENING A
      *            SECOND ONE. THE PAGE SHOWS THE CASE NUMBER UNDER
      *            EACH EXCEPTION.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   BUSINESS-CALENDAR AWARE (VIA THE SHARED
      *                    BUSDAY LOOKUP): BAND AVERAGES ONLY OVER
      *                    PRIOR RUNS ON THE SAME DAY TYPE AS TODAY,
      *                    NO RUN ON A NON-BUSINESS DAY IS NOT AN
      *                    EXCEPTION, AND EVERY BUSINESS DAY SINCE
      *                    THE LAST EXCMON RUN (NEW EXCMON.CTL
      *                    CONTROL FILE) WITH NO HISTORY ROW FIRES.
      *   2026-10-15  LB   THE DAY CAN NOW HAVE MORE THAN ONE
      *                    PROCESSING CYCLE (SEE CYCLECTL.cpy).
      *                    "TODAY'S ROW" IS THE ROW FOR TODAY AND THE
      *                    CYCLE JUST RUN, SO A MORNING ROW IS NO
      *                    LONGER A DUPLICATE OF THE AFTERNOON'S, AND
      *                    ITS BANDS ARE AVERAGED ONLY OVER PRIOR
      *                    ROWS OF THE SAME CYCLE AND DAY TYPE -- AN
      *                    AFTERNOON FEED IS COMPARED WITH AFTERNOON
      *                    FEEDS. THE STEP CHECK TALLIES ONLY THE
      *                    JOURNAL ROWS OF THE CYCLE JUST RUN (A BLANK
      *                    OR ZERO CYCLE IS CYCLE 1). IFELSE.HST
      *                    WIDENED TO 170 BYTES AND RUNJRNL TO 41.
      *   2026-10-15  LB   EVERY EXCEPTION NOW OPENS A CASE ON THE NEW
      *                    EXCCASE MASTER, OR UPDATES THE CASE STILL
      *                    OPEN FOR THE SAME EXCEPTION, AND THE PAGE
      *                    GIVES THE CASE NUMBER. A DIRTY STEP'S CASE
      *                    CARRIES ITS LAST BAD COMPLETION STATUS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EXCMON".
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * THE DATE EXCMON LAST RAN -- WHERE THE CHECK FOR BUSINESS
      * DAYS WITH NO RUN PICKS UP. REWRITTEN AT THE END OF EVERY RUN.
           SELECT EXC-CTL-FILE ASSIGN TO "EXCMON.CTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      * THE EXCEPTION CASES -- ONE PER EXCEPTION UNTIL IT IS CLOSED.
      * CREATED ON FIRST USE.
           SELECT CASE-MASTER ASSIGN TO "EXCCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CASE-NUMBER
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT EXC-RPT-FILE ASSIGN TO "EXCMON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE DATE AND CYCLE RUNGUARD CLEARED THIS SUBMISSION FOR (SEE
      * CYCLECTL.cpy).
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS.
           COPY "CLASHIST.cpy".

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY "RUNJRNL.cpy".

       FD  EXC-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01  EXC-CTL-RECORD                PIC 9(08).

       FD  CASE-MASTER.
           COPY "EXCCASE.cpy".

       FD  EXC-RPT-FILE.
       01  EXC-RPT-LINE                 PIC X(80).

       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       77  WS-HIST-FILE-STATUS          PIC X(02) VALUE "00".
           88  HIST-FILE-OK                        VALUE "00".
           88  END-OF-HIST                         VALUE "Y".
       77  WS-JRNL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-JOURNAL                      VALUE "Y".
       77  WS-CTL-FILE-STATUS           PIC X(02) VALUE "00".
           88  CTL-FILE-OK                         VALUE "00".
       77  WS-CYC-FILE-STATUS           PIC X(02) VALUE "00".
           88  CYC-FILE-OK                         VALUE "00".
       77  WS-CASE-FILE-STATUS          PIC X(02) VALUE "00".
           88  CASE-FILE-OK                        VALUE "00" "02".
           88  CASE-FILE-NOT-FOUND                 VALUE "35".
       77  WS-CASE-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-CASES                        VALUE "Y".
       77  WS-CASE-MASTER-SWITCH        PIC X(01) VALUE "N".
           88  CASE-MASTER-OPEN                    VALUE "Y".

      * THE CYCLE JUST RUN (1 UNLESS CYCLECTL SAYS OTHERWISE FOR
      * TODAY) AND THE CYCLE OF THE HISTORY ROW IN HAND.
       77  WS-RUN-CYCLE                 PIC 9(01) VALUE 1.
       77  WS-ROW-CYCLE                 PIC 9(01) VALUE 1.
       77  WS-OTHER-CYCLE-ROWS          PIC 9(04) VALUE ZERO.

       77  WS-TODAY-NUM                 PIC 9(08) VALUE ZERO.
       77  WS-TODAY-ROWS                PIC 9(03) VALUE ZERO.
      * FIRST MORNING IS NOTED, NOT PAGED.
       77  WS-MIN-HISTORY               PIC 9(02) VALUE 03.

      * TODAY'S DAY TYPE ON THE BUSINESS CALENDAR -- ONLY PRIOR ROWS
      * OF THE SAME TYPE FEED THE AVERAGE; THE REST ARE COUNTED.
       77  WS-TODAY-TYPE                PIC X(01) VALUE SPACES.
           88  TODAY-IS-BUSINESS                   VALUE "B" "S".
       77  WS-OTHER-TYPE-ROWS           PIC 9(04) VALUE ZERO.

      * THE DAYS BETWEEN THE LAST EXCMON RUN AND TODAY (EXCLUSIVE
      * AT BOTH ENDS), EACH WITH ITS DAY TYPE AND WHETHER AN
      * UNREVERSED HISTORY ROW WAS SEEN FOR IT. NO CONTROL DATE (THE
      * FIRST RUN) LOOKS BACK WS-LOOKBACK-DAYS; A LONGER GAP IS CUT
      * TO THE LAST WS-MAX-GAP-DAYS.
       77  WS-LOOKBACK-DAYS             PIC 9(02) VALUE 07.
       77  WS-MAX-GAP-DAYS              PIC 9(02) VALUE 31.
       77  WS-LAST-RUN-DATE             PIC 9(08) VALUE ZERO.
       77  WS-TODAY-DAYNUM              PIC 9(07) VALUE ZERO.
       77  WS-GAP-DAYNUM                PIC 9(07) VALUE ZERO.
       77  WS-GAP-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-MISSED-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-GAP-TABLE.
           05  WS-GAP-COUNT             PIC 9(02) VALUE ZERO.
           05  WS-GAP-ENTRY OCCURS 31 TIMES.
               10  WS-GAP-DATE          PIC 9(08).
               10  WS-GAP-TYPE          PIC X(01).
               10  WS-GAP-RUN-SWITCH    PIC X(01).

       77  WS-BAND-SUB                  PIC 9(01) VALUE ZERO.
       77  WS-AVG-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-AVG-HIT                   PIC 9(02) VALUE ZERO.
               10  WS-PGM-STARTS        PIC 9(04).
               10  WS-PGM-ENDS          PIC 9(04).
               10  WS-PGM-DIRTY         PIC 9(04).
               10  WS-PGM-LAST-BAD      PIC X(04).

      * THE CASES STILL OPEN OR ACKNOWLEDGED ON EXCCASE, BY WHAT THEY
      * ARE ABOUT -- AN EXCEPTION MATCHING ONE UPDATES IT. A CASE
      * OPENED THIS RUN JOINS THE TABLE, SO TWO FIRINGS OF THE SAME
      * THING IN ONE RUN ARE ALSO ONE CASE.
       77  WS-HIGH-CASE-NUMBER          PIC 9(06) VALUE ZERO.
       77  WS-CASE-SUB                  PIC 9(03) VALUE ZERO.
       77  WS-CASE-HIT                  PIC 9(03) VALUE ZERO.
       77  WS-CASES-OPENED              PIC 9(04) VALUE ZERO.
       77  WS-CASES-REPEATED            PIC 9(04) VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-CASE-ENTRY OCCURS 200 TIMES.
               10  WS-CT-NUMBER         PIC 9(06).
               10  WS-CT-KEY.
                   15  WS-CT-TYPE       PIC X(01).
                   15  WS-CT-SUBJECT    PIC X(12).
                   15  WS-CT-CYCLE      PIC 9(01).

      * THE EXCEPTION BEING FILED -- SET BY WHOEVER FIRED IT.
       01  WS-NEW-CASE.
           05  WS-NC-KEY.
               10  WS-NC-TYPE           PIC X(01).
               10  WS-NC-SUBJECT        PIC X(12).
               10  WS-NC-CYCLE          PIC 9(01).
           05  WS-NC-VALUE              PIC 9(09).
           05  WS-NC-LIMIT              PIC 9(09).
           05  WS-NC-TEXT               PIC X(20).

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(04).
           05  HL1-MM                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-DD                   PIC 9(02).
           05  FILLER                   PIC X(08) VALUE "  CYCLE ".
           05  HL1-CYCLE                PIC 9(01).

       01  WS-BAND-EXC-LINE.
           05  FILLER                   PIC X(14)
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PX-TEXT                  PIC X(40).

       01  WS-WINDOW-LINE.
           05  FILLER                   PIC X(30)
               VALUE "DAYS SINCE LAST EXCMON RUN:  ".
           05  WL-COUNT                 PIC Z9.
           05  FILLER                   PIC X(07) VALUE "  FROM ".
           05  WL-FROM                  PIC 9(08).
           05  FILLER                   PIC X(04) VALUE " TO ".
           05  WL-TO                    PIC 9(08).

       01  WS-MISSED-LINE.
           05  FILLER                   PIC X(37)
               VALUE "** EXCEPTION: NO RUN ON BUSINESS DAY ".
           05  ML-DATE                  PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ML-TYPE                  PIC X(12).
           05  FILLER                   PIC X(03) VALUE " **".

       01  WS-CASE-NEW-LINE.
           05  FILLER                   PIC X(19)
               VALUE "              CASE ".
           05  CN-NUMBER                PIC 9(06).
           05  FILLER                   PIC X(07) VALUE " OPENED".

       01  WS-CASE-REPEAT-LINE.
           05  FILLER                   PIC X(19)
               VALUE "              CASE ".
           05  CR-NUMBER                PIC 9(06).
           05  FILLER                   PIC X(21)
               VALUE " STILL OPEN -- SEEN ".
           05  CR-TIMES                 PIC ZZZ9.
           05  FILLER                   PIC X(13) VALUE " TIMES SINCE ".
           05  CR-OPENED                PIC 9(08).
           05  CR-ACK-NOTE              PIC X(07).

       01  WS-NOTE-LINE                 PIC X(72).

       01  WS-SUMMARY-LINE.
           05  SL-LABEL                 PIC X(30).
           05  SL-COUNT                 PIC ZZZ9.

       COPY "BUSDAYL.cpy".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: GATHERS THE HISTORY AND THE JOURNAL, PRINTS
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           PERFORM 0400-READ-CYCLE-CONTROL
               THRU 0400-READ-CYCLE-CONTROL-EXIT
           OPEN OUTPUT EXC-RPT-FILE
           MOVE WS-RUN-YYYY TO HL1-YYYY
           MOVE WS-RUN-MM TO HL1-MM
           MOVE WS-RUN-DD TO HL1-DD
           MOVE WS-RUN-CYCLE TO HL1-CYCLE
           WRITE EXC-RPT-LINE FROM WS-HEADING-LINE-1
               BEFORE ADVANCING 2 LINES
           PERFORM 0700-LOAD-OPEN-CASES
               THRU 0700-LOAD-OPEN-CASES-EXIT
           PERFORM 0500-CLASSIFY-TODAY
               THRU 0500-CLASSIFY-TODAY-EXIT
           PERFORM 0600-BUILD-GAP-WINDOW
               THRU 0600-BUILD-GAP-WINDOW-EXIT
           PERFORM 1000-GATHER-HISTORY
               THRU 1000-GATHER-HISTORY-EXIT
           PERFORM 2000-COMPARE-BANDS
               THRU 2000-COMPARE-BANDS-EXIT
           PERFORM 2500-CHECK-MISSED-DAYS
               THRU 2500-CHECK-MISSED-DAYS-EXIT
           MOVE "F" TO BD-REQUEST
           CALL "BUSDAY" USING BUSDAY-PARMS
           PERFORM 3000-CHECK-JOURNAL
               THRU 3000-CHECK-JOURNAL-EXIT
           PERFORM 4000-CLOSE-REPORT
               THRU 4000-CLOSE-REPORT-EXIT
           PERFORM 5000-SAVE-CONTROL-DATE
               THRU 5000-SAVE-CONTROL-DATE-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0400-READ-CYCLE-CONTROL: TAKES THE CYCLE JUST RUN OFF
      *                          CYCLECTL. NO FILE, OR ONE RUNGUARD
      *                          WROTE FOR AN EARLIER DATE, IS CYCLE 1.
      *----------------------------------------------------------------
       0400-READ-CYCLE-CONTROL.
           MOVE 1 TO WS-RUN-CYCLE
           OPEN INPUT CYCLE-CONTROL-FILE
           IF NOT CYC-FILE-OK
               GO TO 0400-READ-CYCLE-CONTROL-EXIT
           END-IF
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE SPACES TO CYCLE-CONTROL-RECORD
           END-READ
           CLOSE CYCLE-CONTROL-FILE
           IF CY-RUN-DATE IS NUMERIC
               AND CY-RUN-DATE = WS-TODAY-NUM
               AND CY-CYCLE IS NUMERIC
               AND CY-CYCLE > ZERO
               MOVE CY-CYCLE TO WS-RUN-CYCLE
           END-IF.
       0400-READ-CYCLE-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0500-CLASSIFY-TODAY: ASKS THE BUSINESS CALENDAR WHAT KIND OF
      *                      DAY TODAY IS AND SAYS ON THE PAGE WHICH
      *                      PRIOR RUNS THE AVERAGES WILL COME FROM.
      *----------------------------------------------------------------
       0500-CLASSIFY-TODAY.
           MOVE "L" TO BD-REQUEST
           MOVE WS-TODAY-NUM TO BD-DATE
           CALL "BUSDAY" USING BUSDAY-PARMS
           MOVE BD-DAY-TYPE TO WS-TODAY-TYPE
           EVALUATE TRUE
               WHEN BD-FULL-DAY
                   MOVE
               "TODAY: FULL BUSINESS DAY -- AVERAGED OVER FULL DAYS"
                       TO WS-NOTE-LINE
               WHEN BD-HALF-DAY
                   MOVE
               "TODAY: HALF-DAY -- AVERAGED OVER PRIOR HALF-DAYS ONLY"
                       TO WS-NOTE-LINE
               WHEN BD-HOLIDAY
                   MOVE
               "TODAY: HOLIDAY -- AVERAGED OVER PRIOR HOLIDAY RUNS"
                       TO WS-NOTE-LINE
               WHEN OTHER
                   MOVE
               "TODAY: NON-BUSINESS DAY -- AVERAGED OVER LIKE DAYS"
                       TO WS-NOTE-LINE
           END-EVALUATE
           WRITE EXC-RPT-LINE FROM WS-NOTE-LINE
               BEFORE ADVANCING 1 LINE
           IF BD-FROM-WEEKDAY
               MOVE
               "NO BUSINESS CALENDAR FOR THIS YEAR -- MON-FRI ASSUMED"
                   TO WS-NOTE-LINE
               WRITE EXC-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF.
       0500-CLASSIFY-TODAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0600-BUILD-GAP-WINDOW: LAYS OUT THE DAYS SINCE THE LAST
      *                        EXCMON RUN -- THE DAY AFTER THE
      *                        CONTROL DATE UP TO YESTERDAY -- WITH
      *                        EACH ONE'S DAY TYPE. A SECOND RUN THE
      *                        SAME DAY HAS NO WINDOW AT ALL.
      *----------------------------------------------------------------
       0600-BUILD-GAP-WINDOW.
           MOVE ZERO TO WS-GAP-COUNT
           MOVE ZERO TO WS-LAST-RUN-DATE
           OPEN INPUT EXC-CTL-FILE
           IF CTL-FILE-OK
               READ EXC-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EXC-CTL-RECORD IS NUMERIC
                           MOVE EXC-CTL-RECORD TO WS-LAST-RUN-DATE
                       END-IF
               END-READ
               CLOSE EXC-CTL-FILE
           END-IF
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
           IF WS-LAST-RUN-DATE NOT < WS-TODAY-NUM
               GO TO 0600-BUILD-GAP-WINDOW-EXIT
           END-IF
           IF WS-LAST-RUN-DATE < 16010101
               COMPUTE WS-GAP-DAYNUM =
                   WS-TODAY-DAYNUM - WS-LOOKBACK-DAYS
               MOVE
               "NO EXCMON CONTROL DATE -- CHECKING THE LAST 7 DAYS"
                   TO WS-NOTE-LINE
               WRITE EXC-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
           ELSE
               COMPUTE WS-GAP-DAYNUM =
                   FUNCTION INTEGER-OF-DATE (WS-LAST-RUN-DATE) + 1
           END-IF
           IF WS-TODAY-DAYNUM - WS-GAP-DAYNUM > WS-MAX-GAP-DAYS
               COMPUTE WS-GAP-DAYNUM =
                   WS-TODAY-DAYNUM - WS-MAX-GAP-DAYS
               MOVE
               "LAST EXCMON RUN OVER 31 DAYS AGO -- LAST 31 CHECKED"
                   TO WS-NOTE-LINE
               WRITE EXC-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           PERFORM 0650-ADD-GAP-DAY
               THRU 0650-ADD-GAP-DAY-EXIT
               UNTIL WS-GAP-DAYNUM NOT < WS-TODAY-DAYNUM
           IF WS-GAP-COUNT > ZERO
               MOVE WS-GAP-COUNT TO WL-COUNT
               MOVE WS-GAP-DATE (1) TO WL-FROM
               MOVE WS-GAP-DATE (WS-GAP-COUNT) TO WL-TO
               WRITE EXC-RPT-LINE FROM WS-WINDOW-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF.
       0600-BUILD-GAP-WINDOW-EXIT.
           EXIT.

       0650-ADD-GAP-DAY.
           ADD 1 TO WS-GAP-COUNT
           COMPUTE WS-GAP-DATE (WS-GAP-COUNT) =
               FUNCTION DATE-OF-INTEGER (WS-GAP-DAYNUM)
           MOVE "L" TO BD-REQUEST
           MOVE WS-GAP-DATE (WS-GAP-COUNT) TO BD-DATE
           CALL "BUSDAY" USING BUSDAY-PARMS
           MOVE BD-DAY-TYPE TO WS-GAP-TYPE (WS-GAP-COUNT)
           MOVE "N" TO WS-GAP-RUN-SWITCH (WS-GAP-COUNT)
           ADD 1 TO WS-GAP-DAYNUM.
       0650-ADD-GAP-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0700-LOAD-OPEN-CASES: OPENS THE CASE MASTER FOR UPDATE
      *                       (CREATING IT ON FIRST USE), NOTES THE
      *                       HIGHEST CASE NUMBER ISSUED, AND TABLES
      *                       EVERY CASE NOT YET CLOSED. WITHOUT THE
      *                       MASTER THE EXCEPTIONS STILL FIRE AND
      *                       PAGE -- THEY ARE JUST NOT KEPT.
      *----------------------------------------------------------------
       0700-LOAD-OPEN-CASES.
           OPEN I-O CASE-MASTER
           IF CASE-FILE-NOT-FOUND
               OPEN OUTPUT CASE-MASTER
               CLOSE CASE-MASTER
               OPEN I-O CASE-MASTER
           END-IF
           IF NOT CASE-FILE-OK
               MOVE "NO EXCEPTION CASE MASTER -- CASES NOT KEPT."
                   TO WS-NOTE-LINE
               WRITE EXC-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
               DISPLAY "EXCMON: CANNOT OPEN EXCCASE, STATUS "
                   WS-CASE-FILE-STATUS " -- CASES NOT KEPT."
               GO TO 0700-LOAD-OPEN-CASES-EXIT
           END-IF
           MOVE "Y" TO WS-CASE-MASTER-SWITCH
           MOVE ZERO TO EC-CASE-NUMBER
           START CASE-MASTER KEY NOT < EC-CASE-NUMBER
               INVALID KEY
                   SET END-OF-CASES TO TRUE
           END-START
           PERFORM 0750-LOAD-ONE-CASE
               THRU 0750-LOAD-ONE-CASE-EXIT
               UNTIL END-OF-CASES.
       0700-LOAD-OPEN-CASES-EXIT.
           EXIT.

       0750-LOAD-ONE-CASE.
           READ CASE-MASTER NEXT RECORD
               AT END
                   SET END-OF-CASES TO TRUE
           END-READ
           IF END-OF-CASES
               GO TO 0750-LOAD-ONE-CASE-EXIT
           END-IF
           IF EC-CASE-NUMBER > WS-HIGH-CASE-NUMBER
               MOVE EC-CASE-NUMBER TO WS-HIGH-CASE-NUMBER
           END-IF
           IF EC-CASE-UNRESOLVED
               AND WS-CASE-COUNT < 200
               ADD 1 TO WS-CASE-COUNT
               MOVE EC-CASE-NUMBER TO WS-CT-NUMBER (WS-CASE-COUNT)
               MOVE EC-CASE-TYPE TO WS-CT-TYPE (WS-CASE-COUNT)
               MOVE EC-SUBJECT TO WS-CT-SUBJECT (WS-CASE-COUNT)
               MOVE EC-CYCLE TO WS-CT-CYCLE (WS-CASE-COUNT)
           END-IF.
       0750-LOAD-ONE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-GATHER-HISTORY: ONE PASS OVER IFELSE.HST -- TODAY'S ROW
      *                      FOR THIS CYCLE (THE LAST ONE WINS) GOES
      *                      TO THE TODAY TABLE, EVERY PRIOR ROW OF
      *                      THE SAME CYCLE FOLDS INTO THE BY-NAME
      *                      TRAILING SUMS. TODAY'S OTHER CYCLES ARE
      *                      ONLY COUNTED. "B" ROWS ARE REVERSED RUNS
      *                      AND TAKE NO PART.
      *----------------------------------------------------------------
       1000-GATHER-HISTORY.
           OPEN INPUT HIST-FILE
           EXIT.

       1200-SORT-ONE-ROW.
           IF CH-CYCLE IS NUMERIC AND CH-CYCLE > ZERO
               MOVE CH-CYCLE TO WS-ROW-CYCLE
           ELSE
               MOVE 1 TO WS-ROW-CYCLE
           END-IF
           IF CH-ROW-BACKED-OUT
               CONTINUE
           ELSE
               IF CH-RUN-DATE = WS-TODAY-NUM
                   IF WS-ROW-CYCLE = WS-RUN-CYCLE
                       ADD 1 TO WS-TODAY-ROWS
                       PERFORM 1300-HOLD-TODAY-ROW
                           THRU 1300-HOLD-TODAY-ROW-EXIT
                   ELSE
                       ADD 1 TO WS-OTHER-CYCLE-ROWS
                   END-IF
               ELSE
                   IF CH-RUN-DATE < WS-TODAY-NUM
                       PERFORM 1250-MARK-GAP-DAY
                           THRU 1250-MARK-GAP-DAY-EXIT
                       PERFORM 1400-FOLD-PRIOR-ROW
                           THRU 1400-FOLD-PRIOR-ROW-EXIT
                   END-IF
       1200-SORT-ONE-ROW-EXIT.
           EXIT.

       1250-MARK-GAP-DAY.
           MOVE 1 TO WS-GAP-SUB
           PERFORM 1270-MATCH-GAP-DAY
               THRU 1270-MATCH-GAP-DAY-EXIT
               UNTIL WS-GAP-SUB > WS-GAP-COUNT.
       1250-MARK-GAP-DAY-EXIT.
           EXIT.

       1270-MATCH-GAP-DAY.
           IF WS-GAP-DATE (WS-GAP-SUB) = CH-RUN-DATE
               MOVE "Y" TO WS-GAP-RUN-SWITCH (WS-GAP-SUB)
           END-IF
           ADD 1 TO WS-GAP-SUB.
       1270-MATCH-GAP-DAY-EXIT.
           EXIT.

       1300-HOLD-TODAY-ROW.
           MOVE ZERO TO WS-TDY-COUNT
           IF CH-BAND-COUNT IS NUMERIC
           EXIT.

       1400-FOLD-PRIOR-ROW.
           IF WS-ROW-CYCLE NOT = WS-RUN-CYCLE
               GO TO 1400-FOLD-PRIOR-ROW-EXIT
           END-IF
           MOVE "L" TO BD-REQUEST
           MOVE CH-RUN-DATE TO BD-DATE
           CALL "BUSDAY" USING BUSDAY-PARMS
           IF BD-DAY-TYPE NOT = WS-TODAY-TYPE
               ADD 1 TO WS-OTHER-TYPE-ROWS
               GO TO 1400-FOLD-PRIOR-ROW-EXIT
           END-IF
           IF CH-BAND-COUNT IS NUMERIC
               AND CH-BAND-COUNT > ZERO
               AND CH-BAND-COUNT NOT > 5
      *----------------------------------------------------------------
      * 2000-COMPARE-BANDS: TODAY'S COUNT PER BAND AGAINST ITS
      *                     TRAILING AVERAGE -- OUTSIDE HALF-TO-
      *                     DOUBLE FIRES. NO ROW FOR THIS CYCLE AT
      *                     ALL, OR MORE THAN ONE, FIRES ON ITS OWN
      *                     -- BUT NO ROW ON A HOLIDAY OR NON-BUSINESS
      *                     DAY IS EXACTLY WHAT SHOULD HAPPEN.
      *----------------------------------------------------------------
       2000-COMPARE-BANDS.
           IF WS-OTHER-TYPE-ROWS > ZERO
               MOVE "PRIOR ROWS, OTHER DAY TYPES:" TO SL-LABEL
               MOVE WS-OTHER-TYPE-ROWS TO SL-COUNT
               WRITE EXC-RPT-LINE FROM WS-SUMMARY-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           IF WS-OTHER-CYCLE-ROWS > ZERO
               MOVE "TODAY'S ROWS, OTHER CYCLES:" TO SL-LABEL
               MOVE WS-OTHER-CYCLE-ROWS TO SL-COUNT
               WRITE EXC-RPT-LINE FROM WS-SUMMARY-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-TODAY-ROWS = ZERO AND NOT TODAY-IS-BUSINESS
                   MOVE
               "NO RUN TODAY -- NOT A BUSINESS DAY, NONE EXPECTED"
                       TO WS-NOTE-LINE
                   WRITE EXC-RPT-LINE FROM WS-NOTE-LINE
                       BEFORE ADVANCING 1 LINE
                   GO TO 2000-COMPARE-BANDS-EXIT
               WHEN WS-TODAY-ROWS = ZERO
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE
               "** EXCEPTION: NO IFELSE HISTORY ROW FOR THIS CYCLE **"
                       TO WS-NOTE-LINE
                   WRITE EXC-RPT-LINE FROM WS-NOTE-LINE
                       BEFORE ADVANCING 1 LINE
                   MOVE "N" TO WS-NC-TYPE
                   MOVE WS-TODAY-NUM TO WS-NC-SUBJECT
                   MOVE ZERO TO WS-NC-CYCLE
                   MOVE ZERO TO WS-NC-VALUE
                   MOVE ZERO TO WS-NC-LIMIT
                   MOVE "NO ROW FOR CYCLE" TO WS-NC-TEXT
                   MOVE WS-RUN-CYCLE TO WS-NC-TEXT (18:1)
                   PERFORM 6000-FILE-CASE
                       THRU 6000-FILE-CASE-EXIT
                   GO TO 2000-COMPARE-BANDS-EXIT
               WHEN WS-TODAY-ROWS > 1
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE
               "** EXCEPTION: MORE THAN ONE HISTORY ROW THIS CYCLE **"
                       TO WS-NOTE-LINE
                   WRITE EXC-RPT-LINE FROM WS-NOTE-LINE
                       BEFORE ADVANCING 1 LINE
                   MOVE "X" TO WS-NC-TYPE
                   MOVE WS-TODAY-NUM TO WS-NC-SUBJECT
                   MOVE WS-RUN-CYCLE TO WS-NC-CYCLE
                   MOVE WS-TODAY-ROWS TO WS-NC-VALUE
                   MOVE 1 TO WS-NC-LIMIT
                   MOVE "HISTORY ROWS" TO WS-NC-TEXT
                   PERFORM 6000-FILE-CASE
                       THRU 6000-FILE-CASE-EXIT
           END-EVALUATE
           MOVE 1 TO WS-BAND-SUB
           PERFORM 2100-COMPARE-ONE-BAND
               END-IF
               WRITE EXC-RPT-LINE FROM WS-BAND-EXC-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE "B" TO WS-NC-TYPE
               MOVE WS-TDY-NAME (WS-BAND-SUB) TO WS-NC-SUBJECT
               MOVE WS-RUN-CYCLE TO WS-NC-CYCLE
               MOVE WS-TDY-TOTAL (WS-BAND-SUB) TO WS-NC-VALUE
               MOVE WS-AVERAGE TO WS-NC-LIMIT
               MOVE BX-DIRECTION TO WS-NC-TEXT
               PERFORM 6000-FILE-CASE
                   THRU 6000-FILE-CASE-EXIT
           ELSE
               MOVE WS-TDY-NAME (WS-BAND-SUB) TO BO-NAME
               MOVE WS-TDY-TOTAL (WS-BAND-SUB) TO BO-TODAY
           EXIT.

      *----------------------------------------------------------------
      * 2500-CHECK-MISSED-DAYS: EVERY FULL OR HALF BUSINESS DAY IN
      *                         THE WINDOW SINCE THE LAST EXCMON RUN
      *                         MUST HAVE HAD AN UNREVERSED HISTORY
      *                         ROW. ONE THAT DIDN'T IS A DAY THE
      *                         STREAM NEVER RAN (OR WAS BACKED OUT
      *                         AND NEVER RERUN) -- EACH ONE FIRES.
      *----------------------------------------------------------------
       2500-CHECK-MISSED-DAYS.
           MOVE 1 TO WS-GAP-SUB
           PERFORM 2550-CHECK-ONE-GAP-DAY
               THRU 2550-CHECK-ONE-GAP-DAY-EXIT
               UNTIL WS-GAP-SUB > WS-GAP-COUNT
           IF WS-GAP-COUNT > ZERO
               MOVE "BUSINESS DAYS WITH NO RUN:" TO SL-LABEL
               MOVE WS-MISSED-COUNT TO SL-COUNT
               WRITE EXC-RPT-LINE FROM WS-SUMMARY-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF.
       2500-CHECK-MISSED-DAYS-EXIT.
           EXIT.

       2550-CHECK-ONE-GAP-DAY.
           IF (WS-GAP-TYPE (WS-GAP-SUB) = "B"
               OR WS-GAP-TYPE (WS-GAP-SUB) = "S")
               AND WS-GAP-RUN-SWITCH (WS-GAP-SUB) = "N"
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD 1 TO WS-MISSED-COUNT
               MOVE WS-GAP-DATE (WS-GAP-SUB) TO ML-DATE
               IF WS-GAP-TYPE (WS-GAP-SUB) = "S"
                   MOVE "(HALF-DAY)" TO ML-TYPE
               ELSE
                   MOVE SPACES TO ML-TYPE
               END-IF
               WRITE EXC-RPT-LINE FROM WS-MISSED-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE "N" TO WS-NC-TYPE
               MOVE WS-GAP-DATE (WS-GAP-SUB) TO WS-NC-SUBJECT
               MOVE ZERO TO WS-NC-CYCLE
               MOVE ZERO TO WS-NC-VALUE
               MOVE ZERO TO WS-NC-LIMIT
               MOVE "NO RUN ON BUSINESS DAY" TO WS-NC-TEXT
               IF WS-GAP-TYPE (WS-GAP-SUB) = "S"
                   MOVE "NO RUN ON HALF-DAY" TO WS-NC-TEXT
               END-IF
               PERFORM 6000-FILE-CASE
                   THRU 6000-FILE-CASE-EXIT
           END-IF
           ADD 1 TO WS-GAP-SUB.
       2550-CHECK-ONE-GAP-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-JOURNAL: TALLIES TODAY'S JOURNAL ROWS FOR THE CYCLE
      *                     JUST RUN BY PROGRAM -- AN EARLIER CYCLE'S
      *                     STEPS WERE JUDGED ON ITS OWN EXCMON RUN --
      *                     AND FIRES ON ANY PROGRAM WITH MORE STARTS
      *                     THAN ENDS (STARTED, NEVER ENDED) OR A
      *                     COMPLETION STATUS WORSE THAN THE ROUTINE
           EXIT.

       3200-TALLY-ONE-ROW.
           IF RJ-CYCLE IS NUMERIC AND RJ-CYCLE > ZERO
               MOVE RJ-CYCLE TO WS-ROW-CYCLE
           ELSE
               MOVE 1 TO WS-ROW-CYCLE
           END-IF
           IF RJ-DATE = WS-TODAY-NUM
               AND WS-ROW-CYCLE = WS-RUN-CYCLE
               MOVE ZERO TO WS-PGM-HIT
               MOVE 1 TO WS-PGM-SUB
               PERFORM 3300-MATCH-ONE-PROGRAM
                   MOVE ZERO TO WS-PGM-STARTS (WS-PGM-HIT)
                   MOVE ZERO TO WS-PGM-ENDS (WS-PGM-HIT)
                   MOVE ZERO TO WS-PGM-DIRTY (WS-PGM-HIT)
                   MOVE SPACES TO WS-PGM-LAST-BAD (WS-PGM-HIT)
               END-IF
               IF WS-PGM-HIT > ZERO
                   IF RJ-RECORD-TYPE = "S"
                       IF RJ-COMPLETION-STATUS NOT = "0000"
                           AND RJ-COMPLETION-STATUS NOT = "0004"
                           ADD 1 TO WS-PGM-DIRTY (WS-PGM-HIT)
                           MOVE RJ-COMPLETION-STATUS
                               TO WS-PGM-LAST-BAD (WS-PGM-HIT)
                       END-IF
                   END-IF
               END-IF
               MOVE "STARTED, NEVER ENDED" TO PX-TEXT
               WRITE EXC-RPT-LINE FROM WS-PGM-EXC-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE "U" TO WS-NC-TYPE
               MOVE WS-PGM-NAME (WS-PGM-SUB) TO WS-NC-SUBJECT
               MOVE ZERO TO WS-NC-CYCLE
               MOVE WS-PGM-STARTS (WS-PGM-SUB) TO WS-NC-VALUE
               MOVE WS-PGM-ENDS (WS-PGM-SUB) TO WS-NC-LIMIT
               MOVE "STARTS VS ENDS" TO WS-NC-TEXT
               PERFORM 6000-FILE-CASE
                   THRU 6000-FILE-CASE-EXIT
           END-IF
           IF WS-PGM-DIRTY (WS-PGM-SUB) > ZERO
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "ENDED WORSE THAN A WARNING" TO PX-TEXT
               WRITE EXC-RPT-LINE FROM WS-PGM-EXC-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE "D" TO WS-NC-TYPE
               MOVE WS-PGM-NAME (WS-PGM-SUB) TO WS-NC-SUBJECT
               MOVE ZERO TO WS-NC-CYCLE
               MOVE WS-PGM-DIRTY (WS-PGM-SUB) TO WS-NC-VALUE
               MOVE WS-PGM-ENDS (WS-PGM-SUB) TO WS-NC-LIMIT
               MOVE "LAST STATUS" TO WS-NC-TEXT
               MOVE WS-PGM-LAST-BAD (WS-PGM-SUB) TO WS-NC-TEXT (13:4)
               PERFORM 6000-FILE-CASE
                   THRU 6000-FILE-CASE-EXIT
           END-IF
           ADD 1 TO WS-PGM-SUB.
       3500-JUDGE-ONE-PROGRAM-EXIT.
           MOVE WS-EXCEPTION-COUNT TO SL-COUNT
           WRITE EXC-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           IF CASE-MASTER-OPEN
               MOVE "CASES OPENED:" TO SL-LABEL
               MOVE WS-CASES-OPENED TO SL-COUNT
               WRITE EXC-RPT-LINE FROM WS-SUMMARY-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE "OPEN CASES SEEN AGAIN:" TO SL-LABEL
               MOVE WS-CASES-REPEATED TO SL-COUNT
               WRITE EXC-RPT-LINE FROM WS-SUMMARY-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE "CASES NOT YET CLOSED:" TO SL-LABEL
               MOVE WS-CASE-COUNT TO SL-COUNT
               WRITE EXC-RPT-LINE FROM WS-SUMMARY-LINE
                   BEFORE ADVANCING 1 LINE
               CLOSE CASE-MASTER
           END-IF
           MOVE SPACES TO WS-NOTE-LINE
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "** ALL QUIET -- NOTHING OUT OF TOLERANCE **"
               " EXCEPTION(S) FIRED.".
       4000-CLOSE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-SAVE-CONTROL-DATE: TODAY BECOMES THE DATE THE NEXT RUN
      *                         CHECKS FORWARD FROM.
      *----------------------------------------------------------------
       5000-SAVE-CONTROL-DATE.
           OPEN OUTPUT EXC-CTL-FILE
           IF CTL-FILE-OK
               MOVE WS-TODAY-NUM TO EXC-CTL-RECORD
               WRITE EXC-CTL-RECORD
               CLOSE EXC-CTL-FILE
           ELSE
               DISPLAY "EXCMON: EXCMON.CTL NOT WRITTEN, STATUS "
                   WS-CTL-FILE-STATUS
                   " -- THE NEXT RUN WILL RECHECK THESE DAYS."
           END-IF.
       5000-SAVE-CONTROL-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-FILE-CASE: KEEPS THE EXCEPTION JUST FIRED (WS-NEW-CASE)
      *                 ON THE CASE MASTER -- THE CASE STILL OPEN FOR
      *                 THE SAME TYPE, SUBJECT AND CYCLE IS UPDATED
      *                 WITH TODAY'S NUMBERS AND ONE MORE OCCURRENCE;
      *                 OTHERWISE A NEW CASE IS OPENED UNDER THE NEXT
      *                 NUMBER. EITHER WAY THE PAGE GETS THE NUMBER.
      *----------------------------------------------------------------
       6000-FILE-CASE.
           IF NOT CASE-MASTER-OPEN
               GO TO 6000-FILE-CASE-EXIT
           END-IF
           MOVE ZERO TO WS-CASE-HIT
           MOVE 1 TO WS-CASE-SUB
           PERFORM 6100-MATCH-ONE-CASE
               THRU 6100-MATCH-ONE-CASE-EXIT
               UNTIL WS-CASE-SUB > WS-CASE-COUNT
                  OR WS-CASE-HIT > ZERO
           IF WS-CASE-HIT > ZERO
               PERFORM 6300-UPDATE-CASE
                   THRU 6300-UPDATE-CASE-EXIT
           ELSE
               PERFORM 6200-OPEN-CASE
                   THRU 6200-OPEN-CASE-EXIT
           END-IF.
       6000-FILE-CASE-EXIT.
           EXIT.

       6100-MATCH-ONE-CASE.
           IF WS-CT-KEY (WS-CASE-SUB) = WS-NC-KEY
               MOVE WS-CASE-SUB TO WS-CASE-HIT
           END-IF
           ADD 1 TO WS-CASE-SUB.
       6100-MATCH-ONE-CASE-EXIT.
           EXIT.

       6200-OPEN-CASE.
           ADD 1 TO WS-HIGH-CASE-NUMBER
           MOVE SPACES TO EXCEPTION-CASE-RECORD
           MOVE WS-HIGH-CASE-NUMBER TO EC-CASE-NUMBER
           MOVE WS-NC-TYPE TO EC-CASE-TYPE
           MOVE WS-NC-SUBJECT TO EC-SUBJECT
           MOVE WS-NC-CYCLE TO EC-CYCLE
           MOVE WS-TODAY-NUM TO EC-OPENED-DATE
           MOVE WS-TODAY-NUM TO EC-LAST-SEEN-DATE
           MOVE 1 TO EC-OCCURRENCES
           MOVE WS-NC-VALUE TO EC-TRIP-VALUE
           MOVE WS-NC-LIMIT TO EC-TRIP-LIMIT
           MOVE WS-NC-TEXT TO EC-TRIP-TEXT
           MOVE "O" TO EC-STATUS
           MOVE ZERO TO EC-ACK-DATE
           MOVE ZERO TO EC-CLOSED-DATE
           MOVE ZERO TO EC-NOTE-DATE
           WRITE EXCEPTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "EXCMON: CASE " WS-HIGH-CASE-NUMBER
                       " NOT WRITTEN, STATUS " WS-CASE-FILE-STATUS
                   GO TO 6200-OPEN-CASE-EXIT
           END-WRITE
           ADD 1 TO WS-CASES-OPENED
           IF WS-CASE-COUNT < 200
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-HIGH-CASE-NUMBER
                   TO WS-CT-NUMBER (WS-CASE-COUNT)
               MOVE WS-NC-KEY TO WS-CT-KEY (WS-CASE-COUNT)
           END-IF
           MOVE WS-HIGH-CASE-NUMBER TO CN-NUMBER
           WRITE EXC-RPT-LINE FROM WS-CASE-NEW-LINE
               BEFORE ADVANCING 1 LINE.
       6200-OPEN-CASE-EXIT.
           EXIT.

       6300-UPDATE-CASE.
           MOVE WS-CT-NUMBER (WS-CASE-HIT) TO EC-CASE-NUMBER
           READ CASE-MASTER
               INVALID KEY
                   DISPLAY "EXCMON: CASE " EC-CASE-NUMBER
                       " HAS GONE FROM EXCCASE -- OPENING A NEW ONE."
                   MOVE SPACES TO WS-CT-KEY (WS-CASE-HIT)
                   PERFORM 6200-OPEN-CASE
                       THRU 6200-OPEN-CASE-EXIT
                   GO TO 6300-UPDATE-CASE-EXIT
           END-READ
           MOVE WS-TODAY-NUM TO EC-LAST-SEEN-DATE
           ADD 1 TO EC-OCCURRENCES
           MOVE WS-NC-VALUE TO EC-TRIP-VALUE
           MOVE WS-NC-LIMIT TO EC-TRIP-LIMIT
           MOVE WS-NC-TEXT TO EC-TRIP-TEXT
           REWRITE EXCEPTION-CASE-RECORD
               INVALID KEY
                   DISPLAY "EXCMON: CASE " EC-CASE-NUMBER
                       " NOT UPDATED, STATUS " WS-CASE-FILE-STATUS
                   GO TO 6300-UPDATE-CASE-EXIT
           END-REWRITE
           ADD 1 TO WS-CASES-REPEATED
           MOVE EC-CASE-NUMBER TO CR-NUMBER
           MOVE EC-OCCURRENCES TO CR-TIMES
           MOVE EC-OPENED-DATE TO CR-OPENED
           MOVE SPACES TO CR-ACK-NOTE
           IF EC-CASE-ACKNOWLEDGED
               MOVE " (ACK)" TO CR-ACK-NOTE
           END-IF
           WRITE EXC-RPT-LINE FROM WS-CASE-REPEAT-LINE
               BEFORE ADVANCING 1 LINE.
       6300-UPDATE-CASE-EXIT.
           EXIT.
