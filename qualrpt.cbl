      ******************************************************************
      * PROGRAM  : QUALRPT
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : MONTHLY UPSTREAM-OFFICE DATA-QUALITY SCORECARD.
      *            GIVEN THE MONTH (PARM=YYYYMM), PRINTS ONE BLOCK PER
      *            OFFICE ON SRCTAB, WORST FIRST:
      *              - RECORDS RECEIVED AND RECORDS SUSPENDED, BY
      *                NUMSUSP REASON, FROM THE DAILY NUMBAL TALLY
      *                NUMEDIT KEEPS (SEE NUMBAL.cpy), AND THE REJECT
      *                RATE -- SUSPENDED AS A PERCENTAGE OF RECEIVED;
      *              - THE SAME RATE FOR THE MONTH BEFORE AND WHICH WAY
      *                IT MOVED;
      *              - SUSPENDED RECORDS CORRECTED AND RELEASED, AND
      *                WRITTEN OFF, THROUGH SUSPWORK THAT MONTH (FROM
      *                SUSPWORK.AUD, SEE SUSPAUD.cpy), AND THEIR
      *                AVERAGE AGE IN DAYS WHEN RESOLVED;
      *              - RECORDS STILL OPEN ON NUMSUSP AS THE REPORT
      *                RUNS, AND HOW MANY OF THEM ARE PAST THE AGE
      *                LIMIT THE WORKBENCH FLAGS.
      *            OFFICES RANK BY REJECT RATE, THEN BY RECORDS
      *            SUSPENDED. RECORDS UNDER A SOURCE CODE NOT ON
      *            SRCTAB BELONG TO NO OFFICE AND PRINT, UNRANKED,
      *            AFTER THE OFFICES. A WORKBENCH ROW WRITTEN BEFORE
      *            THE SUSPEND DATE WAS KEPT COUNTS AS RESOLVED BUT IS
      *            NOT AGED.
      *
      *            ENDS RC=0 WITH THE SCORECARD PRINTED, RC=8 ON A
      *            BAD PARM.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "QUALRPT".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-TABLE-FILE ASSIGN TO "SRCTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCTAB-FILE-STATUS.

           SELECT SOURCE-TALLY-FILE ASSIGN TO "NUMBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TALLY-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SUSPWORK.AUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "NUMSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT QUAL-RPT-FILE ASSIGN TO "QUALITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-TABLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
           COPY "SRCTAB.cpy".

       FD  SOURCE-TALLY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
           COPY "NUMBAL.cpy".

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 63 CHARACTERS.
           COPY "SUSPAUD.cpy".

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 15 CHARACTERS.
           COPY "NUMSUSP.cpy".

       FD  QUAL-RPT-FILE.
       01  QUAL-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SRCTAB-FILE-STATUS        PIC X(02) VALUE "00".
           88  SRCTAB-FILE-OK                      VALUE "00".
       77  WS-TALLY-FILE-STATUS         PIC X(02) VALUE "00".
           88  TALLY-FILE-OK                       VALUE "00".
       77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".
           88  AUDIT-FILE-OK                       VALUE "00".
       77  WS-SUSP-FILE-STATUS          PIC X(02) VALUE "00".
           88  SUSP-FILE-OK                        VALUE "00".
       77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  END-OF-INPUT                        VALUE "Y".

      * PARM='YYYYMM' -- THE MONTH TO SCORE. THE MONTH BEFORE IT IS
      * THE ONE COMPARED AGAINST.
       01  WS-PARM-TEXT.
           05  WS-PARM-PERIOD           PIC X(06).
           05  WS-PARM-REST             PIC X(09).
       77  WS-TARGET-PERIOD             PIC X(06) VALUE SPACES.
       77  WS-PRIOR-PERIOD              PIC X(06) VALUE SPACES.
       01  WS-PERIOD-PARTS.
           05  WS-PP-YYYY               PIC 9(04).
           05  WS-PP-MM                 PIC 9(02).

      * THE SAME AGE LIMIT THE SUSPWORK WORKBENCH FLAGS AT.
       77  WS-AGE-LIMIT-DAYS            PIC 9(02) VALUE 03.
       77  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
       77  WS-TODAY-INT                 PIC 9(07) VALUE ZERO.

      * THE OFFICES OFF SRCTAB, PLUS ONE LAST ENTRY FOR EVERY CODE
      * THAT IS NOT ON IT. CURRENT-MONTH FIGURES FIRST, THEN THE
      * PRIOR MONTH'S RECEIVED AND SUSPENDED FOR THE COMPARISON.
       77  WS-OFFICE-COUNT              PIC 9(02) VALUE ZERO.
       77  WS-OFFICE-SUB                PIC 9(02) VALUE ZERO.
       77  WS-OFFICE-HIT                PIC 9(02) VALUE ZERO.
       77  WS-UNKNOWN-SUB               PIC 9(02) VALUE 11.
       77  WS-FIND-SOURCE               PIC X(03) VALUE SPACES.
       01  WS-OFFICE-TABLE              VALUE ZEROS.
           05  WS-OFFICE-ENTRY OCCURS 11 TIMES.
               10  QO-SOURCE-CODE       PIC X(03).
               10  QO-OFFICE-NAME       PIC X(20).
               10  QO-RECEIVED          PIC 9(07).
               10  QO-SUSP-BLANK        PIC 9(07).
               10  QO-SUSP-NON-NUMERIC  PIC 9(07).
               10  QO-SUSP-BAD-SOURCE   PIC 9(07).
               10  QO-SUSPENDED         PIC 9(07).
               10  QO-REJECT-RATE       PIC 9(03)V9.
               10  QO-RELEASED          PIC 9(05).
               10  QO-WRITTEN-OFF       PIC 9(05).
               10  QO-AGED-RESOLVED     PIC 9(05).
               10  QO-AGE-TOTAL         PIC 9(07).
               10  QO-OPEN              PIC 9(05).
               10  QO-OPEN-PAST-LIMIT   PIC 9(05).
               10  QO-PRIOR-RECEIVED    PIC 9(07).
               10  QO-PRIOR-SUSPENDED   PIC 9(07).
               10  QO-PRIOR-RATE        PIC 9(03)V9.

      * THE NUMBAL ROWS FOR THE TWO MONTHS, ONE PER DATE, CYCLE AND
      * SOURCE -- A LATER ROW FOR THE SAME KEY (A RERUN OF THE CYCLE)
      * REPLACES THE EARLIER ONE BEFORE ANYTHING IS ADDED UP.
       77  WS-TALLY-COUNT               PIC 9(04) VALUE ZERO.
       77  WS-TALLY-SUB                 PIC 9(04) VALUE ZERO.
       77  WS-TALLY-HIT                 PIC 9(04) VALUE ZERO.
       77  WS-TALLY-LOST                PIC 9(05) VALUE ZERO.
       01  WS-TALLY-TABLE.
           05  WS-TALLY-ENTRY OCCURS 1500 TIMES.
               10  QT-KEY.
                   15  QT-BUSINESS-DATE PIC 9(08).
                   15  QT-CYCLE         PIC 9(01).
                   15  QT-SOURCE-CODE   PIC X(03).
               10  QT-RECEIVED          PIC 9(06).
               10  QT-SUSP-BLANK        PIC 9(06).
               10  QT-SUSP-NON-NUMERIC  PIC 9(06).
               10  QT-SUSP-BAD-SOURCE   PIC 9(06).
       01  WS-TALLY-KEY.
           05  WS-TK-BUSINESS-DATE      PIC 9(08).
           05  WS-TK-CYCLE              PIC 9(01).
           05  WS-TK-SOURCE-CODE        PIC X(03).

      * THE RANKING -- OFFICE SUBSCRIPTS, WORST FIRST.
       77  WS-RANK-SUB                  PIC 9(02) VALUE ZERO.
       77  WS-RANK-SCAN                 PIC 9(02) VALUE ZERO.
       77  WS-RANK-BEST                 PIC 9(02) VALUE ZERO.
       77  WS-RANK-HOLD                 PIC 9(02) VALUE ZERO.
       01  WS-RANK-TABLE.
           05  WS-RANK-ENTRY            PIC 9(02) OCCURS 10 TIMES.

       77  WS-RATE-CHANGE               PIC S9(03)V9 VALUE ZERO.
       77  WS-AVG-AGE                   PIC 9(03)V9 VALUE ZERO.

       77  WS-TOTAL-RECEIVED            PIC 9(08) VALUE ZERO.
       77  WS-TOTAL-SUSPENDED           PIC 9(08) VALUE ZERO.
       77  WS-TOTAL-RATE                PIC 9(03)V9 VALUE ZERO.
       77  WS-TOTAL-RELEASED            PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-WRITTEN-OFF         PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-OPEN                PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-PAST-LIMIT          PIC 9(06) VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
           05  WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(10) VALUE "QUALRPT".
           05  FILLER                   PIC X(30)
               VALUE "OFFICE DATA-QUALITY SCORECARD".
           05  FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05  HL1-YYYY                 PIC 9(04).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-MM                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-DD                   PIC 9(02).

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(08) VALUE "PERIOD ".
           05  HL2-PERIOD               PIC X(06).
           05  FILLER                   PIC X(18)
               VALUE "   COMPARED WITH ".
           05  HL2-PRIOR                PIC X(06).
           05  FILLER                   PIC X(24)
               VALUE "   OPEN = AS OF RUN DATE".

       01  WS-HEADING-LINE-3.
           05  FILLER                   PIC X(38)
               VALUE "RK SRC OFFICE                 RECEIVED".
           05  FILLER                   PIC X(40)
               VALUE " SUSPENDED REJECT%  PRIOR%  VS PRIOR".

       01  WS-DETAIL-LINE-1.
           05  DR-RANK                  PIC Z9.
           05  DR-RANK-X REDEFINES DR-RANK
                                        PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DR-SOURCE-CODE           PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DR-OFFICE-NAME           PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DR-RECEIVED              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DR-SUSPENDED             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DR-RATE                  PIC ZZ9.9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DR-PRIOR-RATE            PIC ZZ9.9.
           05  DR-PRIOR-RATE-X REDEFINES DR-PRIOR-RATE
                                        PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DR-CHANGE-WORD           PIC X(09).
           05  DR-CHANGE                PIC +++9.9.
           05  DR-CHANGE-X REDEFINES DR-CHANGE
                                        PIC X(06).

       01  WS-DETAIL-LINE-2.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  FILLER                   PIC X(20)
               VALUE "SUSPENDED BY REASON:".
           05  FILLER                   PIC X(10) VALUE "  01 BLANK".
           05  DR-SUSP-BLANK            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE "  02 NON-NUM".
           05  DR-SUSP-NON-NUMERIC      PIC ZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE "  03 BAD SRC".
           05  DR-SUSP-BAD-SOURCE       PIC ZZ,ZZ9.

       01  WS-DETAIL-LINE-3.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE "RELEASED".
           05  DR-RELEASED              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE " WRITTEN OFF".
           05  DR-WRITTEN-OFF           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE " AVG AGE".
           05  DR-AVG-AGE               PIC ZZ9.9.
           05  DR-AVG-AGE-X REDEFINES DR-AVG-AGE
                                        PIC X(05).
           05  FILLER                   PIC X(05) VALUE " OPEN".
           05  DR-OPEN                  PIC ZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE " PAST LIMIT".
           05  DR-PAST-LIMIT            PIC ZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SM-LABEL                 PIC X(34).
           05  SM-COUNT                 PIC Z,ZZZ,ZZ9.

       01  WS-RATE-LINE.
           05  RL-LABEL                 PIC X(34).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RL-RATE                  PIC ZZ9.9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: LOADS THE OFFICES, ADDS UP THE TWO MONTHS'
      *                NUMBAL ROWS, THE MONTH'S WORKBENCH ROWS AND
      *                WHAT IS STILL ON SUSPENSE, RANKS THE OFFICES AND
      *                PRINTS THE SCORECARD.
      *----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           PERFORM 0100-PARSE-PARM
               THRU 0100-PARSE-PARM-EXIT
           PERFORM 1000-LOAD-OFFICES
               THRU 1000-LOAD-OFFICES-EXIT
           PERFORM 2000-LOAD-TALLY
               THRU 2000-LOAD-TALLY-EXIT
           PERFORM 3000-READ-AUDIT
               THRU 3000-READ-AUDIT-EXIT
           PERFORM 4000-READ-SUSPENSE
               THRU 4000-READ-SUSPENSE-EXIT
           PERFORM 5000-RANK-OFFICES
               THRU 5000-RANK-OFFICES-EXIT
           PERFORM 6000-PRINT-SCORECARD
               THRU 6000-PRINT-SCORECARD-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-PARM: THE MONTH TO SCORE, YYYYMM, AND FROM IT THE
      *                  MONTH BEFORE.
      *----------------------------------------------------------------
       0100-PARSE-PARM.
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-PERIOD NOT NUMERIC
               OR WS-PARM-REST NOT = SPACES
               DISPLAY "QUALRPT: PARM MUST BE THE PERIOD YYYYMM -- "
                   "GOT '" WS-PARM-TEXT "'."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-PERIOD TO WS-TARGET-PERIOD
           MOVE WS-PARM-PERIOD TO WS-PERIOD-PARTS
           IF WS-PP-MM < 01 OR WS-PP-MM > 12
               DISPLAY "QUALRPT: '" WS-PARM-PERIOD "' IS NOT A REAL "
                   "MONTH."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PP-MM = 01
               SUBTRACT 1 FROM WS-PP-YYYY
               MOVE 12 TO WS-PP-MM
           ELSE
               SUBTRACT 1 FROM WS-PP-MM
           END-IF
           MOVE WS-PERIOD-PARTS TO WS-PRIOR-PERIOD.
       0100-PARSE-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-LOAD-OFFICES: ONE ENTRY PER SRCTAB ROW, AND THE LAST
      *                    ENTRY FOR CODES NOT ON IT. WITHOUT SRCTAB
      *                    EVERY CODE LANDS IN THAT LAST ENTRY -- THE
      *                    NUMBERS STILL ADD UP, THEY JUST NAME NO
      *                    OFFICE.
      *----------------------------------------------------------------
       1000-LOAD-OFFICES.
           MOVE "***" TO QO-SOURCE-CODE (WS-UNKNOWN-SUB)
           MOVE "(NOT ON SRCTAB)" TO QO-OFFICE-NAME (WS-UNKNOWN-SUB)
           OPEN INPUT SOURCE-TABLE-FILE
           IF NOT SRCTAB-FILE-OK
               DISPLAY "QUALRPT: SRCTAB TABLE UNAVAILABLE, STATUS "
                   WS-SRCTAB-FILE-STATUS
                   " -- NO OFFICE CAN BE NAMED."
               GO TO 1000-LOAD-OFFICES-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1100-READ-SRCTAB
               THRU 1100-READ-SRCTAB-EXIT
           PERFORM 1200-ADD-ONE-OFFICE
               THRU 1200-ADD-ONE-OFFICE-EXIT
               UNTIL END-OF-INPUT
           CLOSE SOURCE-TABLE-FILE.
       1000-LOAD-OFFICES-EXIT.
           EXIT.

       1100-READ-SRCTAB.
           READ SOURCE-TABLE-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.
       1100-READ-SRCTAB-EXIT.
           EXIT.

       1200-ADD-ONE-OFFICE.
           IF WS-OFFICE-COUNT < 10
               ADD 1 TO WS-OFFICE-COUNT
               MOVE SR-SOURCE-CODE
                   TO QO-SOURCE-CODE (WS-OFFICE-COUNT)
               MOVE SR-OFFICE-NAME
                   TO QO-OFFICE-NAME (WS-OFFICE-COUNT)
           ELSE
               DISPLAY "QUALRPT: OFFICE TABLE FULL -- SOURCE "
                   SR-SOURCE-CODE " COUNTED AS NOT ON SRCTAB."
           END-IF
           PERFORM 1100-READ-SRCTAB
               THRU 1100-READ-SRCTAB-EXIT.
       1200-ADD-ONE-OFFICE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-TALLY: READS NUMBAL, KEEPING THE LATEST ROW FOR EACH
      *                  DATE, CYCLE AND SOURCE IN THE TWO MONTHS,
      *                  THEN ADDS THE SURVIVORS TO THEIR OFFICES. NO
      *                  NUMBAL IS A MONTH WITH NOTHING RECEIVED.
      *----------------------------------------------------------------
       2000-LOAD-TALLY.
           OPEN INPUT SOURCE-TALLY-FILE
           IF NOT TALLY-FILE-OK
               DISPLAY "QUALRPT: NUMBAL UNAVAILABLE, STATUS "
                   WS-TALLY-FILE-STATUS " -- NOTHING RECEIVED SHOWN."
               GO TO 2000-LOAD-TALLY-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-READ-TALLY
               THRU 2100-READ-TALLY-EXIT
           PERFORM 2200-KEEP-ONE-TALLY
               THRU 2200-KEEP-ONE-TALLY-EXIT
               UNTIL END-OF-INPUT
           CLOSE SOURCE-TALLY-FILE
           IF WS-TALLY-LOST > ZERO
               DISPLAY "QUALRPT: " WS-TALLY-LOST " NUMBAL ROWS PAST "
                   "THE TABLE LIMIT NOT COUNTED."
           END-IF
           MOVE 1 TO WS-TALLY-SUB
           PERFORM 2400-ADD-ONE-TALLY
               THRU 2400-ADD-ONE-TALLY-EXIT
               UNTIL WS-TALLY-SUB > WS-TALLY-COUNT.
       2000-LOAD-TALLY-EXIT.
           EXIT.

       2100-READ-TALLY.
           READ SOURCE-TALLY-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.
       2100-READ-TALLY-EXIT.
           EXIT.

       2200-KEEP-ONE-TALLY.
           IF NB-BUSINESS-DATE IS NOT NUMERIC
               OR NB-RECEIVED-COUNT IS NOT NUMERIC
               OR NB-SUSP-BLANK IS NOT NUMERIC
               OR NB-SUSP-NON-NUMERIC IS NOT NUMERIC
               OR NB-SUSP-BAD-SOURCE IS NOT NUMERIC
               GO TO 2200-NEXT-TALLY
           END-IF
           IF NB-BUSINESS-DATE (1:6) NOT = WS-TARGET-PERIOD
               AND NB-BUSINESS-DATE (1:6) NOT = WS-PRIOR-PERIOD
               GO TO 2200-NEXT-TALLY
           END-IF
           MOVE NB-BUSINESS-DATE TO WS-TK-BUSINESS-DATE
           MOVE 1 TO WS-TK-CYCLE
           IF NB-CYCLE IS NUMERIC
               AND NB-CYCLE > ZERO
               MOVE NB-CYCLE TO WS-TK-CYCLE
           END-IF
           MOVE NB-SOURCE-CODE TO WS-TK-SOURCE-CODE
           MOVE ZERO TO WS-TALLY-HIT
           MOVE 1 TO WS-TALLY-SUB
           PERFORM 2300-MATCH-ONE-TALLY
               THRU 2300-MATCH-ONE-TALLY-EXIT
               UNTIL WS-TALLY-SUB > WS-TALLY-COUNT
                  OR WS-TALLY-HIT > ZERO
           IF WS-TALLY-HIT = ZERO
               IF WS-TALLY-COUNT NOT < 1500
                   ADD 1 TO WS-TALLY-LOST
                   GO TO 2200-NEXT-TALLY
               END-IF
               ADD 1 TO WS-TALLY-COUNT
               MOVE WS-TALLY-COUNT TO WS-TALLY-HIT
               MOVE WS-TALLY-KEY TO QT-KEY (WS-TALLY-HIT)
           END-IF
           MOVE NB-RECEIVED-COUNT TO QT-RECEIVED (WS-TALLY-HIT)
           MOVE NB-SUSP-BLANK TO QT-SUSP-BLANK (WS-TALLY-HIT)
           MOVE NB-SUSP-NON-NUMERIC
               TO QT-SUSP-NON-NUMERIC (WS-TALLY-HIT)
           MOVE NB-SUSP-BAD-SOURCE
               TO QT-SUSP-BAD-SOURCE (WS-TALLY-HIT).
       2200-NEXT-TALLY.
           PERFORM 2100-READ-TALLY
               THRU 2100-READ-TALLY-EXIT.
       2200-KEEP-ONE-TALLY-EXIT.
           EXIT.

       2300-MATCH-ONE-TALLY.
           IF QT-KEY (WS-TALLY-SUB) = WS-TALLY-KEY
               MOVE WS-TALLY-SUB TO WS-TALLY-HIT
           END-IF
           ADD 1 TO WS-TALLY-SUB.
       2300-MATCH-ONE-TALLY-EXIT.
           EXIT.

       2400-ADD-ONE-TALLY.
           MOVE QT-SOURCE-CODE (WS-TALLY-SUB) TO WS-FIND-SOURCE
           PERFORM 7000-FIND-OFFICE
               THRU 7000-FIND-OFFICE-EXIT
           IF QT-BUSINESS-DATE (WS-TALLY-SUB) (1:6) = WS-TARGET-PERIOD
               ADD QT-RECEIVED (WS-TALLY-SUB)
                   TO QO-RECEIVED (WS-OFFICE-HIT)
               ADD QT-SUSP-BLANK (WS-TALLY-SUB)
                   TO QO-SUSP-BLANK (WS-OFFICE-HIT)
               ADD QT-SUSP-NON-NUMERIC (WS-TALLY-SUB)
                   TO QO-SUSP-NON-NUMERIC (WS-OFFICE-HIT)
               ADD QT-SUSP-BAD-SOURCE (WS-TALLY-SUB)
                   TO QO-SUSP-BAD-SOURCE (WS-OFFICE-HIT)
               ADD QT-SUSP-BLANK (WS-TALLY-SUB)
                   QT-SUSP-NON-NUMERIC (WS-TALLY-SUB)
                   QT-SUSP-BAD-SOURCE (WS-TALLY-SUB)
                   TO QO-SUSPENDED (WS-OFFICE-HIT)
           ELSE
               ADD QT-RECEIVED (WS-TALLY-SUB)
                   TO QO-PRIOR-RECEIVED (WS-OFFICE-HIT)
               ADD QT-SUSP-BLANK (WS-TALLY-SUB)
                   QT-SUSP-NON-NUMERIC (WS-TALLY-SUB)
                   QT-SUSP-BAD-SOURCE (WS-TALLY-SUB)
                   TO QO-PRIOR-SUSPENDED (WS-OFFICE-HIT)
           END-IF
           ADD 1 TO WS-TALLY-SUB.
       2400-ADD-ONE-TALLY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-READ-AUDIT: EVERY WORKBENCH RELEASE AND WRITE-OFF DONE IN
      *                  THE MONTH, AGAINST THE OFFICE WHOSE CODE WAS
      *                  ON THE RECORD AS RECEIVED. A ROW WITH A REAL
      *                  SUSPEND DATE IS AGED TO THE DAY IT WAS WORKED.
      *----------------------------------------------------------------
       3000-READ-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               DISPLAY "QUALRPT: SUSPWORK.AUD UNAVAILABLE, STATUS "
                   WS-AUDIT-FILE-STATUS " -- NOTHING RESOLVED SHOWN."
               GO TO 3000-READ-AUDIT-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3100-READ-AUDIT-ROW
               THRU 3100-READ-AUDIT-ROW-EXIT
           PERFORM 3200-COUNT-ONE-AUDIT
               THRU 3200-COUNT-ONE-AUDIT-EXIT
               UNTIL END-OF-INPUT
           CLOSE AUDIT-FILE.
       3000-READ-AUDIT-EXIT.
           EXIT.

       3100-READ-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.
       3100-READ-AUDIT-ROW-EXIT.
           EXIT.

       3200-COUNT-ONE-AUDIT.
           IF SA-DATE IS NOT NUMERIC
               OR SA-DATE (1:6) NOT = WS-TARGET-PERIOD
               GO TO 3200-NEXT-AUDIT
           END-IF
           MOVE SA-ORIG-DATA (1:3) TO WS-FIND-SOURCE
           PERFORM 7000-FIND-OFFICE
               THRU 7000-FIND-OFFICE-EXIT
           EVALUATE TRUE
               WHEN SA-RELEASED
                   ADD 1 TO QO-RELEASED (WS-OFFICE-HIT)
               WHEN SA-WRITTEN-OFF
                   ADD 1 TO QO-WRITTEN-OFF (WS-OFFICE-HIT)
               WHEN OTHER
                   GO TO 3200-NEXT-AUDIT
           END-EVALUATE
           IF SA-SUSP-DATE IS NUMERIC
               AND SA-SUSP-DATE > 16010101
               AND SA-SUSP-DATE NOT > SA-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (SA-DATE)
                   - FUNCTION INTEGER-OF-DATE (SA-SUSP-DATE)
               ADD WS-AGE-DAYS TO QO-AGE-TOTAL (WS-OFFICE-HIT)
               ADD 1 TO QO-AGED-RESOLVED (WS-OFFICE-HIT)
           END-IF.
       3200-NEXT-AUDIT.
           PERFORM 3100-READ-AUDIT-ROW
               THRU 3100-READ-AUDIT-ROW-EXIT.
       3200-COUNT-ONE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-READ-SUSPENSE: WHAT IS STILL OPEN ON NUMSUSP AS THE
      *                     REPORT RUNS, AND HOW MUCH OF IT IS PAST
      *                     THE AGE LIMIT -- THE SAME AGING THE
      *                     WORKBENCH LIST SHOWS.
      *----------------------------------------------------------------
       4000-READ-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF NOT SUSP-FILE-OK
               DISPLAY "QUALRPT: NUMSUSP UNAVAILABLE, STATUS "
                   WS-SUSP-FILE-STATUS " -- NO OPEN COUNTS SHOWN."
               GO TO 4000-READ-SUSPENSE-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 4100-READ-SUSPENSE-ROW
               THRU 4100-READ-SUSPENSE-ROW-EXIT
           PERFORM 4200-COUNT-ONE-OPEN
               THRU 4200-COUNT-ONE-OPEN-EXIT
               UNTIL END-OF-INPUT
           CLOSE SUSPENSE-FILE.
       4000-READ-SUSPENSE-EXIT.
           EXIT.

       4100-READ-SUSPENSE-ROW.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.
       4100-READ-SUSPENSE-ROW-EXIT.
           EXIT.

       4200-COUNT-ONE-OPEN.
           MOVE SUSP-DATA (1:3) TO WS-FIND-SOURCE
           PERFORM 7000-FIND-OFFICE
               THRU 7000-FIND-OFFICE-EXIT
           ADD 1 TO QO-OPEN (WS-OFFICE-HIT)
           IF SUSP-DATE IS NUMERIC
               AND SUSP-DATE > 16010101
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE (SUSP-DATE)
               IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
                   ADD 1 TO QO-OPEN-PAST-LIMIT (WS-OFFICE-HIT)
               END-IF
           END-IF
           PERFORM 4100-READ-SUSPENSE-ROW
               THRU 4100-READ-SUSPENSE-ROW-EXIT.
       4200-COUNT-ONE-OPEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-RANK-OFFICES: WORKS OUT EVERY ENTRY'S REJECT RATES, THEN
      *                    ORDERS THE OFFICES WORST FIRST -- HIGHEST
      *                    RATE, THEN MOST RECORDS SUSPENDED -- BY
      *                    SELECTION OVER A TABLE OF SUBSCRIPTS.
      *----------------------------------------------------------------
       5000-RANK-OFFICES.
           MOVE 1 TO WS-OFFICE-SUB
           PERFORM 5100-RATE-ONE-OFFICE
               THRU 5100-RATE-ONE-OFFICE-EXIT
               UNTIL WS-OFFICE-SUB > WS-UNKNOWN-SUB
           MOVE 1 TO WS-RANK-SUB
           PERFORM 5200-SEED-ONE-RANK
               THRU 5200-SEED-ONE-RANK-EXIT
               UNTIL WS-RANK-SUB > WS-OFFICE-COUNT
           MOVE 1 TO WS-RANK-SUB
           PERFORM 5300-PLACE-ONE-RANK
               THRU 5300-PLACE-ONE-RANK-EXIT
               UNTIL WS-RANK-SUB > WS-OFFICE-COUNT.
       5000-RANK-OFFICES-EXIT.
           EXIT.

       5100-RATE-ONE-OFFICE.
           MOVE ZERO TO QO-REJECT-RATE (WS-OFFICE-SUB)
           MOVE ZERO TO QO-PRIOR-RATE (WS-OFFICE-SUB)
           IF QO-RECEIVED (WS-OFFICE-SUB) > ZERO
               COMPUTE QO-REJECT-RATE (WS-OFFICE-SUB) ROUNDED =
                   QO-SUSPENDED (WS-OFFICE-SUB) * 100
                   / QO-RECEIVED (WS-OFFICE-SUB)
           END-IF
           IF QO-PRIOR-RECEIVED (WS-OFFICE-SUB) > ZERO
               COMPUTE QO-PRIOR-RATE (WS-OFFICE-SUB) ROUNDED =
                   QO-PRIOR-SUSPENDED (WS-OFFICE-SUB) * 100
                   / QO-PRIOR-RECEIVED (WS-OFFICE-SUB)
           END-IF
           ADD 1 TO WS-OFFICE-SUB.
       5100-RATE-ONE-OFFICE-EXIT.
           EXIT.

       5200-SEED-ONE-RANK.
           MOVE WS-RANK-SUB TO WS-RANK-ENTRY (WS-RANK-SUB)
           ADD 1 TO WS-RANK-SUB.
       5200-SEED-ONE-RANK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-PLACE-ONE-RANK: FINDS THE WORST OFFICE AMONG THOSE NOT
      *                      YET PLACED AND SWAPS IT INTO THIS SLOT.
      *----------------------------------------------------------------
       5300-PLACE-ONE-RANK.
           MOVE WS-RANK-SUB TO WS-RANK-BEST
           COMPUTE WS-RANK-SCAN = WS-RANK-SUB + 1
           PERFORM 5400-COMPARE-ONE-RANK
               THRU 5400-COMPARE-ONE-RANK-EXIT
               UNTIL WS-RANK-SCAN > WS-OFFICE-COUNT
           IF WS-RANK-BEST NOT = WS-RANK-SUB
               MOVE WS-RANK-ENTRY (WS-RANK-SUB) TO WS-RANK-HOLD
               MOVE WS-RANK-ENTRY (WS-RANK-BEST)
                   TO WS-RANK-ENTRY (WS-RANK-SUB)
               MOVE WS-RANK-HOLD TO WS-RANK-ENTRY (WS-RANK-BEST)
           END-IF
           ADD 1 TO WS-RANK-SUB.
       5300-PLACE-ONE-RANK-EXIT.
           EXIT.

       5400-COMPARE-ONE-RANK.
           IF QO-REJECT-RATE (WS-RANK-ENTRY (WS-RANK-SCAN))
               > QO-REJECT-RATE (WS-RANK-ENTRY (WS-RANK-BEST))
               MOVE WS-RANK-SCAN TO WS-RANK-BEST
           ELSE
               IF QO-REJECT-RATE (WS-RANK-ENTRY (WS-RANK-SCAN))
                   = QO-REJECT-RATE (WS-RANK-ENTRY (WS-RANK-BEST))
                   AND QO-SUSPENDED (WS-RANK-ENTRY (WS-RANK-SCAN))
                   > QO-SUSPENDED (WS-RANK-ENTRY (WS-RANK-BEST))
                   MOVE WS-RANK-SCAN TO WS-RANK-BEST
               END-IF
           END-IF
           ADD 1 TO WS-RANK-SCAN.
       5400-COMPARE-ONE-RANK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-SCORECARD: THE HEADINGS, ONE BLOCK PER OFFICE IN
      *                       RANK ORDER, THE NOT-ON-SRCTAB BLOCK WHEN
      *                       ANYTHING LANDED THERE, AND THE TOTALS.
      *----------------------------------------------------------------
       6000-PRINT-SCORECARD.
           OPEN OUTPUT QUAL-RPT-FILE
           MOVE WS-RUN-YYYY TO HL1-YYYY
           MOVE WS-RUN-MM TO HL1-MM
           MOVE WS-RUN-DD TO HL1-DD
           WRITE QUAL-RPT-LINE FROM WS-HEADING-LINE-1
               BEFORE ADVANCING 1 LINE
           MOVE WS-TARGET-PERIOD TO HL2-PERIOD
           MOVE WS-PRIOR-PERIOD TO HL2-PRIOR
           WRITE QUAL-RPT-LINE FROM WS-HEADING-LINE-2
               BEFORE ADVANCING 2 LINES
           WRITE QUAL-RPT-LINE FROM WS-HEADING-LINE-3
               BEFORE ADVANCING 2 LINES
           MOVE 1 TO WS-RANK-SUB
           PERFORM 6100-PRINT-ONE-RANK
               THRU 6100-PRINT-ONE-RANK-EXIT
               UNTIL WS-RANK-SUB > WS-OFFICE-COUNT
           MOVE WS-UNKNOWN-SUB TO WS-OFFICE-SUB
           IF QO-RECEIVED (WS-OFFICE-SUB) > ZERO
               OR QO-PRIOR-RECEIVED (WS-OFFICE-SUB) > ZERO
               OR QO-RELEASED (WS-OFFICE-SUB) > ZERO
               OR QO-WRITTEN-OFF (WS-OFFICE-SUB) > ZERO
               OR QO-OPEN (WS-OFFICE-SUB) > ZERO
               MOVE SPACES TO DR-RANK-X
               PERFORM 6200-PRINT-ONE-OFFICE
                   THRU 6200-PRINT-ONE-OFFICE-EXIT
           END-IF
           PERFORM 6500-PRINT-TOTALS
               THRU 6500-PRINT-TOTALS-EXIT
           CLOSE QUAL-RPT-FILE.
       6000-PRINT-SCORECARD-EXIT.
           EXIT.

       6100-PRINT-ONE-RANK.
           MOVE WS-RANK-ENTRY (WS-RANK-SUB) TO WS-OFFICE-SUB
           MOVE WS-RANK-SUB TO DR-RANK
           PERFORM 6200-PRINT-ONE-OFFICE
               THRU 6200-PRINT-ONE-OFFICE-EXIT
           ADD 1 TO WS-RANK-SUB.
       6100-PRINT-ONE-RANK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-PRINT-ONE-OFFICE: THE OFFICE'S THREE LINES -- RECEIVED,
      *                        SUSPENDED AND RATE AGAINST LAST MONTH;
      *                        SUSPENSIONS BY REASON; RESOLVED, AGE
      *                        AND STILL OPEN -- AND ITS SHARE OF THE
      *                        TOTALS. AN OFFICE THAT SENT NOTHING
      *                        LAST MONTH HAS NO RATE TO COMPARE.
      *----------------------------------------------------------------
       6200-PRINT-ONE-OFFICE.
           MOVE QO-SOURCE-CODE (WS-OFFICE-SUB) TO DR-SOURCE-CODE
           MOVE QO-OFFICE-NAME (WS-OFFICE-SUB) TO DR-OFFICE-NAME
           MOVE QO-RECEIVED (WS-OFFICE-SUB) TO DR-RECEIVED
           MOVE QO-SUSPENDED (WS-OFFICE-SUB) TO DR-SUSPENDED
           MOVE QO-REJECT-RATE (WS-OFFICE-SUB) TO DR-RATE
           IF QO-PRIOR-RECEIVED (WS-OFFICE-SUB) = ZERO
               MOVE "  N/A" TO DR-PRIOR-RATE-X
               MOVE "NO PRIOR" TO DR-CHANGE-WORD
               MOVE SPACES TO DR-CHANGE-X
           ELSE
               MOVE QO-PRIOR-RATE (WS-OFFICE-SUB) TO DR-PRIOR-RATE
               COMPUTE WS-RATE-CHANGE =
                   QO-REJECT-RATE (WS-OFFICE-SUB)
                   - QO-PRIOR-RATE (WS-OFFICE-SUB)
               EVALUATE TRUE
                   WHEN WS-RATE-CHANGE > ZERO
                       MOVE "WORSE" TO DR-CHANGE-WORD
                       MOVE WS-RATE-CHANGE TO DR-CHANGE
                   WHEN WS-RATE-CHANGE < ZERO
                       MOVE "BETTER" TO DR-CHANGE-WORD
                       MOVE WS-RATE-CHANGE TO DR-CHANGE
                   WHEN OTHER
                       MOVE "SAME" TO DR-CHANGE-WORD
                       MOVE SPACES TO DR-CHANGE-X
               END-EVALUATE
           END-IF
           WRITE QUAL-RPT-LINE FROM WS-DETAIL-LINE-1
               BEFORE ADVANCING 1 LINE

           MOVE QO-SUSP-BLANK (WS-OFFICE-SUB) TO DR-SUSP-BLANK
           MOVE QO-SUSP-NON-NUMERIC (WS-OFFICE-SUB)
               TO DR-SUSP-NON-NUMERIC
           MOVE QO-SUSP-BAD-SOURCE (WS-OFFICE-SUB)
               TO DR-SUSP-BAD-SOURCE
           WRITE QUAL-RPT-LINE FROM WS-DETAIL-LINE-2
               BEFORE ADVANCING 1 LINE

           MOVE QO-RELEASED (WS-OFFICE-SUB) TO DR-RELEASED
           MOVE QO-WRITTEN-OFF (WS-OFFICE-SUB) TO DR-WRITTEN-OFF
           IF QO-AGED-RESOLVED (WS-OFFICE-SUB) = ZERO
               MOVE "  N/A" TO DR-AVG-AGE-X
           ELSE
               COMPUTE WS-AVG-AGE ROUNDED =
                   QO-AGE-TOTAL (WS-OFFICE-SUB)
                   / QO-AGED-RESOLVED (WS-OFFICE-SUB)
               MOVE WS-AVG-AGE TO DR-AVG-AGE
           END-IF
           MOVE QO-OPEN (WS-OFFICE-SUB) TO DR-OPEN
           MOVE QO-OPEN-PAST-LIMIT (WS-OFFICE-SUB) TO DR-PAST-LIMIT
           WRITE QUAL-RPT-LINE FROM WS-DETAIL-LINE-3
               BEFORE ADVANCING 2 LINES

           ADD QO-RECEIVED (WS-OFFICE-SUB) TO WS-TOTAL-RECEIVED
           ADD QO-SUSPENDED (WS-OFFICE-SUB) TO WS-TOTAL-SUSPENDED
           ADD QO-RELEASED (WS-OFFICE-SUB) TO WS-TOTAL-RELEASED
           ADD QO-WRITTEN-OFF (WS-OFFICE-SUB) TO WS-TOTAL-WRITTEN-OFF
           ADD QO-OPEN (WS-OFFICE-SUB) TO WS-TOTAL-OPEN
           ADD QO-OPEN-PAST-LIMIT (WS-OFFICE-SUB)
               TO WS-TOTAL-PAST-LIMIT.
       6200-PRINT-ONE-OFFICE-EXIT.
           EXIT.

       6500-PRINT-TOTALS.
           MOVE "OFFICES SCORED:" TO SM-LABEL
           MOVE WS-OFFICE-COUNT TO SM-COUNT
           WRITE QUAL-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "RECORDS RECEIVED:" TO SM-LABEL
           MOVE WS-TOTAL-RECEIVED TO SM-COUNT
           WRITE QUAL-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "RECORDS SUSPENDED:" TO SM-LABEL
           MOVE WS-TOTAL-SUSPENDED TO SM-COUNT
           WRITE QUAL-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           IF WS-TOTAL-RECEIVED > ZERO
               COMPUTE WS-TOTAL-RATE ROUNDED =
                   WS-TOTAL-SUSPENDED * 100 / WS-TOTAL-RECEIVED
           END-IF
           MOVE "OVERALL REJECT RATE (%):" TO RL-LABEL
           MOVE WS-TOTAL-RATE TO RL-RATE
           WRITE QUAL-RPT-LINE FROM WS-RATE-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "SUSPENDED RECORDS RELEASED:" TO SM-LABEL
           MOVE WS-TOTAL-RELEASED TO SM-COUNT
           WRITE QUAL-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "SUSPENDED RECORDS WRITTEN OFF:" TO SM-LABEL
           MOVE WS-TOTAL-WRITTEN-OFF TO SM-COUNT
           WRITE QUAL-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "STILL OPEN ON SUSPENSE:" TO SM-LABEL
           MOVE WS-TOTAL-OPEN TO SM-COUNT
           WRITE QUAL-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "  OF WHICH PAST THE AGE LIMIT:" TO SM-LABEL
           MOVE WS-TOTAL-PAST-LIMIT TO SM-COUNT
           WRITE QUAL-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE.
       6500-PRINT-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-FIND-OFFICE: THE ENTRY FOR WS-FIND-SOURCE, OR THE
      *                   NOT-ON-SRCTAB ENTRY WHEN THERE IS NONE.
      *----------------------------------------------------------------
       7000-FIND-OFFICE.
           MOVE ZERO TO WS-OFFICE-HIT
           MOVE 1 TO WS-OFFICE-SUB
           PERFORM 7100-MATCH-ONE-OFFICE
               THRU 7100-MATCH-ONE-OFFICE-EXIT
               UNTIL WS-OFFICE-SUB > WS-OFFICE-COUNT
                  OR WS-OFFICE-HIT > ZERO
           IF WS-OFFICE-HIT = ZERO
               MOVE WS-UNKNOWN-SUB TO WS-OFFICE-HIT
           END-IF.
       7000-FIND-OFFICE-EXIT.
           EXIT.

       7100-MATCH-ONE-OFFICE.
           IF QO-SOURCE-CODE (WS-OFFICE-SUB) = WS-FIND-SOURCE
               MOVE WS-OFFICE-SUB TO WS-OFFICE-HIT
           END-IF
           ADD 1 TO WS-OFFICE-SUB.
       7100-MATCH-ONE-OFFICE-EXIT.
           EXIT.
