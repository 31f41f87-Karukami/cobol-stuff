      *            RETURN-CODE 4 (WARNING) WHEN ANYTHING WENT TO
      *            SUSPENSE, SO THE JOB STREAM STILL RUNS IFELSE BUT
      *            THE CONDITION CODE FLAGS THE REJECTS.
      *
      *            EVERY OFFICE SENDS A MANIFEST ROW WITH ITS FEED
      *            (SEE MANIFEST.cpy). A FIRST PASS OVER RAWNUM
      *            TALLIES EACH SOURCE'S RECORDS AND VALUE HASH,
      *            CLEAN AND SUSPENDED ALIKE, AND BALANCES THEM TO
      *            THE MANIFEST BEFORE ANYTHING IS WRITTEN. A SOURCE
      *            THAT IS OUT OF BALANCE, OR SENT NO MANIFEST, IS
      *            HELD: THE DAY STOPS WITH RETURN-CODE 6 AND NOTHING
      *            WRITTEN, SO CUSTBAT NEVER CLASSIFIES A PARTIAL DAY
      *            BY ACCIDENT. RESUBMITTED WITH PARM='PARTIAL', THE
      *            DAY RUNS WITHOUT THE HELD SOURCES -- THEIR CLEAN
      *            RECORDS GO TO THE NUMHOLD FILE (SEE NUMHOLD.cpy)
      *            INSTEAD OF NUMIN -- AND A LATER RUN RELEASES THEM,
      *            NOTHING RE-KEYED, WHEN A LATE OR CORRECTED MANIFEST
      *            BALANCES THEM OR WHEN THE OPERATOR SAYS SO WITH
      *            PARM='RELEASE=XXX' (OR 'RELEASE=ALL').
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *                    WOULD CLASSIFY UNDER THE WRONG OFFICE'S
      *                    CUTOFFS DOWNSTREAM. SUSPENSE RECORDS WIDEN
      *                    TO CARRY THE FULL FIVE BYTES AS RECEIVED.
      *   2026-10-15  LB   BALANCES EACH SOURCE TO ITS UPSTREAM
      *                    MANIFEST BEFORE NUMIN IS WRITTEN. A SOURCE
      *                    OUT OF BALANCE OR WITHOUT A MANIFEST STOPS
      *                    THE DAY (RC=6, NOTHING WRITTEN) UNLESS
      *                    PARM='PARTIAL', WHEN IT IS HELD ON NUMHOLD
      *                    INSTEAD. HELD SOURCES RELEASE ON A LATER
      *                    RUN WHEN THEIR MANIFEST BALANCES OR ON
      *                    PARM='RELEASE=XXX'. THE NUMRELSE RELEASE
      *                    FILE NOW HAS ITS OWN DD INSTEAD OF RIDING
      *                    IN THE RAWNUM CONCATENATION, SO RECORDS
      *                    RELEASED OFF SUSPENSE ARE NOT COUNTED
      *                    AGAINST TODAY'S MANIFESTS. THE BALANCE,
      *                    AND WHAT HAPPENED TO EARLIER HOLDS, PRINT
      *                    AHEAD OF THE REJECT DETAIL ON NUMEDIT.RPT.
      *   2026-10-15  LB   THE DAY CAN NOW HAVE MORE THAN ONE
      *                    PROCESSING CYCLE (SEE CYCLECTL.cpy, WRITTEN
      *                    BY RUNGUARD). EVERY NUMIN RECORD CARRIES
      *                    THE RUN'S CYCLE; EACH SOURCE BALANCES TO
      *                    ITS MANIFEST ROW FOR TODAY AND THIS CYCLE;
      *                    HOLDS ARE KEYED BY SOURCE, DATE AND CYCLE,
      *                    SO AN AFTERNOON RUN LEAVES A MORNING HOLD
      *                    ALONE (ONLY A RE-EDIT OF THE SAME CYCLE
      *                    SUPERSEDES IT). FROM CYCLE 2 ON, A SOURCE
      *                    WITH NEITHER RECORDS NOR A MANIFEST FOR THE
      *                    CYCLE IS NOT DUE AND BALANCES CLEAN.
      *                    JOURNAL ROWS CARRY THE CYCLE.
      *   2026-10-15  LB   A DAY THAT GOES AHEAD NOW APPENDS ONE ROW
      *                    PER SOURCE CODE ON THE FEED TO THE NEW
      *                    NUMBAL DATASET (SEE NUMBAL.cpy) -- RECORDS
      *                    RECEIVED AND RECORDS SUSPENDED UNDER EACH
      *                    REASON -- FOR THE MONTHLY PER-OFFICE
      *                    SCORECARD (QUALRPT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "NUMEDIT".
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAW-FILE-STATUS.

      * RECORDS CORRECTED AND RELEASED OFF SUSPENSE THROUGH SUSPWORK.
      * THEY BALANCED (AS SUSPENDED) ON THE DAY THEY FIRST ARRIVED, SO
      * THEY GO THROUGH THE EDIT BUT NOT THROUGH TODAY'S MANIFESTS.
           SELECT RELEASE-FILE ASSIGN TO "NUMRELSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.

      * THE OFFICES' MANIFESTS (SEE MANIFEST.cpy) -- TODAY'S, PLUS ANY
      * LATE OR CORRECTED ROW FOR A SOURCE STILL ON HOLD.
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

           SELECT NUM-OUT-FILE ASSIGN TO "NUMIN"
               ORGANIZATION IS SEQUENTIAL.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

      * HELD SOURCES (SEE NUMHOLD.cpy). THE RUN READS WHAT EARLIER
      * RUNS HELD AND WRITES WHAT IS STILL HELD, PLUS TODAY'S HOLDS,
      * TO NUMHOLD.NEW; THE JOB STREAM COPIES THAT BACK OVER NUMHOLD
      * ONLY AFTER A RUN THAT WENT AHEAD.
           SELECT HOLD-IN-FILE ASSIGN TO "NUMHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-FILE-STATUS.

           SELECT HOLD-OUT-FILE ASSIGN TO "NUMHOLD.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-OUT-FILE-STATUS.

           SELECT EDIT-RPT-FILE ASSIGN TO "NUMEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * THE DATE AND CYCLE RUNGUARD CLEARED THIS SUBMISSION FOR (SEE
      * CYCLECTL.cpy).
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.

      * THE DAY'S FEED TALLIED BY SOURCE (SEE NUMBAL.cpy) -- ONE ROW
      * PER SOURCE CODE APPENDED EACH DAY THAT GOES AHEAD, KEPT FOR
      * THE MONTHLY PER-OFFICE SCORECARD.
           SELECT SOURCE-TALLY-FILE ASSIGN TO "NUMBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TALLY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5 CHARACTERS.
       01  RAW-RECORD                   PIC X(05).

       FD  RELEASE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5 CHARACTERS.
       01  RELEASE-RECORD               PIC X(05).

       FD  MANIFEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
           COPY "MANIFEST.cpy".

      * THE CLEAN FEED, LAID OUT EXACTLY AS IFELSE'S NUM-FILE EXPECTS
      * IT -- EVERY RECORD WRITTEN HERE HAS ALREADY PASSED THE EDIT.
       FD  NUM-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  NUM-OUT-RECORD.
           05  NUM-OUT-SOURCE-CODE      PIC X(03).
           05  NUM-OUT-VALUE            PIC 9(02).
           05  NUM-OUT-CYCLE            PIC 9(01).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 15 CHARACTERS.
           COPY "NUMSUSP.cpy".

       FD  HOLD-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 53 CHARACTERS.
           COPY "NUMHOLD.cpy".

       FD  HOLD-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 53 CHARACTERS.
       01  HOLD-OUT-RECORD              PIC X(53).

       FD  SOURCE-TABLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY "RUNJRNL.cpy".

       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
           COPY "CYCLECTL.cpy".

       FD  SOURCE-TALLY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
           COPY "NUMBAL.cpy".

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  END-OF-RAW-FILE                     VALUE "Y".
       77  WS-RAW-FILE-STATUS           PIC X(02) VALUE "00".
           88  RAW-FILE-OK                         VALUE "00".
       77  WS-FEED-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  FEED-IS-OPEN                        VALUE "Y".
       77  WS-SUSP-FILE-STATUS          PIC X(02) VALUE "00".
           88  SUSP-FILE-OK                        VALUE "00".
       77  WS-RELEASE-FILE-STATUS       PIC X(02) VALUE "00".
           88  RELEASE-FILE-OK                     VALUE "00".
       77  WS-RELEASE-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-RELEASE-FILE                 VALUE "Y".

      * THE RECORD UNDER EDIT, WHICHEVER FILE IT CAME FROM.
       01  WS-EDIT-RECORD.
           05  WS-EDIT-SOURCE-CODE      PIC X(03).
           05  WS-EDIT-VALUE            PIC X(02).
           05  WS-EDIT-VALUE-N REDEFINES WS-EDIT-VALUE
                                        PIC 9(02).
       77  WS-INPUT-SWITCH              PIC X(01) VALUE "F".
           88  EDITING-FEED                        VALUE "F".
           88  EDITING-RELEASES                    VALUE "R".

       77  WS-RECORDS-READ              PIC 9(06) VALUE ZERO.
       77  WS-RECORDS-ACCEPTED          PIC 9(06) VALUE ZERO.
       77  WS-RECORDS-REJECTED          PIC 9(06) VALUE ZERO.
       77  WS-RECORDS-HELD              PIC 9(06) VALUE ZERO.
       77  WS-HOLDS-RELEASED            PIC 9(06) VALUE ZERO.

      * REASON CODES STAMPED ON SUSPENSE RECORDS AND PRINTED BESIDE
      * THE REJECT ON THE EDIT REPORT.
           88  END-OF-SRCTAB                       VALUE "Y".
       77  WS-SOURCE-COUNT              PIC 9(01) VALUE ZERO.
       77  WS-SRC-SUB                   PIC 9(01) VALUE ZERO.
       77  WS-MATCH-SUB                 PIC 9(01) VALUE ZERO.
       77  WS-SOURCE-OK-SWITCH          PIC X(01) VALUE "N".
           88  SOURCE-IS-KNOWN                     VALUE "Y".
       01  WS-KNOWN-SOURCES.
           05  WS-KNOWN-SOURCE OCCURS 5 TIMES
                                        PIC X(03).

      * ONE BALANCE ENTRY PER KNOWN SOURCE, PARALLEL TO THE TABLE
      * ABOVE: WHAT ARRIVED ON THE FEED (CLEAN PLUS SUSPENDED), WHAT
      * THE MANIFEST CLAIMED, AND WHETHER THE SOURCE PASSES TO NUMIN
      * OR IS HELD. BALANCE CODES MATCH HD-HOLD-REASON ON NUMHOLD.
       01  WS-SOURCE-BALANCES           VALUE ZEROS.
           05  WS-SOURCE-BALANCE OCCURS 5 TIMES.
               10  WB-RECEIVED-COUNT    PIC 9(06).
               10  WB-RECEIVED-HASH     PIC 9(10).
               10  WB-SUSPENDED-COUNT   PIC 9(06).
               10  WB-MANIFEST-COUNT    PIC 9(06).
               10  WB-MANIFEST-HASH     PIC 9(10).
               10  WB-BALANCE-CODE      PIC X(02).
                   88  WB-BALANCED                 VALUE "00".
               10  WB-DISPOSITION       PIC X(01).
                   88  WB-SOURCE-HELD              VALUE "H".
       77  WS-HELD-SOURCES              PIC 9(01) VALUE ZERO.
       77  WS-DAY-SWITCH                PIC X(01) VALUE "N".
           88  DAY-IS-STOPPED                      VALUE "Y".

      * THE MANIFEST ROWS, LOADED AT START-UP. A LATER ROW FOR THE
      * SAME SOURCE, DATE AND CYCLE REPLACES AN EARLIER ONE.
       77  WS-MANIFEST-FILE-STATUS      PIC X(02) VALUE "00".
           88  MANIFEST-FILE-OK                    VALUE "00".
       77  WS-MANIFEST-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-MANIFEST                     VALUE "Y".
       77  WS-MANIFEST-ROWS             PIC 9(02) VALUE ZERO.
       77  WS-MAN-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-MAN-FOUND-SUB             PIC 9(02) VALUE ZERO.
       77  WS-FIND-SOURCE               PIC X(03) VALUE SPACES.
       77  WS-FIND-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-FIND-CYCLE                PIC 9(01) VALUE ZERO.
       01  WS-MANIFEST-TABLE.
           05  WS-MANIFEST-ENTRY OCCURS 20 TIMES.
               10  WM-SOURCE-CODE       PIC X(03).
               10  WM-BUSINESS-DATE     PIC 9(08).
               10  WM-CYCLE             PIC 9(01).
               10  WM-RECORD-COUNT      PIC 9(06).
               10  WM-VALUE-HASH        PIC 9(10).

      * WHAT EARLIER RUNS LEFT ON HOLD, ONE ENTRY PER CONTROL ROW, AND
      * WHAT THIS RUN DECIDED FOR EACH: "R" RELEASED (MANIFEST NOW
      * BALANCES), "F" RELEASED BY PARM, "S" SUPERSEDED (TODAY'S OWN
      * FEED IS BEING RE-EDITED), "H" STILL HELD. A GROUP PAST THE
      * TABLE'S END STAYS HELD UNTOUCHED.
       77  WS-HOLD-IN-FILE-STATUS       PIC X(02) VALUE "00".
           88  HOLD-IN-FILE-OK                     VALUE "00".
       77  WS-HOLD-OUT-FILE-STATUS      PIC X(02) VALUE "00".
           88  HOLD-OUT-FILE-OK                    VALUE "00".
       77  WS-HOLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-HOLD-FILE                    VALUE "Y".
       77  WS-PRIOR-HOLD-COUNT          PIC 9(02) VALUE ZERO.
       77  WS-HOLD-SUB                  PIC 9(02) VALUE ZERO.
       77  WS-HOLD-FOUND-SUB            PIC 9(02) VALUE ZERO.
       01  WS-PRIOR-HOLD-TABLE.
           05  WS-PRIOR-HOLD OCCURS 20 TIMES.
               10  WP-SOURCE-CODE       PIC X(03).
               10  WP-BUSINESS-DATE     PIC 9(08).
               10  WP-CYCLE             PIC 9(01).
               10  WP-HOLD-REASON       PIC X(02).
               10  WP-RECEIVED-COUNT    PIC 9(06).
               10  WP-RECEIVED-HASH     PIC 9(10).
               10  WP-MANIFEST-COUNT    PIC 9(06).
               10  WP-MANIFEST-HASH     PIC 9(10).
               10  WP-HELD-COUNT        PIC 9(06).
               10  WP-DISPOSITION       PIC X(01).
                   88  WP-RELEASED                 VALUE "R" "F".
                   88  WP-SUPERSEDED               VALUE "S".
               10  WP-RECORDS-MOVED     PIC 9(06).

      * PARM='PARTIAL' IS THE OPERATOR SAYING, ON THE RECORD, TO RUN
      * THE DAY WITHOUT THE SOURCES THAT DID NOT BALANCE.
      * PARM='RELEASE=XXX' ACCEPTS SOURCE XXX AS IT STANDS -- TODAY'S
      * FEED AND ANYTHING HELD FROM EARLIER -- AND 'RELEASE=ALL' DOES
      * THE SAME FOR EVERY SOURCE.
       77  WS-PARM-TEXT                 PIC X(11) VALUE SPACES.
           88  PARTIAL-AUTHORIZED                  VALUE "PARTIAL"
                                                         "partial".
       77  WS-RELEASE-SOURCE            PIC X(03) VALUE SPACES.
           88  RELEASE-EVERY-SOURCE                VALUE "ALL"
                                                         "all".

       77  WS-JRNL-FILE-STATUS          PIC X(02) VALUE "00".
           88  JRNL-FILE-OK                        VALUE "00".
       77  WS-JRNL-TYPE                 PIC X(01) VALUE "S".
           05  WS-JRNL-DATE             PIC 9(08).
           05  WS-JRNL-TIME-RAW         PIC 9(08).

      * THIS RUN'S PROCESSING CYCLE -- 1 UNLESS CYCLECTL SAYS
      * OTHERWISE FOR TODAY.
       77  WS-CYC-FILE-STATUS           PIC X(02) VALUE "00".
           88  CYC-FILE-OK                         VALUE "00".
       77  WS-RUN-CYCLE                 PIC 9(01) VALUE 1.

      * TODAY'S FEED BY SOURCE CODE AS RECEIVED -- ON SRCTAB OR NOT --
      * WITH ITS SUSPENSIONS BY REASON, FOR THE NUMBAL ROWS. THE
      * RELEASES ARE NOT TALLIED; THEY WERE COUNTED THE DAY THEY
      * FIRST ARRIVED. A CODE PAST THE TABLE'S END IS COUNTED AS LOST
      * AND ANNOUNCED.
       77  WS-TALLY-FILE-STATUS         PIC X(02) VALUE "00".
           88  TALLY-FILE-OK                       VALUE "00".
       77  WS-TALLY-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-TALLY-SUB                 PIC 9(02) VALUE ZERO.
       77  WS-TALLY-FOUND-SUB           PIC 9(02) VALUE ZERO.
       77  WS-TALLY-LOST                PIC 9(06) VALUE ZERO.
       01  WS-FEED-TALLY-TABLE          VALUE ZEROS.
           05  WS-FEED-TALLY OCCURS 20 TIMES.
               10  WF-SOURCE-CODE       PIC X(03).
               10  WF-RECEIVED-COUNT    PIC 9(06).
               10  WF-SUSP-BLANK        PIC 9(06).
               10  WF-SUSP-NON-NUMERIC  PIC 9(06).
               10  WF-SUSP-BAD-SOURCE   PIC 9(06).

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
           05  WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(10) VALUE "NUMEDIT".
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  DL-REASON-TEXT           PIC X(30).

       01  WS-BALANCE-HEADING.
           05  FILLER                   PIC X(05) VALUE "SRC".
           05  FILLER                   PIC X(10) VALUE "RECEIVED".
           05  FILLER                   PIC X(10) VALUE "MANIFEST".
           05  FILLER                   PIC X(12) VALUE "  VALUE HASH".
           05  FILLER                   PIC X(12) VALUE "   MAN. HASH".
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE "RESULT".

       01  WS-BALANCE-LINE.
           05  BL-SOURCE-CODE           PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BL-RECEIVED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BL-MANIFEST-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BL-RECEIVED-HASH         PIC Z(9)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BL-MANIFEST-HASH         PIC Z(9)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BL-RESULT                PIC X(24).

       01  WS-PRIOR-HOLD-HEADING.
           05  FILLER                   PIC X(05) VALUE "SRC".
           05  FILLER                   PIC X(11) VALUE "BUS.DATE CY".
           05  FILLER                   PIC X(09) VALUE "   HELD".
           05  FILLER                   PIC X(06) VALUE "RESULT".

       01  WS-PRIOR-HOLD-LINE.
           05  PL-SOURCE-CODE           PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-CYCLE                 PIC 9(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-HELD-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PL-RESULT                PIC X(34).

       01  WS-NOTE-LINE.
           05  NL-TEXT                  PIC X(78).

       01  WS-SUMMARY-LINE.
           05  SL-LABEL                 PIC X(30).
           05  SL-COUNT                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: DRIVES THE EDIT FROM OPEN TO CLOSE -- A FIRST
      *                PASS OVER THE FEED TO BALANCE EVERY SOURCE TO
      *                ITS MANIFEST, THEN, UNLESS THAT STOPPED THE DAY,
      *                THE EARLIER HOLDS, THE RELEASES, AND A SECOND
      *                PASS THAT WRITES THE FEED OUT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 1600-TALLY-ONE-RECORD
               THRU 1600-TALLY-ONE-RECORD-EXIT
               UNTIL END-OF-RAW-FILE
           PERFORM 1700-BALANCE-SOURCES
               THRU 1700-BALANCE-SOURCES-EXIT
           IF NOT DAY-IS-STOPPED
               PERFORM 1800-OPEN-DAY-FILES
                   THRU 1800-OPEN-DAY-FILES-EXIT
               PERFORM 5000-RELEASE-PRIOR-HOLDS
                   THRU 5000-RELEASE-PRIOR-HOLDS-EXIT
               WRITE EDIT-RPT-LINE FROM WS-HEADING-LINE-2
                   BEFORE ADVANCING 1 LINE
               PERFORM 2050-EDIT-RELEASES
                   THRU 2050-EDIT-RELEASES-EXIT
               PERFORM 2080-REOPEN-FEED
                   THRU 2080-REOPEN-FEED-EXIT
               PERFORM 2000-EDIT-ONE-RECORD
                   THRU 2000-EDIT-ONE-RECORD-EXIT
                   UNTIL END-OF-RAW-FILE
           END-IF
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INITIALIZE: OPENS THE FEED AND THE REPORT, LOADS THE
      *                  SOURCE TABLE AND THE MANIFESTS, AND READS THE
      *                  FIRST RECORD FOR THE BALANCING PASS. NUMIN IS
      *                  OPENED HERE EVEN WHEN THE DAY WILL STOP, SO A
      *                  STOPPED DAY LEAVES IT EMPTY RATHER THAN
      *                  HOLDING YESTERDAY'S FEED FOR RECONCIL TO
      *                  BALANCE AGAIN. THE SUSPENSE AND HOLD FILES
      *                  WAIT FOR 1800 -- A STOPPED DAY WRITES NEITHER.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-TEXT (1:8) = "RELEASE=" OR "release="
               MOVE WS-PARM-TEXT (9:3) TO WS-RELEASE-SOURCE
           END-IF
           PERFORM 1050-READ-CYCLE-CONTROL
               THRU 1050-READ-CYCLE-CONTROL-EXIT
           MOVE "S" TO WS-JRNL-TYPE
           PERFORM 8500-WRITE-JOURNAL
               THRU 8500-WRITE-JOURNAL-EXIT
               DISPLAY "NUMEDIT: CANNOT OPEN RAWNUM FEED, STATUS "
                   WS-RAW-FILE-STATUS " -- NOTHING EDITED."
               SET END-OF-RAW-FILE TO TRUE
           ELSE
               SET FEED-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT NUM-OUT-FILE
           OPEN OUTPUT EDIT-RPT-FILE
           PERFORM 1100-WRITE-HEADING
               THRU 1100-WRITE-HEADING-EXIT
           PERFORM 1200-LOAD-SOURCE-TABLE
               THRU 1200-LOAD-SOURCE-TABLE-EXIT
           PERFORM 1400-LOAD-MANIFESTS
               THRU 1400-LOAD-MANIFESTS-EXIT
           IF NOT END-OF-RAW-FILE
               PERFORM 2100-READ-RAW-FILE
                   THRU 2100-READ-RAW-FILE-EXIT
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-READ-CYCLE-CONTROL: TAKES THE RUN'S CYCLE OFF CYCLECTL.
      *                          NO FILE, OR ONE RUNGUARD WROTE FOR
      *                          AN EARLIER DATE, IS CYCLE 1 -- THE
      *                          LATTER SAID, SINCE IT MEANS THE
      *                          GUARD DID NOT RUN IN FRONT OF THIS
      *                          STEP TODAY.
      *----------------------------------------------------------------
       1050-READ-CYCLE-CONTROL.
           MOVE 1 TO WS-RUN-CYCLE
           OPEN INPUT CYCLE-CONTROL-FILE
           IF NOT CYC-FILE-OK
               GO TO 1050-READ-CYCLE-CONTROL-EXIT
           END-IF
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE SPACES TO CYCLE-CONTROL-RECORD
           END-READ
           CLOSE CYCLE-CONTROL-FILE
           IF CY-RUN-DATE IS NUMERIC
               AND CY-RUN-DATE = WS-RUN-DATE-N
               AND CY-CYCLE IS NUMERIC
               AND CY-CYCLE > ZERO
               MOVE CY-CYCLE TO WS-RUN-CYCLE
           ELSE
               DISPLAY "NUMEDIT: CYCLECTL IS NOT FOR TODAY -- "
                   "EDITING AS CYCLE 1."
           END-IF.
       1050-READ-CYCLE-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-SOURCE-TABLE: LOADS THE KNOWN SOURCE CODES OFF THE
      *                         SRCTAB CONTROL FILE. A MISSING OR
           EXIT.

      *----------------------------------------------------------------
      * 1100-WRITE-HEADING: RUN DATE AT THE TOP OF THE EDIT REPORT.
      *                     THE BALANCE, HOLD, AND REJECT SECTIONS
      *                     EACH WRITE THEIR OWN COLUMN HEADINGS.
      *----------------------------------------------------------------
       1100-WRITE-HEADING.
           MOVE WS-RUN-YYYY TO HL1-YYYY
           MOVE WS-RUN-MM TO HL1-MM
           MOVE WS-RUN-DD TO HL1-DD
           WRITE EDIT-RPT-LINE FROM WS-HEADING-LINE-1
               BEFORE ADVANCING 2 LINES.
       1100-WRITE-HEADING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-MANIFESTS: LOADS THE MANIFEST ROWS. NO MANIFEST
      *                      DATASET MEANS NO SOURCE HAS A MANIFEST,
      *                      AND EVERY SOURCE IS HELD -- THE SAME
      *                      CHOICE AS A MISSING SRCTAB: A HELD DAY IS
      *                      RECOVERABLE, AN UNBALANCED ONE WAVED
      *                      THROUGH IS NOT. A ROW WITH A NON-NUMERIC
      *                      COUNT OR HASH IS DROPPED AND ANNOUNCED.
      *----------------------------------------------------------------
       1400-LOAD-MANIFESTS.
           OPEN INPUT MANIFEST-FILE
           IF NOT MANIFEST-FILE-OK
               DISPLAY "NUMEDIT: MANIFEST FILE UNAVAILABLE, STATUS "
                   WS-MANIFEST-FILE-STATUS
                   " -- NO SOURCE CAN BALANCE."
               GO TO 1400-LOAD-MANIFESTS-EXIT
           END-IF
           PERFORM 1450-READ-MANIFEST
               THRU 1450-READ-MANIFEST-EXIT
           PERFORM 1500-ADD-ONE-MANIFEST
               THRU 1500-ADD-ONE-MANIFEST-EXIT
               UNTIL END-OF-MANIFEST
           CLOSE MANIFEST-FILE.
       1400-LOAD-MANIFESTS-EXIT.
           EXIT.

       1450-READ-MANIFEST.
           READ MANIFEST-FILE
               AT END
                   SET END-OF-MANIFEST TO TRUE
           END-READ.
       1450-READ-MANIFEST-EXIT.
           EXIT.

       1500-ADD-ONE-MANIFEST.
           IF MF-BUSINESS-DATE NOT NUMERIC
               OR MF-RECORD-COUNT NOT NUMERIC
               OR MF-VALUE-HASH NOT NUMERIC
               DISPLAY "NUMEDIT: MANIFEST ROW FOR SOURCE "
                   MF-SOURCE-CODE " IS NOT NUMERIC -- IGNORED."
               GO TO 1500-NEXT-MANIFEST
           END-IF
           MOVE MF-SOURCE-CODE TO WS-FIND-SOURCE
           MOVE MF-BUSINESS-DATE TO WS-FIND-DATE
           IF MF-CYCLE IS NUMERIC
               AND MF-CYCLE NOT = "0"
               MOVE MF-CYCLE TO WS-FIND-CYCLE
           ELSE
               MOVE 1 TO WS-FIND-CYCLE
           END-IF
           PERFORM 1780-FIND-MANIFEST
               THRU 1780-FIND-MANIFEST-EXIT
           IF WS-MAN-FOUND-SUB = ZERO
               IF WS-MANIFEST-ROWS < 20
                   ADD 1 TO WS-MANIFEST-ROWS
                   MOVE WS-MANIFEST-ROWS TO WS-MAN-FOUND-SUB
               ELSE
                   DISPLAY "NUMEDIT: MANIFEST TABLE FULL -- ROW FOR "
                       MF-SOURCE-CODE " " MF-BUSINESS-DATE
                       " CYCLE " WS-FIND-CYCLE " NOT LOADED."
                   GO TO 1500-NEXT-MANIFEST
               END-IF
           END-IF
           MOVE MF-SOURCE-CODE
               TO WM-SOURCE-CODE (WS-MAN-FOUND-SUB)
           MOVE MF-BUSINESS-DATE
               TO WM-BUSINESS-DATE (WS-MAN-FOUND-SUB)
           MOVE WS-FIND-CYCLE TO WM-CYCLE (WS-MAN-FOUND-SUB)
           MOVE MF-RECORD-COUNT
               TO WM-RECORD-COUNT (WS-MAN-FOUND-SUB)
           MOVE MF-VALUE-HASH
               TO WM-VALUE-HASH (WS-MAN-FOUND-SUB).
       1500-NEXT-MANIFEST.
           PERFORM 1450-READ-MANIFEST
               THRU 1450-READ-MANIFEST-EXIT.
       1500-ADD-ONE-MANIFEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-TALLY-ONE-RECORD: THE BALANCING PASS. COUNTS THE RECORD
      *                        AGAINST ITS SOURCE -- CLEAN OR NOT,
      *                        SINCE THE OFFICE COUNTED EVERYTHING IT
      *                        SENT -- AND ADDS A NUMERIC VALUE TO THE
      *                        SOURCE'S HASH. NOTHING IS WRITTEN. A
      *                        RECORD WITH NO KNOWN SOURCE BELONGS TO
      *                        NO MANIFEST AND ONLY SUSPENDS IN 2000.
      *----------------------------------------------------------------
       1600-TALLY-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           PERFORM 2400-CHECK-SOURCE
               THRU 2400-CHECK-SOURCE-EXIT
           IF SOURCE-IS-KNOWN
               ADD 1 TO WB-RECEIVED-COUNT (WS-MATCH-SUB)
               IF WS-EDIT-VALUE IS NUMERIC
                   ADD WS-EDIT-VALUE-N
                       TO WB-RECEIVED-HASH (WS-MATCH-SUB)
               ELSE
                   ADD 1 TO WB-SUSPENDED-COUNT (WS-MATCH-SUB)
               END-IF
           END-IF
           PERFORM 2100-READ-RAW-FILE
               THRU 2100-READ-RAW-FILE-EXIT.
       1600-TALLY-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1700-BALANCE-SOURCES: BALANCES EVERY KNOWN SOURCE TO ITS
      *                       MANIFEST ROW FOR TODAY AND THIS RUN'S
      *                       CYCLE AND PRINTS THE RESULT. ANY
      *                       SOURCE HELD STOPS THE DAY UNLESS THE
      *                       OPERATOR SUPPLIED PARM='PARTIAL'. CYCLE
      *                       1 EXPECTS EVERY SOURCE; A LATER CYCLE
      *                       EXPECTS ONLY THE SOURCES THAT SENT A
      *                       MANIFEST OR RECORDS FOR IT.
      *----------------------------------------------------------------
       1700-BALANCE-SOURCES.
           MOVE SPACES TO WS-NOTE-LINE
           STRING "MANIFEST BALANCE -- CYCLE " WS-RUN-CYCLE
               DELIMITED BY SIZE INTO NL-TEXT
           WRITE EDIT-RPT-LINE FROM WS-NOTE-LINE
               BEFORE ADVANCING 1 LINE
           WRITE EDIT-RPT-LINE FROM WS-BALANCE-HEADING
               BEFORE ADVANCING 1 LINE
           MOVE 1 TO WS-SRC-SUB
           PERFORM 1750-BALANCE-ONE-SOURCE
               THRU 1750-BALANCE-ONE-SOURCE-EXIT
               UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
           MOVE SPACES TO WS-NOTE-LINE
           WRITE EDIT-RPT-LINE FROM WS-NOTE-LINE
               BEFORE ADVANCING 1 LINE
           IF WS-HELD-SOURCES = ZERO
               GO TO 1700-BALANCE-SOURCES-EXIT
           END-IF
           IF PARTIAL-AUTHORIZED
               MOVE "PARM=PARTIAL -- THE DAY RUNS WITHOUT THE HELD"
                   TO NL-TEXT
               WRITE EDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE "SOURCES; THEIR CLEAN RECORDS GO TO NUMHOLD."
                   TO NL-TEXT
               WRITE EDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 2 LINES
               DISPLAY "NUMEDIT: " WS-HELD-SOURCES " SOURCE(S) HELD "
                   "TO NUMHOLD -- DAY RUN PARTIAL BY PARM=PARTIAL."
           ELSE
               SET DAY-IS-STOPPED TO TRUE
               MOVE "DAY STOPPED -- NOTHING WRITTEN TO NUMIN, NUMSUSP"
                   TO NL-TEXT
               WRITE EDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE "OR NUMHOLD. RESUBMIT ONCE THE MANIFESTS ARE RIGHT,"
                   TO NL-TEXT
               WRITE EDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE "OR WITH PARM='PARTIAL' TO RUN THE DAY WITHOUT THE"
                   TO NL-TEXT
               WRITE EDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE "HELD SOURCES." TO NL-TEXT
               WRITE EDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 2 LINES
               DISPLAY "NUMEDIT: " WS-HELD-SOURCES " SOURCE(S) OUT "
                   "OF BALANCE WITH THEIR MANIFEST -- DAY STOPPED, "
                   "NOTHING WRITTEN. SEE NUMEDIT.RPT."
           END-IF.
       1700-BALANCE-SOURCES-EXIT.
           EXIT.

       1750-BALANCE-ONE-SOURCE.
           MOVE WS-KNOWN-SOURCE (WS-SRC-SUB) TO WS-FIND-SOURCE
           MOVE WS-RUN-DATE-N TO WS-FIND-DATE
           MOVE WS-RUN-CYCLE TO WS-FIND-CYCLE
           PERFORM 1780-FIND-MANIFEST
               THRU 1780-FIND-MANIFEST-EXIT
           IF WS-MAN-FOUND-SUB = ZERO
               IF WS-RUN-CYCLE > 1
                   AND WB-RECEIVED-COUNT (WS-SRC-SUB) = ZERO
                   MOVE "00" TO WB-BALANCE-CODE (WS-SRC-SUB)
               ELSE
                   MOVE "01" TO WB-BALANCE-CODE (WS-SRC-SUB)
               END-IF
           ELSE
               MOVE WM-RECORD-COUNT (WS-MAN-FOUND-SUB)
                   TO WB-MANIFEST-COUNT (WS-SRC-SUB)
               MOVE WM-VALUE-HASH (WS-MAN-FOUND-SUB)
                   TO WB-MANIFEST-HASH (WS-SRC-SUB)
               EVALUATE TRUE
                   WHEN WB-RECEIVED-COUNT (WS-SRC-SUB)
                       NOT = WB-MANIFEST-COUNT (WS-SRC-SUB)
                       MOVE "02" TO WB-BALANCE-CODE (WS-SRC-SUB)
                   WHEN WB-RECEIVED-HASH (WS-SRC-SUB)
                       NOT = WB-MANIFEST-HASH (WS-SRC-SUB)
                       MOVE "03" TO WB-BALANCE-CODE (WS-SRC-SUB)
                   WHEN OTHER
                       MOVE "00" TO WB-BALANCE-CODE (WS-SRC-SUB)
               END-EVALUATE
           END-IF

           MOVE SPACES TO WS-BALANCE-LINE
           MOVE WS-KNOWN-SOURCE (WS-SRC-SUB) TO BL-SOURCE-CODE
           MOVE WB-RECEIVED-COUNT (WS-SRC-SUB) TO BL-RECEIVED-COUNT
           MOVE WB-RECEIVED-HASH (WS-SRC-SUB) TO BL-RECEIVED-HASH
           IF WS-MAN-FOUND-SUB > ZERO
               MOVE WB-MANIFEST-COUNT (WS-SRC-SUB)
                   TO BL-MANIFEST-COUNT
               MOVE WB-MANIFEST-HASH (WS-SRC-SUB)
                   TO BL-MANIFEST-HASH
           END-IF
           EVALUATE TRUE
               WHEN WB-BALANCED (WS-SRC-SUB)
                   AND WS-MAN-FOUND-SUB = ZERO
                   MOVE "P" TO WB-DISPOSITION (WS-SRC-SUB)
                   MOVE "NOT DUE THIS CYCLE" TO BL-RESULT
               WHEN WB-BALANCED (WS-SRC-SUB)
                   MOVE "P" TO WB-DISPOSITION (WS-SRC-SUB)
                   MOVE "BALANCED" TO BL-RESULT
               WHEN RELEASE-EVERY-SOURCE
                   OR WS-RELEASE-SOURCE = WS-KNOWN-SOURCE (WS-SRC-SUB)
                   MOVE "P" TO WB-DISPOSITION (WS-SRC-SUB)
                   MOVE "ACCEPTED BY PARM=RELEASE" TO BL-RESULT
               WHEN OTHER
                   MOVE "H" TO WB-DISPOSITION (WS-SRC-SUB)
                   ADD 1 TO WS-HELD-SOURCES
                   EVALUATE WB-BALANCE-CODE (WS-SRC-SUB)
                       WHEN "01"
                           MOVE "HELD -- NO MANIFEST" TO BL-RESULT
                       WHEN "02"
                           MOVE "HELD -- COUNT OUT" TO BL-RESULT
                       WHEN OTHER
                           MOVE "HELD -- HASH OUT" TO BL-RESULT
                   END-EVALUATE
           END-EVALUATE
           WRITE EDIT-RPT-LINE FROM WS-BALANCE-LINE
               BEFORE ADVANCING 1 LINE
           ADD 1 TO WS-SRC-SUB.
       1750-BALANCE-ONE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1780-FIND-MANIFEST: LOOKS UP THE MANIFEST ROW FOR
      *                     WS-FIND-SOURCE, WS-FIND-DATE AND
      *                     WS-FIND-CYCLE; ZERO IN WS-MAN-FOUND-SUB
      *                     MEANS THERE IS NONE.
      *----------------------------------------------------------------
       1780-FIND-MANIFEST.
           MOVE ZERO TO WS-MAN-FOUND-SUB
           MOVE 1 TO WS-MAN-SUB
           PERFORM 1790-MATCH-ONE-MANIFEST
               THRU 1790-MATCH-ONE-MANIFEST-EXIT
               UNTIL WS-MAN-SUB > WS-MANIFEST-ROWS.
       1780-FIND-MANIFEST-EXIT.
           EXIT.

       1790-MATCH-ONE-MANIFEST.
           IF WM-SOURCE-CODE (WS-MAN-SUB) = WS-FIND-SOURCE
               AND WM-BUSINESS-DATE (WS-MAN-SUB) = WS-FIND-DATE
               AND WM-CYCLE (WS-MAN-SUB) = WS-FIND-CYCLE
               MOVE WS-MAN-SUB TO WS-MAN-FOUND-SUB
           END-IF
           ADD 1 TO WS-MAN-SUB.
       1790-MATCH-ONE-MANIFEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1800-OPEN-DAY-FILES: THE DAY IS GOING AHEAD -- OPENS THE
      *                      SUSPENSE FILE (EXTENDING WHATEVER IS
      *                      ALREADY WAITING TO BE WORKED, CREATED
      *                      FRESH THE FIRST TIME THROUGH) AND THE NEW
      *                      HOLD FILE, AND WRITES A CONTROL ROW FOR
      *                      EACH SOURCE HELD TODAY THAT SENT ANY CLEAN
      *                      RECORDS TO HOLD.
      *----------------------------------------------------------------
       1800-OPEN-DAY-FILES.
           OPEN EXTEND SUSPENSE-FILE
           IF NOT SUSP-FILE-OK
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           OPEN OUTPUT HOLD-OUT-FILE
           IF NOT HOLD-OUT-FILE-OK
               DISPLAY "NUMEDIT: CANNOT OPEN NUMHOLD.NEW, STATUS "
                   WS-HOLD-OUT-FILE-STATUS " -- RUN ABANDONED."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-SRC-SUB
           PERFORM 1850-WRITE-ONE-CONTROL
               THRU 1850-WRITE-ONE-CONTROL-EXIT
               UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.
       1800-OPEN-DAY-FILES-EXIT.
           EXIT.

       1850-WRITE-ONE-CONTROL.
           IF WB-SOURCE-HELD (WS-SRC-SUB)
               AND WB-RECEIVED-COUNT (WS-SRC-SUB)
                   > WB-SUSPENDED-COUNT (WS-SRC-SUB)
               MOVE SPACES TO HOLD-RECORD
               SET HD-CONTROL-ROW TO TRUE
               MOVE WS-KNOWN-SOURCE (WS-SRC-SUB) TO HD-SOURCE-CODE
               MOVE WS-RUN-DATE-N TO HD-BUSINESS-DATE
               MOVE WS-RUN-CYCLE TO HD-CYCLE
               MOVE WB-BALANCE-CODE (WS-SRC-SUB) TO HD-HOLD-REASON
               MOVE WB-RECEIVED-COUNT (WS-SRC-SUB)
                   TO HD-RECEIVED-COUNT
               MOVE WB-RECEIVED-HASH (WS-SRC-SUB)
                   TO HD-RECEIVED-HASH
               MOVE WB-MANIFEST-COUNT (WS-SRC-SUB)
                   TO HD-MANIFEST-COUNT
               MOVE WB-MANIFEST-HASH (WS-SRC-SUB)
                   TO HD-MANIFEST-HASH
               SUBTRACT WB-SUSPENDED-COUNT (WS-SRC-SUB)
                   FROM WB-RECEIVED-COUNT (WS-SRC-SUB)
                   GIVING HD-HELD-COUNT
               WRITE HOLD-OUT-RECORD FROM HOLD-RECORD
           END-IF
           ADD 1 TO WS-SRC-SUB.
       1850-WRITE-ONE-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-EDIT-ONE-RECORD: PASSES A CLEAN RECORD THROUGH TO NUMIN
      *                       -- OR, FOR A SOURCE HELD TODAY, TO THE
      *                       HOLD FILE -- OR DIVERTS IT TO SUSPENSE,
      *                       THEN READS THE NEXT ONE. THE EDITS
      *                       CASCADE -- BLANK RECORD, THEN NON-NUMERIC
      *                       VALUE, THEN UNKNOWN SOURCE -- AND 2300
      *                       STAMPS THE REASON FOR THE FIRST ONE THAT
      *                       FIRED. RELEASED RECORDS WERE BALANCED ON
      *                       THE DAY THEY FIRST ARRIVED AND ARE NEVER
      *                       HELD.
      *----------------------------------------------------------------
       2000-EDIT-ONE-RECORD.
           PERFORM 2400-CHECK-SOURCE
               THRU 2400-CHECK-SOURCE-EXIT
           IF EDITING-FEED
               PERFORM 2500-TALLY-FEED-RECORD
                   THRU 2500-TALLY-FEED-RECORD-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-EDIT-RECORD = SPACES
                   OR WS-EDIT-VALUE NOT NUMERIC
                   OR NOT SOURCE-IS-KNOWN
                   PERFORM 2300-REJECT-RECORD
                       THRU 2300-REJECT-RECORD-EXIT
               WHEN EDITING-FEED
                   AND WB-SOURCE-HELD (WS-MATCH-SUB)
                   PERFORM 2250-HOLD-RECORD
                       THRU 2250-HOLD-RECORD-EXIT
               WHEN OTHER
                   PERFORM 2200-ACCEPT-RECORD
                       THRU 2200-ACCEPT-RECORD-EXIT
           END-EVALUATE
           IF EDITING-RELEASES
               PERFORM 2060-READ-RELEASE-FILE
                   THRU 2060-READ-RELEASE-FILE-EXIT
           ELSE
               PERFORM 2100-READ-RAW-FILE
                   THRU 2100-READ-RAW-FILE-EXIT
           END-IF.
       2000-EDIT-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-EDIT-RELEASES: RUNS THE RELEASE FILE THROUGH THE EDIT
      *                     AHEAD OF THE DAY'S FEED. NO RELEASE FILE
      *                     IS NOTHING RELEASED.
      *----------------------------------------------------------------
       2050-EDIT-RELEASES.
           OPEN INPUT RELEASE-FILE
           IF NOT RELEASE-FILE-OK
               GO TO 2050-EDIT-RELEASES-EXIT
           END-IF
           SET EDITING-RELEASES TO TRUE
           PERFORM 2060-READ-RELEASE-FILE
               THRU 2060-READ-RELEASE-FILE-EXIT
           PERFORM 2000-EDIT-ONE-RECORD
               THRU 2000-EDIT-ONE-RECORD-EXIT
               UNTIL END-OF-RELEASE-FILE
           CLOSE RELEASE-FILE
           SET EDITING-FEED TO TRUE.
       2050-EDIT-RELEASES-EXIT.
           EXIT.

       2060-READ-RELEASE-FILE.
           READ RELEASE-FILE INTO WS-EDIT-RECORD
               AT END
                   SET END-OF-RELEASE-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       2060-READ-RELEASE-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2080-REOPEN-FEED: REWINDS THE FEED FOR THE WRITING PASS.
      *----------------------------------------------------------------
       2080-REOPEN-FEED.
           MOVE "N" TO WS-EOF-SWITCH
           IF NOT FEED-IS-OPEN
               SET END-OF-RAW-FILE TO TRUE
               GO TO 2080-REOPEN-FEED-EXIT
           END-IF
           CLOSE RAW-FILE
           OPEN INPUT RAW-FILE
           IF NOT RAW-FILE-OK
               DISPLAY "NUMEDIT: CANNOT REOPEN RAWNUM FEED, STATUS "
                   WS-RAW-FILE-STATUS " -- FEED NOT WRITTEN."
               MOVE "N" TO WS-FEED-OPEN-SWITCH
               SET END-OF-RAW-FILE TO TRUE
               GO TO 2080-REOPEN-FEED-EXIT
           END-IF
           PERFORM 2100-READ-RAW-FILE
               THRU 2100-READ-RAW-FILE-EXIT.
       2080-REOPEN-FEED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *                     EOF SWITCH WHEN THE FEED IS EXHAUSTED.
      *----------------------------------------------------------------
       2100-READ-RAW-FILE.
           READ RAW-FILE INTO WS-EDIT-RECORD
               AT END
                   SET END-OF-RAW-FILE TO TRUE
           END-READ.
      *                     THROUGH TO THE CLEAN NUMIN FEED AS IS.
      *----------------------------------------------------------------
       2200-ACCEPT-RECORD.
           MOVE WS-EDIT-SOURCE-CODE TO NUM-OUT-SOURCE-CODE
           MOVE WS-EDIT-VALUE TO NUM-OUT-VALUE
           MOVE WS-RUN-CYCLE TO NUM-OUT-CYCLE
           WRITE NUM-OUT-RECORD
           ADD 1 TO WS-RECORDS-ACCEPTED.
       2200-ACCEPT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-HOLD-RECORD: THE RECORD IS CLEAN BUT ITS SOURCE DID NOT
      *                   BALANCE -- KEEP IT ON THE HOLD FILE UNDER
      *                   TODAY'S BUSINESS DATE AND THIS CYCLE UNTIL
      *                   IT IS RELEASED.
      *----------------------------------------------------------------
       2250-HOLD-RECORD.
           MOVE SPACES TO HOLD-RECORD
           SET HD-DETAIL-ROW TO TRUE
           MOVE WS-EDIT-SOURCE-CODE TO HD-SOURCE-CODE
           MOVE WS-RUN-DATE-N TO HD-BUSINESS-DATE
           MOVE WS-RUN-CYCLE TO HD-CYCLE
           MOVE WS-EDIT-VALUE TO HD-RECORD-VALUE
           WRITE HOLD-OUT-RECORD FROM HOLD-RECORD
           ADD 1 TO WS-RECORDS-HELD.
       2250-HOLD-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-REJECT-RECORD: THE RECORD FAILED THE EDIT -- WRITE IT TO
      *                     SUSPENSE WITH ITS REASON CODE AND TODAY'S
      *                     DATE, AND PRINT IT ON THE EDIT REPORT.
      *----------------------------------------------------------------
       2300-REJECT-RECORD.
           MOVE WS-EDIT-RECORD TO SUSP-DATA
           EVALUATE TRUE
               WHEN WS-EDIT-RECORD = SPACES
                   MOVE WS-REASON-BLANK TO SUSP-REASON-CODE
               WHEN WS-EDIT-VALUE NOT NUMERIC
                   MOVE WS-REASON-NON-NUMERIC TO SUSP-REASON-CODE
               WHEN OTHER
                   MOVE WS-REASON-BAD-SOURCE TO SUSP-REASON-CODE
           ADD 1 TO WS-RECORDS-REJECTED

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-EDIT-RECORD TO DL-DATA
           MOVE SUSP-REASON-CODE TO DL-REASON-CODE
           EVALUATE SUSP-REASON-CODE
               WHEN "01"
      *----------------------------------------------------------------
      * 2400-CHECK-SOURCE: SETS THE SWITCH SAYING WHETHER THE CURRENT
      *                    RECORD'S SOURCE CODE IS ON THE KNOWN-
      *                    SOURCE TABLE, AND WHERE.
      *----------------------------------------------------------------
       2400-CHECK-SOURCE.
           MOVE "N" TO WS-SOURCE-OK-SWITCH
           MOVE ZERO TO WS-MATCH-SUB
           MOVE 1 TO WS-SRC-SUB
           PERFORM 2450-MATCH-ONE-SOURCE
               THRU 2450-MATCH-ONE-SOURCE-EXIT
           EXIT.

       2450-MATCH-ONE-SOURCE.
           IF WS-KNOWN-SOURCE (WS-SRC-SUB) = WS-EDIT-SOURCE-CODE
               MOVE "Y" TO WS-SOURCE-OK-SWITCH
               MOVE WS-SRC-SUB TO WS-MATCH-SUB
           END-IF
           ADD 1 TO WS-SRC-SUB.
       2450-MATCH-ONE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-TALLY-FEED-RECORD: COUNTS A FEED RECORD AGAINST ITS
      *                         SOURCE CODE AS RECEIVED, AND AGAINST
      *                         THE REASON IT WILL SUSPEND UNDER --
      *                         THE SAME CASCADE 2300 STAMPS.
      *----------------------------------------------------------------
       2500-TALLY-FEED-RECORD.
           MOVE ZERO TO WS-TALLY-FOUND-SUB
           MOVE 1 TO WS-TALLY-SUB
           PERFORM 2550-MATCH-ONE-TALLY
               THRU 2550-MATCH-ONE-TALLY-EXIT
               UNTIL WS-TALLY-SUB > WS-TALLY-COUNT
                  OR WS-TALLY-FOUND-SUB > ZERO
           IF WS-TALLY-FOUND-SUB = ZERO
               IF WS-TALLY-COUNT < 20
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE WS-TALLY-COUNT TO WS-TALLY-FOUND-SUB
                   MOVE WS-EDIT-SOURCE-CODE
                       TO WF-SOURCE-CODE (WS-TALLY-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-TALLY-LOST
                   GO TO 2500-TALLY-FEED-RECORD-EXIT
               END-IF
           END-IF
           ADD 1 TO WF-RECEIVED-COUNT (WS-TALLY-FOUND-SUB)
           EVALUATE TRUE
               WHEN WS-EDIT-RECORD = SPACES
                   ADD 1 TO WF-SUSP-BLANK (WS-TALLY-FOUND-SUB)
               WHEN WS-EDIT-VALUE NOT NUMERIC
                   ADD 1 TO WF-SUSP-NON-NUMERIC (WS-TALLY-FOUND-SUB)
               WHEN NOT SOURCE-IS-KNOWN
                   ADD 1 TO WF-SUSP-BAD-SOURCE (WS-TALLY-FOUND-SUB)
           END-EVALUATE.
       2500-TALLY-FEED-RECORD-EXIT.
           EXIT.

       2550-MATCH-ONE-TALLY.
           IF WF-SOURCE-CODE (WS-TALLY-SUB) = WS-EDIT-SOURCE-CODE
               MOVE WS-TALLY-SUB TO WS-TALLY-FOUND-SUB
           END-IF
           ADD 1 TO WS-TALLY-SUB.
       2550-MATCH-ONE-TALLY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-TERMINATE: WRITES THE EDIT TOTALS, CLOSES THE FILES, AND
      *                 SETS THE CONDITION CODE -- 6 WHEN THE DAY
      *                 STOPPED ON A HELD SOURCE, 4 WHEN ANYTHING WENT
      *                 TO SUSPENSE OR WAS HELD UNDER PARM=PARTIAL.
      *----------------------------------------------------------------
       3000-TERMINATE.
           MOVE SPACES TO WS-SUMMARY-LINE
           WRITE EDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE

           MOVE "RECORDS HELD TO NUMHOLD:" TO SL-LABEL
           MOVE WS-RECORDS-HELD TO SL-COUNT
           WRITE EDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE

           MOVE "HELD RECORDS RELEASED:" TO SL-LABEL
           MOVE WS-HOLDS-RELEASED TO SL-COUNT
           WRITE EDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE

           IF FEED-IS-OPEN
               CLOSE RAW-FILE
           END-IF
           CLOSE NUM-OUT-FILE
           IF NOT DAY-IS-STOPPED
               CLOSE SUSPENSE-FILE
               CLOSE HOLD-OUT-FILE
               PERFORM 3500-WRITE-SOURCE-TALLY
                   THRU 3500-WRITE-SOURCE-TALLY-EXIT
           END-IF
           CLOSE EDIT-RPT-FILE

           MOVE "E" TO WS-JRNL-TYPE
           ADD WS-RECORDS-READ WS-HOLDS-RELEASED
               GIVING WS-JRNL-RECORDS-IN
           MOVE WS-RECORDS-ACCEPTED TO WS-JRNL-RECORDS-OUT
           EVALUATE TRUE
               WHEN DAY-IS-STOPPED
                   MOVE 6 TO RETURN-CODE
                   MOVE "0006" TO WS-JRNL-STATUS
               WHEN WS-RECORDS-REJECTED > ZERO
                   OR WS-HELD-SOURCES > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE "0004" TO WS-JRNL-STATUS
               WHEN OTHER
                   MOVE "0000" TO WS-JRNL-STATUS
           END-EVALUATE
           PERFORM 8500-WRITE-JOURNAL
               THRU 8500-WRITE-JOURNAL-EXIT.
       3000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-WRITE-SOURCE-TALLY: APPENDS TODAY'S NUMBAL ROWS, ONE PER
      *                          SOURCE CODE ON THE FEED (THE DATASET
      *                          IS CREATED ON FIRST USE). A FAILED
      *                          OPEN COSTS THE SCORECARD A DAY, NOT
      *                          THE STREAM ITS RUN -- IT IS ANNOUNCED
      *                          AND THE EDIT ENDS AS IT WOULD HAVE.
      *----------------------------------------------------------------
       3500-WRITE-SOURCE-TALLY.
           IF WS-TALLY-LOST > ZERO
               DISPLAY "NUMEDIT: " WS-TALLY-LOST " FEED RECORDS UNDER "
                   "SOURCE CODES PAST THE TALLY TABLE -- NOT ON NUMBAL."
           END-IF
           IF WS-TALLY-COUNT = ZERO
               GO TO 3500-WRITE-SOURCE-TALLY-EXIT
           END-IF
           OPEN EXTEND SOURCE-TALLY-FILE
           IF NOT TALLY-FILE-OK
               OPEN OUTPUT SOURCE-TALLY-FILE
           END-IF
           IF NOT TALLY-FILE-OK
               DISPLAY "NUMEDIT: CANNOT OPEN NUMBAL, STATUS "
                   WS-TALLY-FILE-STATUS " -- TODAY'S SOURCE TALLY "
                   "NOT KEPT."
               GO TO 3500-WRITE-SOURCE-TALLY-EXIT
           END-IF
           MOVE 1 TO WS-TALLY-SUB
           PERFORM 3550-WRITE-ONE-TALLY
               THRU 3550-WRITE-ONE-TALLY-EXIT
               UNTIL WS-TALLY-SUB > WS-TALLY-COUNT
           CLOSE SOURCE-TALLY-FILE.
       3500-WRITE-SOURCE-TALLY-EXIT.
           EXIT.

       3550-WRITE-ONE-TALLY.
           MOVE SPACES TO SOURCE-TALLY-RECORD
           MOVE WS-RUN-DATE-N TO NB-BUSINESS-DATE
           MOVE WS-RUN-CYCLE TO NB-CYCLE
           MOVE WF-SOURCE-CODE (WS-TALLY-SUB) TO NB-SOURCE-CODE
           MOVE WF-RECEIVED-COUNT (WS-TALLY-SUB) TO NB-RECEIVED-COUNT
           MOVE WF-SUSP-BLANK (WS-TALLY-SUB) TO NB-SUSP-BLANK
           MOVE WF-SUSP-NON-NUMERIC (WS-TALLY-SUB)
               TO NB-SUSP-NON-NUMERIC
           MOVE WF-SUSP-BAD-SOURCE (WS-TALLY-SUB)
               TO NB-SUSP-BAD-SOURCE
           WRITE SOURCE-TALLY-RECORD
           ADD 1 TO WS-TALLY-SUB.
       3550-WRITE-ONE-TALLY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-RELEASE-PRIOR-HOLDS: WORKS WHAT EARLIER RUNS LEFT ON
      *                           NUMHOLD. THE CONTROL ROWS ARE READ
      *                           AND JUDGED FIRST, THEN THE FILE IS
      *                           READ AGAIN AND EVERY ROW EITHER
      *                           RELEASED TO NUMIN OR CARRIED TO
      *                           NUMHOLD.NEW. NO HOLD FILE MEANS
      *                           NOTHING IS ON HOLD.
      *----------------------------------------------------------------
       5000-RELEASE-PRIOR-HOLDS.
           OPEN INPUT HOLD-IN-FILE
           IF NOT HOLD-IN-FILE-OK
               GO TO 5000-RELEASE-PRIOR-HOLDS-EXIT
           END-IF
           PERFORM 5100-READ-HOLD-FILE
               THRU 5100-READ-HOLD-FILE-EXIT
           PERFORM 5200-JUDGE-ONE-HOLD
               THRU 5200-JUDGE-ONE-HOLD-EXIT
               UNTIL END-OF-HOLD-FILE
           CLOSE HOLD-IN-FILE

           OPEN INPUT HOLD-IN-FILE
           MOVE "N" TO WS-HOLD-EOF-SWITCH
           PERFORM 5100-READ-HOLD-FILE
               THRU 5100-READ-HOLD-FILE-EXIT
           PERFORM 5300-MOVE-ONE-HOLD-ROW
               THRU 5300-MOVE-ONE-HOLD-ROW-EXIT
               UNTIL END-OF-HOLD-FILE
           CLOSE HOLD-IN-FILE

           IF WS-PRIOR-HOLD-COUNT > ZERO
               MOVE SPACES TO WS-NOTE-LINE
               MOVE "HELD FROM EARLIER RUNS" TO NL-TEXT
               WRITE EDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
               WRITE EDIT-RPT-LINE FROM WS-PRIOR-HOLD-HEADING
                   BEFORE ADVANCING 1 LINE
               MOVE 1 TO WS-HOLD-SUB
               PERFORM 5500-PRINT-ONE-HOLD
                   THRU 5500-PRINT-ONE-HOLD-EXIT
                   UNTIL WS-HOLD-SUB > WS-PRIOR-HOLD-COUNT
               MOVE SPACES TO WS-NOTE-LINE
               WRITE EDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF.
       5000-RELEASE-PRIOR-HOLDS-EXIT.
           EXIT.

       5100-READ-HOLD-FILE.
           READ HOLD-IN-FILE
               AT END
                   SET END-OF-HOLD-FILE TO TRUE
           END-READ.
       5100-READ-HOLD-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-JUDGE-ONE-HOLD: DECIDES ONE HELD GROUP. A MANIFEST FOR
      *                      ITS SOURCE, DATE AND CYCLE THAT NOW
      *                      BALANCES TO WHAT ARRIVED RELEASES IT; SO
      *                      DOES THE RELEASE PARM. A GROUP UNDER
      *                      TODAY'S OWN DATE AND THIS RUN'S CYCLE IS A
      *                      RE-EDIT OF THAT SAME FEED, WHICH WILL HOLD
      *                      OR PASS IT AFRESH -- THE OLD ROWS ARE
      *                      DROPPED. AN EARLIER CYCLE'S HOLD FROM
      *                      TODAY IS JUDGED LIKE ANY OTHER. A
      *                      MANIFEST THAT STILL DOES NOT BALANCE IS
      *                      KEPT ON THE CONTROL ROW SO THE REPORT
      *                      SHOWS THE LATEST CLAIM.
      *----------------------------------------------------------------
       5200-JUDGE-ONE-HOLD.
           IF NOT HD-CONTROL-ROW
               GO TO 5200-NEXT-HOLD
           END-IF
           IF WS-PRIOR-HOLD-COUNT NOT < 20
               DISPLAY "NUMEDIT: HOLD TABLE FULL -- "
                   HD-SOURCE-CODE " " HD-BUSINESS-DATE
                   " STAYS HELD UNEXAMINED."
               GO TO 5200-NEXT-HOLD
           END-IF
           ADD 1 TO WS-PRIOR-HOLD-COUNT
           MOVE WS-PRIOR-HOLD-COUNT TO WS-HOLD-SUB
           MOVE HD-SOURCE-CODE TO WP-SOURCE-CODE (WS-HOLD-SUB)
           MOVE HD-BUSINESS-DATE TO WP-BUSINESS-DATE (WS-HOLD-SUB)
           MOVE HD-CYCLE TO WP-CYCLE (WS-HOLD-SUB)
           MOVE HD-HOLD-REASON TO WP-HOLD-REASON (WS-HOLD-SUB)
           MOVE HD-RECEIVED-COUNT
               TO WP-RECEIVED-COUNT (WS-HOLD-SUB)
           MOVE HD-RECEIVED-HASH TO WP-RECEIVED-HASH (WS-HOLD-SUB)
           MOVE HD-MANIFEST-COUNT
               TO WP-MANIFEST-COUNT (WS-HOLD-SUB)
           MOVE HD-MANIFEST-HASH TO WP-MANIFEST-HASH (WS-HOLD-SUB)
           MOVE HD-HELD-COUNT TO WP-HELD-COUNT (WS-HOLD-SUB)
           MOVE ZERO TO WP-RECORDS-MOVED (WS-HOLD-SUB)
           MOVE "H" TO WP-DISPOSITION (WS-HOLD-SUB)

           MOVE HD-SOURCE-CODE TO WS-FIND-SOURCE
           MOVE HD-BUSINESS-DATE TO WS-FIND-DATE
           MOVE HD-CYCLE TO WS-FIND-CYCLE
           PERFORM 1780-FIND-MANIFEST
               THRU 1780-FIND-MANIFEST-EXIT
           IF WS-MAN-FOUND-SUB > ZERO
               MOVE WM-RECORD-COUNT (WS-MAN-FOUND-SUB)
                   TO WP-MANIFEST-COUNT (WS-HOLD-SUB)
               MOVE WM-VALUE-HASH (WS-MAN-FOUND-SUB)
                   TO WP-MANIFEST-HASH (WS-HOLD-SUB)
               EVALUATE TRUE
                   WHEN WP-RECEIVED-COUNT (WS-HOLD-SUB)
                       NOT = WP-MANIFEST-COUNT (WS-HOLD-SUB)
                       MOVE "02" TO WP-HOLD-REASON (WS-HOLD-SUB)
                   WHEN WP-RECEIVED-HASH (WS-HOLD-SUB)
                       NOT = WP-MANIFEST-HASH (WS-HOLD-SUB)
                       MOVE "03" TO WP-HOLD-REASON (WS-HOLD-SUB)
                   WHEN OTHER
                       MOVE "00" TO WP-HOLD-REASON (WS-HOLD-SUB)
                       MOVE "R" TO WP-DISPOSITION (WS-HOLD-SUB)
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN HD-BUSINESS-DATE = WS-RUN-DATE-N
                   AND HD-CYCLE = WS-RUN-CYCLE
                   MOVE "S" TO WP-DISPOSITION (WS-HOLD-SUB)
               WHEN WP-RELEASED (WS-HOLD-SUB)
                   CONTINUE
               WHEN RELEASE-EVERY-SOURCE
                   OR WS-RELEASE-SOURCE = HD-SOURCE-CODE
                   MOVE "F" TO WP-DISPOSITION (WS-HOLD-SUB)
           END-EVALUATE.
       5200-NEXT-HOLD.
           PERFORM 5100-READ-HOLD-FILE
               THRU 5100-READ-HOLD-FILE-EXIT.
       5200-JUDGE-ONE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-MOVE-ONE-HOLD-ROW: SENDS ONE ROW WHERE ITS GROUP'S
      *                         DECISION SAYS -- A RELEASED DETAIL ROW
      *                         TO NUMIN, A HELD ONE (OR ONE WHOSE
      *                         GROUP NEVER MADE THE TABLE) CARRIED
      *                         FORWARD. A RELEASED OR SUPERSEDED
      *                         GROUP'S CONTROL ROW IS NOT CARRIED.
      *----------------------------------------------------------------
       5300-MOVE-ONE-HOLD-ROW.
           PERFORM 5450-FIND-HOLD-GROUP
               THRU 5450-FIND-HOLD-GROUP-EXIT
           EVALUATE TRUE
               WHEN WS-HOLD-FOUND-SUB = ZERO
                   WRITE HOLD-OUT-RECORD FROM HOLD-RECORD
               WHEN WP-SUPERSEDED (WS-HOLD-FOUND-SUB)
                   CONTINUE
               WHEN WP-RELEASED (WS-HOLD-FOUND-SUB)
                   IF HD-DETAIL-ROW
                       MOVE HD-SOURCE-CODE TO NUM-OUT-SOURCE-CODE
                       MOVE HD-RECORD-VALUE TO NUM-OUT-VALUE
                       MOVE WS-RUN-CYCLE TO NUM-OUT-CYCLE
                       WRITE NUM-OUT-RECORD
                       ADD 1 TO WS-RECORDS-ACCEPTED
                       ADD 1 TO WS-HOLDS-RELEASED
                       ADD 1 TO WP-RECORDS-MOVED (WS-HOLD-FOUND-SUB)
                   END-IF
               WHEN HD-CONTROL-ROW
                   MOVE WP-HOLD-REASON (WS-HOLD-FOUND-SUB)
                       TO HD-HOLD-REASON
                   MOVE WP-MANIFEST-COUNT (WS-HOLD-FOUND-SUB)
                       TO HD-MANIFEST-COUNT
                   MOVE WP-MANIFEST-HASH (WS-HOLD-FOUND-SUB)
                       TO HD-MANIFEST-HASH
                   WRITE HOLD-OUT-RECORD FROM HOLD-RECORD
               WHEN OTHER
                   WRITE HOLD-OUT-RECORD FROM HOLD-RECORD
                   ADD 1 TO WP-RECORDS-MOVED (WS-HOLD-FOUND-SUB)
           END-EVALUATE
           PERFORM 5100-READ-HOLD-FILE
               THRU 5100-READ-HOLD-FILE-EXIT.
       5300-MOVE-ONE-HOLD-ROW-EXIT.
           EXIT.

       5450-FIND-HOLD-GROUP.
           MOVE ZERO TO WS-HOLD-FOUND-SUB
           MOVE 1 TO WS-HOLD-SUB
           PERFORM 5460-MATCH-ONE-GROUP
               THRU 5460-MATCH-ONE-GROUP-EXIT
               UNTIL WS-HOLD-SUB > WS-PRIOR-HOLD-COUNT.
       5450-FIND-HOLD-GROUP-EXIT.
           EXIT.

       5460-MATCH-ONE-GROUP.
           IF WP-SOURCE-CODE (WS-HOLD-SUB) = HD-SOURCE-CODE
               AND WP-BUSINESS-DATE (WS-HOLD-SUB) = HD-BUSINESS-DATE
               AND WP-CYCLE (WS-HOLD-SUB) = HD-CYCLE
               MOVE WS-HOLD-SUB TO WS-HOLD-FOUND-SUB
           END-IF
           ADD 1 TO WS-HOLD-SUB.
       5460-MATCH-ONE-GROUP-EXIT.
           EXIT.

       5500-PRINT-ONE-HOLD.
           MOVE SPACES TO WS-PRIOR-HOLD-LINE
           MOVE WP-SOURCE-CODE (WS-HOLD-SUB) TO PL-SOURCE-CODE
           MOVE WP-BUSINESS-DATE (WS-HOLD-SUB) TO PL-BUSINESS-DATE
           MOVE WP-CYCLE (WS-HOLD-SUB) TO PL-CYCLE
           MOVE WP-RECORDS-MOVED (WS-HOLD-SUB) TO PL-HELD-COUNT
           EVALUATE WP-DISPOSITION (WS-HOLD-SUB)
               WHEN "R"
                   MOVE "RELEASED -- MANIFEST NOW BALANCES"
                       TO PL-RESULT
               WHEN "F"
                   MOVE "RELEASED BY PARM=RELEASE" TO PL-RESULT
               WHEN "S"
                   MOVE "DROPPED -- SAME FEED RE-EDITED"
                       TO PL-RESULT
                   MOVE WP-HELD-COUNT (WS-HOLD-SUB) TO PL-HELD-COUNT
               WHEN OTHER
                   EVALUATE WP-HOLD-REASON (WS-HOLD-SUB)
                       WHEN "01"
                           MOVE "STILL HELD -- NO MANIFEST"
                               TO PL-RESULT
                       WHEN "02"
                           MOVE "STILL HELD -- COUNT OUT"
                               TO PL-RESULT
                       WHEN OTHER
                           MOVE "STILL HELD -- HASH OUT"
                               TO PL-RESULT
                   END-EVALUATE
           END-EVALUATE
           WRITE EDIT-RPT-LINE FROM WS-PRIOR-HOLD-LINE
               BEFORE ADVANCING 1 LINE
           ADD 1 TO WS-HOLD-SUB.
       5500-PRINT-ONE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8500-WRITE-JOURNAL: STAMPS AND APPENDS ONE ROW TO THE SHARED
      *                     RUN JOURNAL, CREATED ON FIRST USE. THE
           MOVE WS-JRNL-RECORDS-OUT TO RJ-RECORDS-OUT
           MOVE WS-JRNL-STATUS TO RJ-COMPLETION-STATUS
           MOVE "F" TO RJ-RESTART-FLAG
           MOVE WS-RUN-CYCLE TO RJ-CYCLE
           WRITE RUN-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
       8500-WRITE-JOURNAL-EXIT.
