      ******************************************************************
      * PROGRAM  : THRPEND
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : DAILY LIST OF THRESHM RULE VERSIONS STILL AWAITING
      *            A CHECKER'S APPROVAL AS THEIR EFFECTIVE DATE COMES
      *            UP. A NEW VERSION OR A CHANGE KEYED VIA THRMAINT
      *            IS NOT IN FORCE UNTIL A SECOND OPERATOR APPROVES
      *            IT (SEE THRESHM.cpy), SO A VERSION THAT REACHES
      *            ITS DATE UNAPPROVED SILENTLY FAILS TO TAKE EFFECT
      *            -- IFELSE GOES ON CLASSIFYING UNDER THE VERSION
      *            BEFORE IT. THIS PROGRAM READS THE WHOLE MASTER AND
      *            LISTS EVERY PENDING OR CHANGE-PENDING VERSION
      *            EFFECTIVE WITHIN N DAYS OF TODAY, AND EVERY ONE
      *            WHOSE DATE HAS ALREADY PASSED, WITH THE MAKER, THE
      *            DATE IT WAS SUBMITTED, AND THE DAYS LEFT. VERSIONS
      *            AWAITING APPROVAL FURTHER OUT ARE ONLY COUNTED.
      *
      *            PARM IS NNN, THE WARNING WINDOW IN DAYS (DEFAULT
      *            003). ENDS RC=0 WHEN NOTHING IS LISTED, RC=4 WHEN
      *            ANY VERSION IS LISTED, RC=8 ON A BAD PARM OR NO
      *            MASTER.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "THRPEND".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THRESHOLD-MASTER ASSIGN TO "THRESHM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-RULE-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PEND-RPT-FILE ASSIGN TO "THRPEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  THRESHOLD-MASTER.
           COPY "THRESHM.cpy".

       FD  PEND-RPT-FILE.
       01  PEND-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-FILE-STATUS        PIC X(02) VALUE "00".
           88  MASTER-FILE-OK                      VALUE "00" "02".
       77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  END-OF-MASTER                       VALUE "Y".

      * PARM: THE WARNING WINDOW IN DAYS, THREE DIGITS.
       77  WS-PARM-TEXT                 PIC X(03) VALUE SPACES.
       77  WS-WINDOW-DAYS               PIC 9(03) VALUE 003.

      * DAYS LEFT -- THE SAME INTRINSIC DAY ARITHMETIC AS SUSPWORK.
      * A VERSION DATED ZERO ("IN EFFECT SINCE BEFORE DATING
      * EXISTED") IS AS PAST-DUE AS A VERSION CAN BE.
       77  WS-TODAY-INT                 PIC 9(07) VALUE ZERO.
       77  WS-EFFECTIVE-INT             PIC 9(07) VALUE ZERO.
       77  WS-DAYS-LEFT                 PIC S9(05) VALUE ZERO.

       77  WS-VERSIONS-READ             PIC 9(06) VALUE ZERO.
       77  WS-AWAITING-COUNT            PIC 9(06) VALUE ZERO.
       77  WS-PAST-DUE-COUNT            PIC 9(06) VALUE ZERO.
       77  WS-DUE-SOON-COUNT            PIC 9(06) VALUE ZERO.
       77  WS-LATER-COUNT               PIC 9(06) VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
           05  WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(10) VALUE "THRPEND".
           05  FILLER                   PIC X(30)
               VALUE "RULE CHANGES AWAITING APPROVAL".
           05  FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05  HL1-YYYY                 PIC 9(04).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-MM                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-DD                   PIC 9(02).

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(26)
               VALUE "EFFECTIVE WITHIN THE NEXT ".
           05  HL2-WINDOW               PIC ZZ9.
           05  FILLER                   PIC X(32)
               VALUE " DAYS, OR ALREADY PAST, AND NOT".
       01  WS-HEADING-LINE-2-REST.
           05  FILLER                   PIC X(40)
               VALUE "YET APPROVED BY A SECOND OPERATOR".

       01  WS-HEADING-LINE-3.
           05  FILLER                   PIC X(33)
               VALUE "RULE    EFFECTIVE  TYPE    MAKER ".
           05  FILLER                   PIC X(37)
               VALUE "      SUBMITTED DAYS LEFT  FLAG".

       01  WS-DETAIL-LINE.
           05  DL-RULE-ID               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-EFFECTIVE             PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-TYPE                  PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-MAKER                 PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-SUBMITTED             PIC 9(08).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  DL-DAYS-LEFT             PIC ----9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-FLAG                  PIC X(08).

       01  WS-SUMMARY-LINE.
           05  SL-LABEL                 PIC X(34).
           05  SL-COUNT                 PIC ZZZ,ZZ9.

       01  WS-VERDICT-LINE              PIC X(72).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: READS THE PARM, WALKS THE MASTER IN KEY ORDER
      *                LISTING WHAT IS DUE, AND CLOSES WITH THE
      *                TOTALS AND THE CONDITION CODE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           PERFORM 0100-PARSE-PARM
               THRU 0100-PARSE-PARM-EXIT
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-CHECK-ONE-VERSION
               THRU 2000-CHECK-ONE-VERSION-EXIT
               UNTIL END-OF-MASTER
           PERFORM 3000-WRITE-TOTALS
               THRU 3000-WRITE-TOTALS-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-PARM: NO PARM KEEPS THE 3-DAY WINDOW; THREE
      *                  DIGITS SET IT. ANYTHING ELSE IS RC=8.
      *----------------------------------------------------------------
       0100-PARSE-PARM.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN WS-PARM-TEXT = SPACES
                   CONTINUE
               WHEN WS-PARM-TEXT IS NUMERIC
                   MOVE WS-PARM-TEXT TO WS-WINDOW-DAYS
               WHEN OTHER
                   DISPLAY "THRPEND: PARM MUST BE THE 3-DIGIT "
                       "WARNING WINDOW IN DAYS -- GOT '"
                       WS-PARM-TEXT "'."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       0100-PARSE-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE: OPENS THE MASTER AND STARTS THE REPORT. NO
      *                  MASTER IS RC=8 -- THERE IS NOTHING TO SAY
      *                  ABOUT APPROVALS WITHOUT ONE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT THRESHOLD-MASTER
           IF NOT MASTER-FILE-OK
               DISPLAY "THRPEND: THRESHOLD MASTER NOT AVAILABLE, "
                   "STATUS " WS-MASTER-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PEND-RPT-FILE
           MOVE WS-RUN-YYYY TO HL1-YYYY
           MOVE WS-RUN-MM TO HL1-MM
           MOVE WS-RUN-DD TO HL1-DD
           WRITE PEND-RPT-LINE FROM WS-HEADING-LINE-1
               BEFORE ADVANCING 2 LINES
           MOVE WS-WINDOW-DAYS TO HL2-WINDOW
           WRITE PEND-RPT-LINE FROM WS-HEADING-LINE-2
               BEFORE ADVANCING 1 LINE
           WRITE PEND-RPT-LINE FROM WS-HEADING-LINE-2-REST
               BEFORE ADVANCING 2 LINES
           WRITE PEND-RPT-LINE FROM WS-HEADING-LINE-3
               BEFORE ADVANCING 1 LINE
           PERFORM 2100-READ-MASTER
               THRU 2100-READ-MASTER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-CHECK-ONE-VERSION.
           ADD 1 TO WS-VERSIONS-READ
           PERFORM 2200-LIST-IF-DUE
               THRU 2200-LIST-IF-DUE-EXIT
           PERFORM 2100-READ-MASTER
               THRU 2100-READ-MASTER-EXIT.
       2000-CHECK-ONE-VERSION-EXIT.
           EXIT.

       2100-READ-MASTER.
           READ THRESHOLD-MASTER NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ.
       2100-READ-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-LIST-IF-DUE: IGNORES ANYTHING IN FORCE OR REJECTED. A
      *                   VERSION AWAITING APPROVAL IS LISTED WHEN
      *                   ITS DATE IS WITHIN THE WINDOW OR ALREADY
      *                   PAST ("PAST DUE" -- IT SHOULD BE IN FORCE
      *                   AND IS NOT); FURTHER OUT, IT IS ONLY
      *                   COUNTED.
      *----------------------------------------------------------------
       2200-LIST-IF-DUE.
           IF NOT TM-VERSION-AWAITING
               GO TO 2200-LIST-IF-DUE-EXIT
           END-IF
           ADD 1 TO WS-AWAITING-COUNT
           IF TM-EFFECTIVE-DATE < 19000101
               MOVE ZERO TO WS-DAYS-LEFT
           ELSE
               COMPUTE WS-EFFECTIVE-INT =
                   FUNCTION INTEGER-OF-DATE (TM-EFFECTIVE-DATE)
               COMPUTE WS-DAYS-LEFT =
                   WS-EFFECTIVE-INT - WS-TODAY-INT
           END-IF
           IF WS-DAYS-LEFT > WS-WINDOW-DAYS
               ADD 1 TO WS-LATER-COUNT
               GO TO 2200-LIST-IF-DUE-EXIT
           END-IF

           MOVE TM-RULE-ID TO DL-RULE-ID
           MOVE TM-EFFECTIVE-DATE TO DL-EFFECTIVE
           IF TM-VERSION-CHANGE-PENDING
               MOVE "CHANGE" TO DL-TYPE
           ELSE
               MOVE "NEW" TO DL-TYPE
           END-IF
           MOVE TM-MAKER-ID TO DL-MAKER
           MOVE TM-SUBMIT-DATE TO DL-SUBMITTED
           MOVE WS-DAYS-LEFT TO DL-DAYS-LEFT
           IF WS-DAYS-LEFT > ZERO
               MOVE "DUE SOON" TO DL-FLAG
               ADD 1 TO WS-DUE-SOON-COUNT
           ELSE
               MOVE "PAST DUE" TO DL-FLAG
               ADD 1 TO WS-PAST-DUE-COUNT
           END-IF
           WRITE PEND-RPT-LINE FROM WS-DETAIL-LINE
               BEFORE ADVANCING 1 LINE.
       2200-LIST-IF-DUE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-TOTALS: THE COUNTS, THE VERDICT, AND THE CODE.
      *                    ANYTHING LISTED IS RC=4.
      *----------------------------------------------------------------
       3000-WRITE-TOTALS.
           MOVE SPACES TO PEND-RPT-LINE
           WRITE PEND-RPT-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "RULE VERSIONS READ" TO SL-LABEL
           MOVE WS-VERSIONS-READ TO SL-COUNT
           WRITE PEND-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "AWAITING APPROVAL" TO SL-LABEL
           MOVE WS-AWAITING-COUNT TO SL-COUNT
           WRITE PEND-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "  PAST DUE" TO SL-LABEL
           MOVE WS-PAST-DUE-COUNT TO SL-COUNT
           WRITE PEND-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "  DUE WITHIN THE WINDOW" TO SL-LABEL
           MOVE WS-DUE-SOON-COUNT TO SL-COUNT
           WRITE PEND-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "  DUE LATER -- NOT LISTED" TO SL-LABEL
           MOVE WS-LATER-COUNT TO SL-COUNT
           WRITE PEND-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE

           IF WS-PAST-DUE-COUNT > ZERO OR WS-DUE-SOON-COUNT > ZERO
               MOVE
               "** ATTENTION -- RULE CHANGES NEED A CHECKER **"
                   TO WS-VERDICT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE
               "** NOTHING DUE IS WAITING FOR APPROVAL **"
                   TO WS-VERDICT-LINE
           END-IF
           WRITE PEND-RPT-LINE FROM WS-VERDICT-LINE
               BEFORE ADVANCING 2 LINES
           CLOSE THRESHOLD-MASTER
           CLOSE PEND-RPT-FILE
           DISPLAY "THRPEND: " WS-AWAITING-COUNT
               " AWAITING APPROVAL, " WS-PAST-DUE-COUNT
               " PAST DUE, " WS-DUE-SOON-COUNT " DUE SOON.".
       3000-WRITE-TOTALS-EXIT.
           EXIT.
