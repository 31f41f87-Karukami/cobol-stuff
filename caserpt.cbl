      ******************************************************************
      * PROGRAM  : CASERPT
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : AGING REPORT OF THE EXCEPTION CASES NOT YET CLOSED
      *            ON THE EXCCASE MASTER (SEE EXCCASE.cpy) -- ONE
      *            LINE PER OPEN OR ACKNOWLEDGED CASE, OLDEST NUMBER
      *            FIRST, WITH ITS AGE IN DAYS SINCE IT WAS OPENED
      *            AND THE NUMBERS THAT LAST TRIPPED IT, THEN THE
      *            COUNT OF CASES IN EACH AGE BAND (0-2, 3-7, 8-30,
      *            OVER 30 DAYS). A CASE OLDER THAN THE AGE LIMIT IS
      *            FLAGGED. CLOSED CASES ARE NOT PRINTED.
      *
      *            PARM='NNN' -- THE AGE LIMIT IN DAYS; NO PARM IS 7.
      *            ENDS RC=0 WHEN NO CASE IS PAST THE LIMIT, RC=4
      *            WHEN ANY IS, RC=8 ON A BAD PARM. A MASTER NOT YET
      *            CREATED IS NO CASES AT ALL.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CASERPT".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-MASTER ASSIGN TO "EXCCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EC-CASE-NUMBER
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT CASE-RPT-FILE ASSIGN TO "CASE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-MASTER.
           COPY "EXCCASE.cpy".

       FD  CASE-RPT-FILE.
       01  CASE-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CASE-FILE-STATUS          PIC X(02) VALUE "00".
           88  CASE-FILE-OK                        VALUE "00" "02".
       77  WS-CASE-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-CASES                        VALUE "Y".

      * PARM: THE AGE LIMIT IN DAYS.
       01  WS-PARM-TEXT.
           05  WS-PARM-LIMIT            PIC X(03).
           05  WS-PARM-REST             PIC X(17).

       77  WS-AGE-LIMIT                 PIC 9(03) VALUE 007.
       77  WS-TODAY-INT                 PIC 9(07) VALUE ZERO.
       77  WS-OPENED-INT                PIC 9(07) VALUE ZERO.
       77  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.

       77  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO.
       77  WS-ACK-COUNT                 PIC 9(05) VALUE ZERO.
       77  WS-AGE-0-2-COUNT             PIC 9(05) VALUE ZERO.
       77  WS-AGE-3-7-COUNT             PIC 9(05) VALUE ZERO.
       77  WS-AGE-8-30-COUNT            PIC 9(05) VALUE ZERO.
       77  WS-AGE-OVER-30-COUNT         PIC 9(05) VALUE ZERO.
       77  WS-PAST-LIMIT-COUNT          PIC 9(05) VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
           05  WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(10) VALUE "CASERPT".
           05  FILLER                   PIC X(30)
               VALUE "OPEN EXCEPTION CASE AGING".
           05  FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05  HL1-YYYY                 PIC 9(04).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-MM                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-DD                   PIC 9(02).

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(11) VALUE "AGE LIMIT: ".
           05  HL2-LIMIT                PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE " DAYS".

       01  WS-HEADING-LINE-3.
           05  FILLER                   PIC X(37)
               VALUE "CASE    T  SUBJECT      C  OPENED    ".
           05  FILLER                   PIC X(31)
               VALUE "LAST SEEN TIMES   AGE  S ACK BY".

       01  WS-DETAIL-LINE.
           05  DL-CASE-NUMBER           PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TYPE                  PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SUBJECT               PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-CYCLE                 PIC 9(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-OPENED                PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-LAST-SEEN             PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-TIMES                 PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-AGE                   PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-STATUS                PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ACK-BY                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-FLAG                  PIC X(07).

       01  WS-TRIP-LINE.
           05  FILLER                   PIC X(19)
               VALUE "          TRIPPED: ".
           05  TL-VALUE                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE " AGAINST ".
           05  TL-LIMIT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-TEXT                  PIC X(20).

       01  WS-SUMMARY-LINE.
           05  SL-LABEL                 PIC X(34).
           05  SL-COUNT                 PIC ZZ,ZZ9.

       01  WS-NOTE-LINE                 PIC X(72).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: PRINTS EVERY CASE NOT YET CLOSED, THEN THE AGE
      *                BANDS, THE VERDICT, AND THE CONDITION CODE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           PERFORM 0100-PARSE-PARM
               THRU 0100-PARSE-PARM-EXIT
           PERFORM 1000-PRINT-CASES
               THRU 1000-PRINT-CASES-EXIT
           PERFORM 5000-WRITE-TOTALS
               THRU 5000-WRITE-TOTALS-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-PARM: NO PARM IS THE 7-DAY LIMIT; 'NNN' SETS IT.
      *                  ANYTHING ELSE IS RC=8 WITH NOTHING PRINTED BUT
      *                  THE COMPLAINT. THE REPORT OPENS HERE SO EVERY
      *                  RUN PAST THE PARM CHECK LEAVES A DATED PAGE.
      *----------------------------------------------------------------
       0100-PARSE-PARM.
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-TEXT NOT = SPACES
               IF WS-PARM-LIMIT IS NOT NUMERIC
                   OR WS-PARM-REST NOT = SPACES
                   DISPLAY "CASERPT: PARM MUST BE 'NNN', THE AGE "
                       "LIMIT IN DAYS -- GOT '" WS-PARM-TEXT "'."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-LIMIT TO WS-AGE-LIMIT
           END-IF

           OPEN OUTPUT CASE-RPT-FILE
           MOVE WS-RUN-YYYY TO HL1-YYYY
           MOVE WS-RUN-MM TO HL1-MM
           MOVE WS-RUN-DD TO HL1-DD
           WRITE CASE-RPT-LINE FROM WS-HEADING-LINE-1
               BEFORE ADVANCING 1 LINE
           MOVE WS-AGE-LIMIT TO HL2-LIMIT
           WRITE CASE-RPT-LINE FROM WS-HEADING-LINE-2
               BEFORE ADVANCING 2 LINES.
       0100-PARSE-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-PRINT-CASES: READS THE MASTER IN CASE-NUMBER ORDER AND
      *                   PRINTS EVERY CASE NOT YET CLOSED.
      *----------------------------------------------------------------
       1000-PRINT-CASES.
           OPEN INPUT CASE-MASTER
           IF NOT CASE-FILE-OK
               MOVE "NO EXCEPTION CASE MASTER ON FILE -- NO CASES."
                   TO WS-NOTE-LINE
               WRITE CASE-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 2 LINES
               GO TO 1000-PRINT-CASES-EXIT
           END-IF
           WRITE CASE-RPT-LINE FROM WS-HEADING-LINE-3
               BEFORE ADVANCING 2 LINES
           PERFORM 1100-PRINT-ONE-CASE
               THRU 1100-PRINT-ONE-CASE-EXIT
               UNTIL END-OF-CASES
           CLOSE CASE-MASTER
           MOVE SPACES TO WS-NOTE-LINE
           WRITE CASE-RPT-LINE FROM WS-NOTE-LINE
               BEFORE ADVANCING 1 LINE.
       1000-PRINT-CASES-EXIT.
           EXIT.

       1100-PRINT-ONE-CASE.
           READ CASE-MASTER NEXT RECORD
               AT END
                   SET END-OF-CASES TO TRUE
           END-READ
           IF END-OF-CASES
               GO TO 1100-PRINT-ONE-CASE-EXIT
           END-IF
           IF NOT EC-CASE-UNRESOLVED
               GO TO 1100-PRINT-ONE-CASE-EXIT
           END-IF
           IF EC-CASE-ACKNOWLEDGED
               ADD 1 TO WS-ACK-COUNT
           ELSE
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           PERFORM 1200-COMPUTE-AGE
               THRU 1200-COMPUTE-AGE-EXIT
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 3
                   ADD 1 TO WS-AGE-0-2-COUNT
               WHEN WS-AGE-DAYS < 8
                   ADD 1 TO WS-AGE-3-7-COUNT
               WHEN WS-AGE-DAYS < 31
                   ADD 1 TO WS-AGE-8-30-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-30-COUNT
           END-EVALUATE
           MOVE EC-CASE-NUMBER TO DL-CASE-NUMBER
           MOVE EC-CASE-TYPE TO DL-TYPE
           MOVE EC-SUBJECT TO DL-SUBJECT
           MOVE EC-CYCLE TO DL-CYCLE
           MOVE EC-OPENED-DATE TO DL-OPENED
           MOVE EC-LAST-SEEN-DATE TO DL-LAST-SEEN
           MOVE EC-OCCURRENCES TO DL-TIMES
           MOVE WS-AGE-DAYS TO DL-AGE
           MOVE EC-STATUS TO DL-STATUS
           MOVE EC-ACK-BY TO DL-ACK-BY
           MOVE SPACES TO DL-FLAG
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               MOVE "** AGED" TO DL-FLAG
               ADD 1 TO WS-PAST-LIMIT-COUNT
           END-IF
           WRITE CASE-RPT-LINE FROM WS-DETAIL-LINE
               BEFORE ADVANCING 1 LINE
           MOVE EC-TRIP-VALUE TO TL-VALUE
           MOVE EC-TRIP-LIMIT TO TL-LIMIT
           MOVE EC-TRIP-TEXT TO TL-TEXT
           WRITE CASE-RPT-LINE FROM WS-TRIP-LINE
               BEFORE ADVANCING 1 LINE.
       1100-PRINT-ONE-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-COMPUTE-AGE: DAYS SINCE THE CASE WAS OPENED. A DATE THAT
      *                   ISN'T A DATE AGES AS ZERO RATHER THAN
      *                   ABENDING THE REPORT.
      *----------------------------------------------------------------
       1200-COMPUTE-AGE.
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
       1200-COMPUTE-AGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-TOTALS: THE COUNTS, THE AGE BANDS, THE VERDICT,
      *                    AND THE CONDITION CODE -- RC=4 WHEN ANY
      *                    CASE IS PAST THE AGE LIMIT.
      *----------------------------------------------------------------
       5000-WRITE-TOTALS.
           MOVE "CASES OPEN:" TO SL-LABEL
           MOVE WS-OPEN-COUNT TO SL-COUNT
           WRITE CASE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "CASES ACKNOWLEDGED, NOT CLOSED:" TO SL-LABEL
           MOVE WS-ACK-COUNT TO SL-COUNT
           WRITE CASE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 2 LINES
           MOVE "  AGED 0-2 DAYS:" TO SL-LABEL
           MOVE WS-AGE-0-2-COUNT TO SL-COUNT
           WRITE CASE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "  AGED 3-7 DAYS:" TO SL-LABEL
           MOVE WS-AGE-3-7-COUNT TO SL-COUNT
           WRITE CASE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "  AGED 8-30 DAYS:" TO SL-LABEL
           MOVE WS-AGE-8-30-COUNT TO SL-COUNT
           WRITE CASE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "  AGED OVER 30 DAYS:" TO SL-LABEL
           MOVE WS-AGE-OVER-30-COUNT TO SL-COUNT
           WRITE CASE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "PAST THE AGE LIMIT:" TO SL-LABEL
           MOVE WS-PAST-LIMIT-COUNT TO SL-COUNT
           WRITE CASE-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 2 LINES

           MOVE SPACES TO WS-NOTE-LINE
           IF WS-PAST-LIMIT-COUNT > ZERO
               MOVE "** ATTENTION -- CASES OPEN PAST THE AGE LIMIT **"
                   TO WS-NOTE-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "** NO CASE OPEN PAST THE AGE LIMIT **"
                   TO WS-NOTE-LINE
           END-IF
           WRITE CASE-RPT-LINE FROM WS-NOTE-LINE
               BEFORE ADVANCING 1 LINE
           CLOSE CASE-RPT-FILE.
       5000-WRITE-TOTALS-EXIT.
           EXIT.
