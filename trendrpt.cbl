      *                    MERGED SLOT. ROWS THE BACKOUT UTILITY
      *                    FLAGGED "B" ARE SKIPPED -- A REVERSED
      *                    RUN'S NUMBERS MUST NOT TREND.
      *   2026-10-15  LB   THE HISTORY ROW IS NOW 170 BYTES -- CH-CYCLE
      *                    CLOSES IT. A DAY RUN AS MORE THAN ONE
      *                    PROCESSING CYCLE STILL PRINTS AS ONE LINE:
      *                    THE CYCLES' RECORDS AND TOP-BAND COUNTS ARE
      *                    ADDED UP, THE RULE AND THRESHOLD SHOWN ARE
      *                    THE LAST CYCLE'S, AND A CY COLUMN SAYS HOW
      *                    MANY CYCLES MADE THE DAY. THE PERIOD TOTALS
      *                    AND AVERAGES ARE NOW PER BUSINESS DAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TRENDRPT".
       FILE SECTION.
       FD  HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS.
           COPY "CLASHIST.cpy".

       FD  TREND-RPT-FILE.
       77  WS-TOTAL-TOP-BAND            PIC 9(08) VALUE ZERO.
       77  WS-AVG-RECORDS               PIC 9(08) VALUE ZERO.
       77  WS-AVG-TOP-BAND              PIC 9(08) VALUE ZERO.
       77  WS-CYCLES-IN-PERIOD          PIC 9(06) VALUE ZERO.

      *    THE DAY BEING BUILT UP -- ROWS ARE IN RUN ORDER, SO EVERY
      *    CYCLE OF A DATE IS ADDED HERE AND THE LINE IS PRINTED WHEN
      *    THE DATE CHANGES OR THE HISTORY RUNS OUT.
       77  WS-PEND-SWITCH               PIC X(01) VALUE "N".
           88  DAY-PENDING                         VALUE "Y".
       01  WS-PENDING-DAY.
           05  WS-PEND-DATE             PIC 9(08) VALUE ZERO.
           05  WS-PEND-RULE-ID          PIC X(06) VALUE SPACES.
           05  WS-PEND-THRESHOLD        PIC 9(02) VALUE ZERO.
           05  WS-PEND-RECORDS          PIC 9(08) VALUE ZERO.
           05  WS-PEND-TOP-BAND         PIC X(12) VALUE SPACES.
           05  WS-PEND-TOP-COUNT        PIC 9(08) VALUE ZERO.
           05  WS-PEND-CYCLES           PIC 9(02) VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(04).
           05  FILLER                   PIC X(10) VALUE "RECORDS".
           05  FILLER                   PIC X(14) VALUE "TOP BAND".
           05  FILLER                   PIC X(10) VALUE "TOP COUNT".
           05  FILLER                   PIC X(02) VALUE "CY".

       01  WS-DETAIL-LINE.
           05  DL-DATE.
           05  DL-TOP-BAND              PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TOP-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-CYCLES                PIC Z9.

       01  WS-SUMMARY-LINE.
           05  SL-LABEL                 PIC X(34).
           PERFORM 2000-PROCESS-HISTORY
               THRU 2000-PROCESS-HISTORY-EXIT
               UNTIL END-OF-HIST-FILE
           IF DAY-PENDING
               PERFORM 2200-PRINT-DAY
                   THRU 2200-PRINT-DAY-EXIT
           END-IF
           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT
           STOP RUN.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-HISTORY: ADDS ONE RUN'S NUMBERS TO THE DAY BEING
      *                       BUILT UP, PRINTING THE PREVIOUS DAY'S
      *                       LINE FIRST WHEN THIS ROW STARTS A NEW
      *                       DATE, AND READS THE NEXT ROW.
      *----------------------------------------------------------------
       2000-PROCESS-HISTORY.
           IF CH-ROW-BACKED-OUT
                   THRU 2100-READ-HIST-FILE-EXIT
               GO TO 2000-PROCESS-HISTORY-EXIT
           END-IF
           IF DAY-PENDING
               AND CH-RUN-DATE NOT = WS-PEND-DATE
               PERFORM 2200-PRINT-DAY
                   THRU 2200-PRINT-DAY-EXIT
           END-IF
           IF NOT DAY-PENDING
               MOVE "Y" TO WS-PEND-SWITCH
               MOVE CH-RUN-DATE TO WS-PEND-DATE
               MOVE ZERO TO WS-PEND-RECORDS
               MOVE ZERO TO WS-PEND-TOP-COUNT
               MOVE ZERO TO WS-PEND-CYCLES
           END-IF

           MOVE CH-RULE-ID TO WS-PEND-RULE-ID
           MOVE CH-THRESHOLD-VALUE TO WS-PEND-THRESHOLD
           ADD CH-RECORDS-PROCESSED TO WS-PEND-RECORDS
           ADD 1 TO WS-PEND-CYCLES
           IF CH-BAND-COUNT IS NUMERIC
               AND CH-BAND-COUNT > ZERO
               AND CH-BAND-COUNT NOT > 5
               MOVE CH-BAND-NAME (CH-BAND-COUNT) TO WS-PEND-TOP-BAND
               ADD CH-BAND-TOTAL (CH-BAND-COUNT) TO WS-PEND-TOP-COUNT
           ELSE
               IF WS-PEND-TOP-COUNT = ZERO
                   MOVE "(NO BANDS)" TO WS-PEND-TOP-BAND
               END-IF
           END-IF

           ADD 1 TO WS-CYCLES-IN-PERIOD
           ADD CH-RECORDS-PROCESSED TO WS-TOTAL-RECORDS

           PERFORM 2100-READ-HIST-FILE
       2100-READ-HIST-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-PRINT-DAY: PRINTS THE BUILT-UP DAY'S LINE -- ALL OF ITS
      *                 CYCLES ADDED TOGETHER -- AND COUNTS THE DAY.
      *----------------------------------------------------------------
       2200-PRINT-DAY.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADING
                   THRU 1100-WRITE-HEADING-EXIT
           END-IF

           MOVE WS-PEND-DATE (1:4) TO DL-YYYY
           MOVE WS-PEND-DATE (5:2) TO DL-MM
           MOVE WS-PEND-DATE (7:2) TO DL-DD
           MOVE WS-PEND-RULE-ID TO DL-RULE-ID
           MOVE WS-PEND-THRESHOLD TO DL-THRESHOLD
           MOVE WS-PEND-RECORDS TO DL-RECORDS
           MOVE WS-PEND-TOP-BAND TO DL-TOP-BAND
           MOVE WS-PEND-TOP-COUNT TO DL-TOP-COUNT
           MOVE WS-PEND-CYCLES TO DL-CYCLES
           WRITE TREND-RPT-LINE FROM WS-DETAIL-LINE
               BEFORE ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT

           ADD 1 TO WS-RUNS-IN-PERIOD
           ADD WS-PEND-TOP-COUNT TO WS-TOTAL-TOP-BAND
           MOVE "N" TO WS-PEND-SWITCH.
       2200-PRINT-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-TERMINATE: PRINTS THE PERIOD TOTALS AND PER-RUN AVERAGES
      *                 AND CLOSES THE FILES.
           WRITE TREND-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 2 LINES

           MOVE "DAYS RUN IN PERIOD:" TO SL-LABEL
           MOVE WS-RUNS-IN-PERIOD TO SL-COUNT
           WRITE TREND-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE

           MOVE "PROCESSING CYCLES IN PERIOD:" TO SL-LABEL
           MOVE WS-CYCLES-IN-PERIOD TO SL-COUNT
           WRITE TREND-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE

           MOVE "RECORDS PROCESSED IN PERIOD:" TO SL-LABEL
           MOVE WS-TOTAL-RECORDS TO SL-COUNT
           WRITE TREND-RPT-LINE FROM WS-SUMMARY-LINE
               COMPUTE WS-AVG-TOP-BAND ROUNDED =
                   WS-TOTAL-TOP-BAND / WS-RUNS-IN-PERIOD

               MOVE "AVERAGE RECORDS PER DAY:" TO SL-LABEL
               MOVE WS-AVG-RECORDS TO SL-COUNT
               WRITE TREND-RPT-LINE FROM WS-SUMMARY-LINE
                   BEFORE ADVANCING 1 LINE

               MOVE "AVERAGE TOP-BAND RECORDS PER DAY:" TO SL-LABEL
               MOVE WS-AVG-TOP-BAND TO SL-COUNT
               WRITE TREND-RPT-LINE FROM WS-SUMMARY-LINE
                   BEFORE ADVANCING 1 LINE
