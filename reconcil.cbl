      *                    DID NOT RECONCILE IS NOT SENT TO HEAD
      *                    OFFICE. A JOURNAL STATUS ALONE IS
      *                    INVISIBLE TO COND.
      *   2026-10-15  LB   THE DAY CAN NOW HAVE MORE THAN ONE
      *                    PROCESSING CYCLE (SEE CYCLECTL.cpy). THE
      *                    NUMIN-VERSUS-IFELSE.CLS BALANCE IS THIS
      *                    CYCLE'S (A CLASSIFIED RECORD STAMPED WITH
      *                    ANY OTHER CYCLE IS COUNTED AGAINST IT),
      *                    AND A NEW DAY SECTION BALANCES EVERY CYCLE
      *                    RUN SO FAR TODAY -- WHAT NUMEDIT PASSED
      *                    (ITS RUNJRNL END ROW) AGAINST WHAT IFELSE
      *                    CLASSIFIED (ITS IFELSE.HST ROW) -- AND THE
      *                    DAY AS A WHOLE. A BACKED-OUT CYCLE IS SHOWN
      *                    BUT LEFT OUT OF THE DAY TOTALS. EITHER
      *                    BALANCE FAILING ENDS WITH RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RECONCIL".
               ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED RUN JOURNAL -- ONE START AND ONE END ROW PER RUN (SEE
      * RUNJRNL.cpy), READ BY OPSUMARY FOR THE MORNING PAGE. ALSO
      * READ HERE FOR WHAT NUMEDIT PASSED IN EACH OF TODAY'S CYCLES.
           SELECT JOURNAL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * IFELSE'S RUN HISTORY -- ONE ROW PER COMPLETED RUN (SEE
      * CLASHIST.cpy), READ FOR WHAT EACH OF TODAY'S CYCLES CLASSIFIED.
           SELECT HIST-FILE ASSIGN TO "IFELSE.HST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

      * THE DATE AND CYCLE RUNGUARD CLEARED THIS SUBMISSION FOR (SEE
      * CYCLECTL.cpy).
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE SAME FEED IFELSE READS AS NUM-FILE -- READING IT AGAIN
      * HERE IS SAFE SINCE NEITHER PROGRAM OPENS IT FOR OUTPUT.
       FD  NUM-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  NUM-IN-RECORD.
           05  NUM-IN-SOURCE-CODE        PIC X(03).
           05  NUM-IN-RECORD-VALUE       PIC 9(02).
           05  NUM-IN-CYCLE              PIC X(01).

      * THE CLASSIFIED-TRANSACTION FILE IFELSE WRITES ALONGSIDE ITS
      * REPORT -- ONE RECORD PER RECORD CLASSIFIED, SO COUNTING IT IS
      * COUNTING WHAT IFELSE ACTUALLY CLASSIFIED.
       FD  CLASS-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY "CLASSOUT.cpy".

       FD  LOG-FILE.

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY "RUNJRNL.cpy".

       FD  HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS.
           COPY "CLASHIST.cpy".

       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       77  WS-NUM-EOF-SWITCH             PIC X(01) VALUE "N".
           88  END-OF-NUM-IN                        VALUE "Y".
           88  CLS-FILE-OK                          VALUE "00".
       77  WS-LOG-FILE-STATUS            PIC X(02) VALUE "00".
           88  LOG-FILE-OK                          VALUE "00".
       77  WS-HIST-FILE-STATUS           PIC X(02) VALUE "00".
           88  HIST-FILE-OK                         VALUE "00".
       77  WS-HIST-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-HIST                          VALUE "Y".
       77  WS-JRNL-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-JRNL                          VALUE "Y".
       77  WS-CYC-FILE-STATUS            PIC X(02) VALUE "00".
           88  CYC-FILE-OK                          VALUE "00".

       77  WS-JRNL-FILE-STATUS           PIC X(02) VALUE "00".
           88  JRNL-FILE-OK                         VALUE "00".
       77  WS-RECORDS-MISSING            PIC 9(06) VALUE ZERO.
       77  WS-RECORDS-EXCESS             PIC 9(06) VALUE ZERO.
       77  WS-ENTRIES-LOGGED             PIC 9(06) VALUE ZERO.
       77  WS-RECORDS-OFF-CYCLE          PIC 9(06) VALUE ZERO.

      * THIS RUN'S PROCESSING CYCLE -- 1 UNLESS CYCLECTL SAYS
      * OTHERWISE FOR TODAY.
       77  WS-RUN-CYCLE                  PIC 9(01) VALUE 1.
       77  WS-ROW-CYCLE                  PIC 9(01) VALUE 1.
       77  WS-MAX-CYCLE                  PIC 9(01) VALUE 1.
       77  WS-CYC-SUB                    PIC 9(02) VALUE ZERO.
       77  WS-CYCLE-BAL-SWITCH           PIC X(01) VALUE "Y".
           88  CYCLE-IS-BALANCED                    VALUE "Y".
       77  WS-DAY-BAL-SWITCH             PIC X(01) VALUE "Y".
           88  DAY-IS-BALANCED                      VALUE "Y".
       77  WS-DAY-FED                    PIC 9(06) VALUE ZERO.
       77  WS-DAY-CLASSIFIED             PIC 9(06) VALUE ZERO.

      * TODAY'S CYCLES, BY CYCLE NUMBER: WHAT NUMEDIT'S LATEST END
      * ROW FOR THE CYCLE SAYS IT PASSED TO NUMIN, AND THE IFELSE.HST
      * ROWS FOR IT -- LIVE ONES SUMMED, BACKED-OUT ONES ONLY COUNTED.
       01  WS-DAY-CYCLE-TABLE.
           05  WS-DAY-CYCLE OCCURS 9 TIMES.
               10  WD-FED-SWITCH          PIC X(01).
                   88  WD-FED-KNOWN                 VALUE "Y".
                   88  WD-FED-HELD                  VALUE "H".
               10  WD-FED                 PIC 9(06).
               10  WD-CLASSIFIED          PIC 9(06).
               10  WD-LIVE-ROWS           PIC 9(02).
               10  WD-BACKED-ROWS         PIC 9(02).

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY                PIC 9(04).
           05  HL-MM                      PIC 9(02).
           05  FILLER                     PIC X(01) VALUE "-".
           05  HL-DD                      PIC 9(02).
           05  FILLER                     PIC X(08) VALUE "  CYCLE ".
           05  HL-CYCLE                   PIC 9(01).

       01  WS-BALANCE-LINE.
           05  BL-LABEL                   PIC X(42).
           05  BL-COUNT                   PIC ZZZ,ZZ9.

       01  WS-DAY-HEADING-LINE.
           05  FILLER                     PIC X(10) VALUE "CYCLE".
           05  FILLER                     PIC X(10) VALUE "     FED".
           05  FILLER                     PIC X(12) VALUE " CLASSIFIED".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "RESULT".

       01  WS-DAY-CYCLE-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DC-CYCLE                   PIC 9(01).
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  DC-FED                     PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  DC-CLASSIFIED              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  DC-RESULT                  PIC X(36).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: COUNTS NUMIN, IFELSE.CLS, AND TODAY'S
           MOVE WS-RUN-YYYY TO WS-TODAY-YYYY
           MOVE WS-RUN-MM TO WS-TODAY-MM
           MOVE WS-RUN-DD TO WS-TODAY-DD
           PERFORM 0500-READ-CYCLE-CONTROL
               THRU 0500-READ-CYCLE-CONTROL-EXIT
           MOVE "S" TO WS-JRNL-TYPE
           PERFORM 8500-WRITE-JOURNAL
               THRU 8500-WRITE-JOURNAL-EXIT
               THRU 2000-COUNT-CLASSIFIED-EXIT
           PERFORM 2500-COUNT-LOG
               THRU 2500-COUNT-LOG-EXIT
           PERFORM 4000-TALLY-DAY
               THRU 4000-TALLY-DAY-EXIT
           PERFORM 3000-WRITE-BALANCE
               THRU 3000-WRITE-BALANCE-EXIT
           MOVE "E" TO WS-JRNL-TYPE
           MOVE WS-RECORDS-READ TO WS-JRNL-RECORDS-IN
           MOVE WS-RECORDS-CLASSIFIED TO WS-JRNL-RECORDS-OUT
           IF CYCLE-IS-BALANCED AND DAY-IS-BALANCED
               MOVE "0000" TO WS-JRNL-STATUS
           ELSE
               MOVE "0004" TO WS-JRNL-STATUS
               THRU 8500-WRITE-JOURNAL-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-READ-CYCLE-CONTROL: TAKES THE RUN'S CYCLE OFF CYCLECTL.
      *                          NO FILE, OR ONE RUNGUARD WROTE FOR
      *                          AN EARLIER DATE, IS CYCLE 1.
      *----------------------------------------------------------------
       0500-READ-CYCLE-CONTROL.
           MOVE 1 TO WS-RUN-CYCLE
           OPEN INPUT CYCLE-CONTROL-FILE
           IF NOT CYC-FILE-OK
               GO TO 0500-READ-CYCLE-CONTROL-EXIT
           END-IF
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE SPACES TO CYCLE-CONTROL-RECORD
           END-READ
           CLOSE CYCLE-CONTROL-FILE
           IF CY-RUN-DATE IS NUMERIC
               AND CY-RUN-DATE = WS-RUN-DATE
               AND CY-CYCLE IS NUMERIC
               AND CY-CYCLE > ZERO
               MOVE CY-CYCLE TO WS-RUN-CYCLE
           END-IF.
       0500-READ-CYCLE-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-COUNT-NUMIN: COUNTS EVERY RECORD IFELSE HAD AVAILABLE TO
      *                   CLASSIFY THIS RUN. NUMIN IS READ INPUT-ONLY
      *                        EXTENDED (NEVER TRUNCATED) ACROSS A
      *                        RESTART, SO EVERY RECORD IN IT BELONGS
      *                        TO THIS RUN -- NO DATE FILTER IS
      *                        NEEDED ON THIS SIDE. A RECORD STAMPED
      *                        WITH ANOTHER CYCLE IS LEFT OVER FROM
      *                        SOME OTHER RUN AND IS COUNTED AS SUCH.
      *----------------------------------------------------------------
       2000-COUNT-CLASSIFIED.
           OPEN INPUT CLASS-IN-FILE

       2200-TALLY-CLASS-RECORD.
           ADD 1 TO WS-RECORDS-CLASSIFIED
           IF CO-CYCLE NOT = WS-RUN-CYCLE
               ADD 1 TO WS-RECORDS-OFF-CYCLE
           END-IF
           PERFORM 2100-READ-CLASS-FILE
               THRU 2100-READ-CLASS-FILE-EXIT.
       2200-TALLY-CLASS-RECORD-EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-BALANCE: WORKS OUT THE DIFFERENCE BETWEEN WHAT WAS
      *                     READ AND WHAT WAS CLASSIFIED THIS CYCLE,
      *                     AND PRINTS THE BALANCING REPORT -- THIS
      *                     CYCLE FIRST, THEN THE DAY.
      *----------------------------------------------------------------
       3000-WRITE-BALANCE.
           MOVE ZERO TO WS-RECORDS-MISSING
                       WS-RECORDS-CLASSIFIED - WS-RECORDS-READ
               END-IF
           END-IF
           IF WS-RECORDS-MISSING = ZERO
               AND WS-RECORDS-EXCESS = ZERO
               AND WS-RECORDS-OFF-CYCLE = ZERO
               MOVE "Y" TO WS-CYCLE-BAL-SWITCH
           ELSE
               MOVE "N" TO WS-CYCLE-BAL-SWITCH
           END-IF

           OPEN OUTPUT BAL-RPT-FILE

           MOVE WS-RUN-YYYY TO HL-YYYY
           MOVE WS-RUN-MM TO HL-MM
           MOVE WS-RUN-DD TO HL-DD
           MOVE WS-RUN-CYCLE TO HL-CYCLE
           WRITE BAL-RPT-LINE FROM WS-HEADING-LINE
               AFTER ADVANCING 1 LINE

           WRITE BAL-RPT-LINE FROM WS-BALANCE-LINE
               AFTER ADVANCING 1 LINE

           MOVE "CLASSIFIED UNDER ANOTHER CYCLE:" TO BL-LABEL
           MOVE WS-RECORDS-OFF-CYCLE TO BL-COUNT
           WRITE BAL-RPT-LINE FROM WS-BALANCE-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-BALANCE-LINE
           WRITE BAL-RPT-LINE FROM WS-BALANCE-LINE
               AFTER ADVANCING 2 LINES
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-BALANCE-LINE
           IF CYCLE-IS-BALANCED
               MOVE "** BATCH BALANCED **" TO BL-LABEL
           ELSE
               MOVE "** BATCH NOT BALANCED -- INVESTIGATE **"
           WRITE BAL-RPT-LINE FROM WS-BALANCE-LINE
               AFTER ADVANCING 2 LINES

           MOVE SPACES TO WS-BALANCE-LINE
           MOVE "THE DAY SO FAR, BY CYCLE:" TO BL-LABEL
           WRITE BAL-RPT-LINE FROM WS-BALANCE-LINE
               AFTER ADVANCING 3 LINES
           WRITE BAL-RPT-LINE FROM WS-DAY-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-DAY-FED
           MOVE ZERO TO WS-DAY-CLASSIFIED
           MOVE "Y" TO WS-DAY-BAL-SWITCH
           MOVE 1 TO WS-CYC-SUB
           PERFORM 3500-WRITE-ONE-CYCLE
               THRU 3500-WRITE-ONE-CYCLE-EXIT
               UNTIL WS-CYC-SUB > WS-MAX-CYCLE

           MOVE SPACES TO WS-DAY-CYCLE-LINE
           MOVE "DAY" TO WS-DAY-CYCLE-LINE (1:3)
           MOVE WS-DAY-FED TO DC-FED
           MOVE WS-DAY-CLASSIFIED TO DC-CLASSIFIED
           IF WS-DAY-FED NOT = WS-DAY-CLASSIFIED
               MOVE "N" TO WS-DAY-BAL-SWITCH
           END-IF
           WRITE BAL-RPT-LINE FROM WS-DAY-CYCLE-LINE
               AFTER ADVANCING 2 LINES

           MOVE SPACES TO WS-BALANCE-LINE
           IF DAY-IS-BALANCED
               MOVE "** DAY BALANCED **" TO BL-LABEL
           ELSE
               MOVE "** DAY NOT BALANCED -- INVESTIGATE **"
                   TO BL-LABEL
           END-IF
           WRITE BAL-RPT-LINE FROM WS-BALANCE-LINE
               AFTER ADVANCING 2 LINES

           CLOSE BAL-RPT-FILE.
       3000-WRITE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-WRITE-ONE-CYCLE: PRINTS ONE OF TODAY'S CYCLES AND ADDS IT
      *                       TO THE DAY. A CYCLE BALANCES WHEN ONE
      *                       LIVE IFELSE.HST ROW CLASSIFIED EXACTLY
      *                       WHAT NUMEDIT PASSED; A CYCLE WHOSE ONLY
      *                       ROWS ARE BACKED OUT IS SHOWN BUT TAKES
      *                       NO PART IN THE DAY. A CYCLE NUMBER WITH
      *                       NOTHING AGAINST IT IS SKIPPED.
      *----------------------------------------------------------------
       3500-WRITE-ONE-CYCLE.
           IF WD-FED-SWITCH (WS-CYC-SUB) = SPACE
               AND WD-LIVE-ROWS (WS-CYC-SUB) = ZERO
               AND WD-BACKED-ROWS (WS-CYC-SUB) = ZERO
               ADD 1 TO WS-CYC-SUB
               GO TO 3500-WRITE-ONE-CYCLE-EXIT
           END-IF
           MOVE SPACES TO WS-DAY-CYCLE-LINE
           MOVE WS-CYC-SUB TO DC-CYCLE
           MOVE WD-FED (WS-CYC-SUB) TO DC-FED
           MOVE WD-CLASSIFIED (WS-CYC-SUB) TO DC-CLASSIFIED
           IF WD-LIVE-ROWS (WS-CYC-SUB) = ZERO
               AND WD-BACKED-ROWS (WS-CYC-SUB) > ZERO
               MOVE "BACKED OUT -- NOT IN THE DAY" TO DC-RESULT
               WRITE BAL-RPT-LINE FROM WS-DAY-CYCLE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CYC-SUB
               GO TO 3500-WRITE-ONE-CYCLE-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WD-FED-HELD (WS-CYC-SUB)
                   MOVE "** HELD AT NUMEDIT **" TO DC-RESULT
               WHEN NOT WD-FED-KNOWN (WS-CYC-SUB)
                   MOVE "** NO NUMEDIT END ROW **" TO DC-RESULT
               WHEN WD-LIVE-ROWS (WS-CYC-SUB) = ZERO
                   MOVE "** NOT CLASSIFIED **" TO DC-RESULT
               WHEN WD-LIVE-ROWS (WS-CYC-SUB) > 1
                   MOVE "** MORE THAN ONE RUN ON FILE **"
                       TO DC-RESULT
               WHEN WD-FED (WS-CYC-SUB) NOT = WD-CLASSIFIED (WS-CYC-SUB)
                   MOVE "** NOT BALANCED **" TO DC-RESULT
               WHEN OTHER
                   MOVE "BALANCED" TO DC-RESULT
           END-EVALUATE
           IF DC-RESULT NOT = "BALANCED"
               MOVE "N" TO WS-DAY-BAL-SWITCH
           END-IF
           ADD WD-FED (WS-CYC-SUB) TO WS-DAY-FED
           ADD WD-CLASSIFIED (WS-CYC-SUB) TO WS-DAY-CLASSIFIED
           WRITE BAL-RPT-LINE FROM WS-DAY-CYCLE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CYC-SUB.
       3500-WRITE-ONE-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-TALLY-DAY: GATHERS TODAY'S CYCLES -- NUMEDIT'S END ROWS
      *                 OFF RUNJRNL (THE LATEST FOR A CYCLE STANDS,
      *                 SINCE A RE-EDIT OF THE SAME FEED REPLACES
      *                 NUMIN) AND IFELSE'S ROWS OFF IFELSE.HST. THIS
      *                 CYCLE'S FEED IS TAKEN FROM NUMIN ITSELF.
      *----------------------------------------------------------------
       4000-TALLY-DAY.
           MOVE SPACES TO WS-DAY-CYCLE-TABLE
           MOVE 1 TO WS-CYC-SUB
           PERFORM 4050-CLEAR-ONE-CYCLE
               THRU 4050-CLEAR-ONE-CYCLE-EXIT
               UNTIL WS-CYC-SUB > 9
           MOVE WS-RUN-CYCLE TO WS-MAX-CYCLE

           OPEN INPUT JOURNAL-FILE
           IF JRNL-FILE-OK
               PERFORM 4100-READ-JOURNAL
                   THRU 4100-READ-JOURNAL-EXIT
               PERFORM 4200-TALLY-JOURNAL-ROW
                   THRU 4200-TALLY-JOURNAL-ROW-EXIT
                   UNTIL END-OF-JRNL
               CLOSE JOURNAL-FILE
           END-IF
           MOVE "Y" TO WD-FED-SWITCH (WS-RUN-CYCLE)
           MOVE WS-RECORDS-READ TO WD-FED (WS-RUN-CYCLE)

           OPEN INPUT HIST-FILE
           IF HIST-FILE-OK
               PERFORM 4300-READ-HISTORY
                   THRU 4300-READ-HISTORY-EXIT
               PERFORM 4400-TALLY-HISTORY-ROW
                   THRU 4400-TALLY-HISTORY-ROW-EXIT
                   UNTIL END-OF-HIST
               CLOSE HIST-FILE
           END-IF.
       4000-TALLY-DAY-EXIT.
           EXIT.

       4050-CLEAR-ONE-CYCLE.
           MOVE ZERO TO WD-FED (WS-CYC-SUB)
           MOVE ZERO TO WD-CLASSIFIED (WS-CYC-SUB)
           MOVE ZERO TO WD-LIVE-ROWS (WS-CYC-SUB)
           MOVE ZERO TO WD-BACKED-ROWS (WS-CYC-SUB)
           ADD 1 TO WS-CYC-SUB.
       4050-CLEAR-ONE-CYCLE-EXIT.
           EXIT.

       4100-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET END-OF-JRNL TO TRUE
           END-READ.
       4100-READ-JOURNAL-EXIT.
           EXIT.

       4200-TALLY-JOURNAL-ROW.
           IF RJ-PROGRAM-ID = "NUMEDIT "
               AND RJ-RECORD-TYPE = "E"
               AND RJ-DATE = WS-RUN-DATE
               IF RJ-CYCLE IS NUMERIC AND RJ-CYCLE > ZERO
                   MOVE RJ-CYCLE TO WS-ROW-CYCLE
               ELSE
                   MOVE 1 TO WS-ROW-CYCLE
               END-IF
               IF RJ-COMPLETION-STATUS = "0006"
                   MOVE "H" TO WD-FED-SWITCH (WS-ROW-CYCLE)
                   MOVE ZERO TO WD-FED (WS-ROW-CYCLE)
               ELSE
                   MOVE "Y" TO WD-FED-SWITCH (WS-ROW-CYCLE)
                   MOVE RJ-RECORDS-OUT TO WD-FED (WS-ROW-CYCLE)
               END-IF
               IF WS-ROW-CYCLE > WS-MAX-CYCLE
                   MOVE WS-ROW-CYCLE TO WS-MAX-CYCLE
               END-IF
           END-IF
           PERFORM 4100-READ-JOURNAL
               THRU 4100-READ-JOURNAL-EXIT.
       4200-TALLY-JOURNAL-ROW-EXIT.
           EXIT.

       4300-READ-HISTORY.
           READ HIST-FILE
               AT END
                   SET END-OF-HIST TO TRUE
           END-READ.
       4300-READ-HISTORY-EXIT.
           EXIT.

       4400-TALLY-HISTORY-ROW.
           IF CH-RUN-DATE = WS-RUN-DATE
               IF CH-CYCLE IS NUMERIC AND CH-CYCLE > ZERO
                   MOVE CH-CYCLE TO WS-ROW-CYCLE
               ELSE
                   MOVE 1 TO WS-ROW-CYCLE
               END-IF
               IF CH-ROW-BACKED-OUT
                   ADD 1 TO WD-BACKED-ROWS (WS-ROW-CYCLE)
               ELSE
                   ADD 1 TO WD-LIVE-ROWS (WS-ROW-CYCLE)
                   ADD CH-RECORDS-PROCESSED
                       TO WD-CLASSIFIED (WS-ROW-CYCLE)
               END-IF
               IF WS-ROW-CYCLE > WS-MAX-CYCLE
                   MOVE WS-ROW-CYCLE TO WS-MAX-CYCLE
               END-IF
           END-IF
           PERFORM 4300-READ-HISTORY
               THRU 4300-READ-HISTORY-EXIT.
       4400-TALLY-HISTORY-ROW-EXIT.
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
