      *            AND PRINTS AN AUDIT OF EVERY RECORD, ROW, AND ID
      *            IT REVERSED -- LEAVING THE FILES READY FOR A CLEAN
      *            RERUN OF STEP020. RUN IT FROM THE BACKOUT JOB,
      *            NEVER WHILE CUSTBAT IS IN FLIGHT. ON A DAY WITH
      *            MORE THAN ONE PROCESSING CYCLE, ADD ",CYCLE=N" TO
      *            THE PARM TO REVERSE JUST THAT CYCLE.
      *
      *            ENDS RC=0 WHEN SOMETHING WAS REVERSED, RC=4 WHEN
      *            NOTHING MATCHED THE PARM (SO A MIS-KEYED DATE IS
      *                    ANY PASS RUNS, AND A CLOSED MONTH REFUSES
      *                    WITH RC=8. FIGURES THE BUSINESS SIGNED DO
      *                    NOT QUIETLY CHANGE.
      *   2026-10-15  LB   THE DAY CAN NOW HAVE MORE THAN ONE
      *                    PROCESSING CYCLE (SEE CYCLECTL.cpy). A
      *                    ",CYCLE=N" ON THE END OF EITHER PARM FORM
      *                    REVERSES THAT ONE CYCLE AND LEAVES THE
      *                    DAY'S OTHER CYCLES ALONE -- CLS RECORDS,
      *                    THE HST ROW AND THE XRF ROWS ARE ALL
      *                    MATCHED ON THE CYCLE THEY CARRY. WITHOUT
      *                    IT EVERY CYCLE OF THE DATE IS REVERSED, AS
      *                    BEFORE. IFELSE.CLS WIDENED TO 32 BYTES AND
      *                    IFELSE.HST TO 170.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BACKOUT".
       FILE SECTION.
       FD  CLASS-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY "CLASSOUT.cpy".

       FD  CLASS-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01  CLASS-NEW-RECORD             PIC X(32).

       FD  HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS.
           COPY "CLASHIST.cpy".

       FD  XREF-FILE.
      * PARM: EITHER THE 8-DIGIT RUN DATE OR THE FULL 14-DIGIT RUN
      * ID OFF THE XREF ROWS (DATE + START TIME). THE RUN-ID FORM
      * PINS THE XREF PASS TO ONE SPECIFIC RUN WHEN TWO RAN THE SAME
      * DAY; THE CLS AND HST PASSES ALWAYS WORK BY THE DATE. EITHER
      * FORM MAY END ",CYCLE=N" TO NARROW EVERY PASS TO ONE CYCLE.
       77  WS-PARM-TEXT                 PIC X(22) VALUE SPACES.
       77  WS-MODE-SWITCH               PIC X(01) VALUE SPACES.
           88  MODE-IS-DATE                        VALUE "D".
           88  MODE-IS-RUN-ID                      VALUE "R".
       77  WS-TARGET-DATE               PIC 9(08) VALUE ZERO.
       77  WS-TARGET-DATE-X             PIC X(08) VALUE SPACES.
       77  WS-TARGET-RUN-ID             PIC X(14) VALUE SPACES.
       77  WS-CYCLE-SWITCH              PIC X(01) VALUE "N".
           88  ONE-CYCLE-ONLY                      VALUE "Y".
       77  WS-TARGET-CYCLE              PIC 9(01) VALUE ZERO.
       77  WS-ROW-CYCLE                 PIC 9(01) VALUE 1.

       77  WS-CLS-KEPT                  PIC 9(06) VALUE ZERO.
       77  WS-CLS-REMOVED               PIC 9(06) VALUE ZERO.
       01  WS-TARGET-LINE.
           05  FILLER                   PIC X(18)
               VALUE "REVERSING TARGET: ".
           05  TL-TARGET                PIC X(22).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-MODE                  PIC X(24).

       01  WS-CLS-LINE.
           05  FILLER                   PIC X(17)
           05  HL-RULE                  PIC X(06).
           05  FILLER                   PIC X(09) VALUE " RECORDS ".
           05  HL-RECORDS               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(07) VALUE " CYCLE ".
           05  HL-CYCLE                 PIC 9(01).

       01  WS-XREF-LINE.
           05  FILLER                   PIC X(21)
      *----------------------------------------------------------------
      * 0100-PARSE-PARM: AN 8-DIGIT PARM IS A RUN DATE; 14 DIGITS IS
      *                  A RUN ID, WHOSE FIRST 8 DIGITS ARE THE RUN
      *                  DATE. EITHER MAY BE FOLLOWED BY ",CYCLE=N"
      *                  (N 1-9). ANYTHING ELSE IS RC=8 AND NOTHING IS
      *                  TOUCHED -- A REVERSAL AIMED BY GUESSWORK IS
      *                  A SECOND INCIDENT, NOT A REPAIR. THE AUDIT
      *                  REPORT OPENS HERE SO EVEN A NO-MATCH RUN
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN WS-PARM-TEXT (1:8) IS NUMERIC
                   AND WS-PARM-TEXT (9:14) = SPACES
                   MOVE "D" TO WS-MODE-SWITCH
                   MOVE WS-PARM-TEXT (1:8) TO WS-TARGET-DATE-X
               WHEN WS-PARM-TEXT (1:8) IS NUMERIC
                   AND (WS-PARM-TEXT (9:7) = ",CYCLE="
                       OR WS-PARM-TEXT (9:7) = ",cycle=")
                   AND WS-PARM-TEXT (16:1) IS NUMERIC
                   AND WS-PARM-TEXT (16:1) NOT = "0"
                   AND WS-PARM-TEXT (17:6) = SPACES
                   MOVE "D" TO WS-MODE-SWITCH
                   MOVE WS-PARM-TEXT (1:8) TO WS-TARGET-DATE-X
                   MOVE "Y" TO WS-CYCLE-SWITCH
                   MOVE WS-PARM-TEXT (16:1) TO WS-TARGET-CYCLE
               WHEN WS-PARM-TEXT (1:14) IS NUMERIC
                   AND WS-PARM-TEXT (15:8) = SPACES
                   MOVE "R" TO WS-MODE-SWITCH
                   MOVE WS-PARM-TEXT (1:14) TO WS-TARGET-RUN-ID
                   MOVE WS-PARM-TEXT (1:8) TO WS-TARGET-DATE-X
               WHEN WS-PARM-TEXT (1:14) IS NUMERIC
                   AND (WS-PARM-TEXT (15:7) = ",CYCLE="
                       OR WS-PARM-TEXT (15:7) = ",cycle=")
                   AND WS-PARM-TEXT (22:1) IS NUMERIC
                   AND WS-PARM-TEXT (22:1) NOT = "0"
                   MOVE "R" TO WS-MODE-SWITCH
                   MOVE WS-PARM-TEXT (1:14) TO WS-TARGET-RUN-ID
                   MOVE WS-PARM-TEXT (1:8) TO WS-TARGET-DATE-X
                   MOVE "Y" TO WS-CYCLE-SWITCH
                   MOVE WS-PARM-TEXT (22:1) TO WS-TARGET-CYCLE
               WHEN OTHER
                   DISPLAY "BACKOUT: PARM MUST BE THE 8-DIGIT RUN "
                       "DATE OR THE 14-DIGIT RUN ID, OPTIONALLY "
                       "FOLLOWED BY ',CYCLE=N' -- GOT '"
                       WS-PARM-TEXT "'. NOTHING TOUCHED."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           WRITE BACK-RPT-LINE FROM WS-HEADING-LINE-1
               BEFORE ADVANCING 2 LINES
           MOVE WS-PARM-TEXT TO TL-TARGET
           EVALUATE TRUE
               WHEN MODE-IS-DATE AND ONE-CYCLE-ONLY
                   MOVE "(RUN DATE, ONE CYCLE)" TO TL-MODE
               WHEN MODE-IS-DATE
                   MOVE "(RUN DATE, ALL CYCLES)" TO TL-MODE
               WHEN ONE-CYCLE-ONLY
                   MOVE "(RUN ID, ONE CYCLE)" TO TL-MODE
               WHEN OTHER
                   MOVE "(RUN ID)" TO TL-MODE
           END-EVALUATE
           WRITE BACK-RPT-LINE FROM WS-TARGET-LINE
               BEFORE ADVANCING 2 LINES.
       0100-PARSE-PARM-EXIT.

      *----------------------------------------------------------------
      * 1000-FILTER-CLS: COPIES IFELSE.CLS TO THE NEW DATASET MINUS
      *                  THE TARGET RUN'S RECORDS (ONLY THE TARGET
      *                  CYCLE'S, WHEN ONE WAS GIVEN), PRINTING EVERY
      *                  RECORD DROPPED. THE LIVE FILE IS NEVER
      *                  WRITTEN -- THE JOB'S SWAP STEP DOES THE
      *                  PROMOTION, AND ONLY AFTER A CLEAN END.
           EXIT.

       1200-SIFT-ONE-CLS.
           IF CO-CYCLE IS NUMERIC AND CO-CYCLE > ZERO
               MOVE CO-CYCLE TO WS-ROW-CYCLE
           ELSE
               MOVE 1 TO WS-ROW-CYCLE
           END-IF
           IF CO-RUN-DATE = WS-TARGET-DATE
               AND (NOT ONE-CYCLE-ONLY
                   OR WS-ROW-CYCLE = WS-TARGET-CYCLE)
               ADD 1 TO WS-CLS-REMOVED
               MOVE CO-CUST-ID TO CL-CUST-ID
               MOVE CO-SOURCE-CODE TO CL-SOURCE
           EXIT.

       2200-CHECK-ONE-HIST.
           IF CH-CYCLE IS NUMERIC AND CH-CYCLE > ZERO
               MOVE CH-CYCLE TO WS-ROW-CYCLE
           ELSE
               MOVE 1 TO WS-ROW-CYCLE
           END-IF
           IF CH-RUN-DATE = WS-TARGET-DATE
               AND NOT CH-ROW-BACKED-OUT
               AND (NOT ONE-CYCLE-ONLY
                   OR WS-ROW-CYCLE = WS-TARGET-CYCLE)
               MOVE "B" TO CH-STATUS
               REWRITE CLASS-HIST-RECORD
               ADD 1 TO WS-HIST-FLAGGED
               MOVE CH-RUN-DATE TO HL-DATE
               MOVE CH-RULE-ID TO HL-RULE
               MOVE CH-RECORDS-PROCESSED TO HL-RECORDS
               MOVE WS-ROW-CYCLE TO HL-CYCLE
               WRITE BACK-RPT-LINE FROM WS-HIST-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
      *                 SO USERINPUT'S IDS FROM THE SAME DAY ARE LEFT
      *                 ALONE. A RERUN'S FRESH IDS THEN STAND ON
      *                 THEIR OWN INSTEAD OF READING AS DUPLICATES.
      *                 WITH A TARGET CYCLE, ONLY IFELSE ROWS STAMPED
      *                 WITH THAT CYCLE (SEE CUSTXREF.cpy) ARE VOIDED.
      *----------------------------------------------------------------
       3000-VOID-XREF.
           OPEN I-O XREF-FILE
           IF XR-STATUS = "B"
               GO TO 3100-CHECK-ONE-XREF-EXIT
           END-IF
           IF XR-DETAIL (4:1) IS NUMERIC
               AND XR-DETAIL (4:1) NOT = "0"
               MOVE XR-DETAIL (4:1) TO WS-ROW-CYCLE
           ELSE
               MOVE 1 TO WS-ROW-CYCLE
           END-IF
           IF ONE-CYCLE-ONLY
               AND XR-ISSUING-PROGRAM = "IFELSE  "
               AND WS-ROW-CYCLE NOT = WS-TARGET-CYCLE
               GO TO 3100-CHECK-ONE-XREF-EXIT
           END-IF
           IF (MODE-IS-RUN-ID
                  AND XR-RUN-ID = WS-TARGET-RUN-ID)
               OR (MODE-IS-DATE
