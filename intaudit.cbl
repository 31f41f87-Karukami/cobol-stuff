      ******************************************************************
      * PROGRAM  : INTAUDIT
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : CROSS-FILE INTEGRITY AUDIT. EVERY PIECE OF THE
      *            STREAM BALANCES ITSELF -- IFELSE AGAINST ITS
      *            CHECKPOINT, RECONCIL AGAINST THE DAY, CORPXTR
      *            AGAINST ITS TRAILER, MONCLOSE AGAINST THE MONTH --
      *            BUT NOTHING CHECKED THAT THE PIECES STILL AGREE
      *            WITH EACH OTHER AFTER BACKOUTS, RERUNS, RESENDS
      *            AND HAND REPAIRS. OVER A DATE RANGE THIS PROGRAM
      *            CROSS-CHECKS:
      *              1. IFELSE.HST AGAINST RUNJRNL -- EVERY
      *                 UNREVERSED HISTORY ROW'S RUN -- THE LAST
      *                 IFELSE "S" ROW FOR ITS CYCLE ON ITS DATE --
      *                 MUST BE FOLLOWED ON THE JOURNAL BY AN "E" ROW
      *                 FOR THE SAME CYCLE, DATED THE RUN DATE OR THE
      *                 DAY AFTER (A RUN THAT FINISHED PAST MIDNIGHT),
      *                 BEFORE THAT CYCLE STARTS AGAIN;
      *              2. CORPXTR.REG AGAINST IFELSE.HST, DAY BY DAY --
      *                 THE REGISTER CARRIES NO CYCLE, SO THE DAY'S
      *                 ORIGINAL TRANSMISSIONS (RESENDS LEFT OUT) ARE
      *                 SET AGAINST THE DAY'S UNREVERSED RUNS: ONE
      *                 TRANSMISSION PER RUN, AND THE SAME RECORDS IN
      *                 TOTAL. CORPXTR DATES ITS LINE WHEN IT RUNS, SO
      *                 A RUN THAT STARTED BEFORE MIDNIGHT CAN BE SENT
      *                 THE DAY AFTER -- A DAY SHORT OF TRANSMISSIONS
      *                 TAKES THE NEXT DAY'S SURPLUS AS ITS OWN FIRST.
      *                 A DAY WITH A REVERSED RUN AND MORE
      *                 TRANSMISSIONS THAN RUNS LEFT STANDING WAS
      *                 BACKED OUT AFTER IT HAD GONE TO HEAD OFFICE;
      *              3. PERSUMM AGAINST IFELSE.HST -- EVERY CLOSED
      *                 PERIOD TOUCHED BY THE RANGE IS ROLLED UP
      *                 AGAIN FROM THE WHOLE MONTH'S UNREVERSED ROWS
      *                 THE WAY MONCLOSE DID IT (DAYS RUN, RECORDS,
      *                 EACH BAND AND EACH SOURCE) AND MUST STILL
      *                 MATCH WHAT WAS SIGNED;
      *              4. CUSTSEQ AGAINST CUSTXRF -- THE SEQUENCE'S LAST
      *                 ID ISSUED MUST NOT BE BELOW THE HIGHEST ID ON
      *                 THE CROSS-REFERENCE, OR THE NEXT DRAW HANDS
      *                 OUT AN ID ALREADY IN USE.
      *            EVERY DISAGREEMENT IS PRINTED WITH THE RECORDS ON
      *            BOTH SIDES OF IT. RUN WEEKLY, AND BEFORE EVERY
      *            MONTH-END CLOSE.
      *
      *            PARM='YYYYMMDD,YYYYMMDD' -- FROM DATE, TO DATE. NO
      *            PARM IS THE FIRST OF LAST MONTH TO TODAY, WHICH
      *            COVERS THE MONTH ABOUT TO CLOSE. ENDS RC=0 WHEN
      *            EVERYTHING AGREES, RC=4 WHEN ANYTHING DISAGREES,
      *            RC=8 ON A BAD PARM, NO IFELSE.HST, OR A RANGE TOO
      *            BIG TO HOLD (THE AUDIT IS THEN INCOMPLETE).
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "INTAUDIT".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "IFELSE.HST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "CORPXTR.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT PERIOD-MASTER ASSIGN TO "PERSUMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-PERIOD
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT SEQ-FILE ASSIGN TO "CUSTSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO "CUSTXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-CUST-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT AUDIT-RPT-FILE ASSIGN TO "INTAUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  REGISTER-FILE.
       01  REGISTER-LINE                PIC X(80).

       FD  PERIOD-MASTER.
           COPY "PERSUMM.cpy".

       FD  SEQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  SEQ-RECORD                   PIC 9(06).

       FD  XREF-FILE.
           COPY "CUSTXREF.cpy".

       FD  AUDIT-RPT-FILE.
       01  AUDIT-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-HIST-FILE-STATUS          PIC X(02) VALUE "00".
           88  HIST-FILE-OK                        VALUE "00".
       77  WS-JRNL-FILE-STATUS          PIC X(02) VALUE "00".
           88  JRNL-FILE-OK                        VALUE "00".
       77  WS-REG-FILE-STATUS           PIC X(02) VALUE "00".
           88  REG-FILE-OK                         VALUE "00".
       77  WS-PER-FILE-STATUS           PIC X(02) VALUE "00".
           88  PER-FILE-OK                         VALUE "00" "02".
       77  WS-SEQ-FILE-STATUS           PIC X(02) VALUE "00".
           88  SEQ-FILE-OK                         VALUE "00".
       77  WS-XREF-FILE-STATUS          PIC X(02) VALUE "00".
           88  XREF-FILE-OK                        VALUE "00" "02".

       77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-HIST                         VALUE "Y".
       77  WS-JRNL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-JOURNAL                      VALUE "Y".
       77  WS-REG-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-REGISTER                     VALUE "Y".
       77  WS-XREF-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-XREF                         VALUE "Y".
       77  WS-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
           88  AUDIT-INCOMPLETE                    VALUE "Y".

      * PARM: FROM DATE, TO DATE.
       01  WS-PARM-TEXT.
           05  WS-PARM-FROM             PIC X(08).
           05  WS-PARM-COMMA-1          PIC X(01).
           05  WS-PARM-TO               PIC X(08).
           05  WS-PARM-REST             PIC X(13).
       77  WS-PARM-OK-SWITCH            PIC X(01) VALUE "Y".
           88  PARM-IS-GOOD                        VALUE "Y".

       77  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
       77  WS-TO-NEXT-DATE              PIC 9(08) VALUE ZERO.
       77  WS-FROM-PRIOR-DATE           PIC 9(08) VALUE ZERO.
       77  WS-FIRST-DAY-INT             PIC 9(07) VALUE ZERO.
       77  WS-FROM-INT                  PIC 9(07) VALUE ZERO.
       77  WS-TO-INT                    PIC 9(07) VALUE ZERO.
       77  WS-DAY-INT                   PIC 9(07) VALUE ZERO.
       77  WS-DAY-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-NEXT-DATE                 PIC 9(08) VALUE ZERO.

       77  WS-CHECK-DATE-N              PIC 9(08) VALUE ZERO.
       77  WS-CHECK-OK-SWITCH           PIC X(01) VALUE "Y".
           88  CHECK-DATE-OK                       VALUE "Y".
       COPY "BUSDAYL.cpy".

      * THE CALENDAR MONTHS THE RANGE TOUCHES -- EACH ONE ROLLED UP
      * FROM THE WHOLE MONTH'S UNREVERSED HISTORY, BANDS MERGED BY
      * NAME AND SOURCES BY CODE, EXACTLY AS MONCLOSE BUILDS THE
      * PERIOD ROW.
       01  WS-PERIOD-PARTS.
           05  WS-PP-YYYY               PIC 9(04).
           05  WS-PP-MM                 PIC 9(02).
       01  WS-PERIOD-PARTS-N REDEFINES WS-PERIOD-PARTS
                                        PIC 9(06).
       77  WS-FROM-PERIOD               PIC 9(06) VALUE ZERO.
       77  WS-TO-PERIOD                 PIC 9(06) VALUE ZERO.
       77  WS-MO-SUB                    PIC 9(02) VALUE ZERO.
       77  WS-MO-HIT                    PIC 9(02) VALUE ZERO.
       77  WS-HIST-DD                   PIC 9(02) VALUE ZERO.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-COUNT           PIC 9(02) VALUE ZERO.
           05  WS-MO-ENTRY OCCURS 24 TIMES.
               10  WS-MO-PERIOD         PIC 9(06).
               10  WS-MO-DAYS-RUN       PIC 9(04).
               10  WS-MO-RECORDS        PIC 9(08).
               10  WS-MO-DAY-SWITCH     PIC X(01) OCCURS 31 TIMES.
               10  WS-MO-BAND-COUNT     PIC 9(01).
               10  WS-MO-BAND OCCURS 5 TIMES.
                   15  WS-MO-BAND-NAME  PIC X(12).
                   15  WS-MO-BAND-TOTAL PIC 9(08).
               10  WS-MO-SOURCE-COUNT   PIC 9(01).
               10  WS-MO-SOURCE OCCURS 6 TIMES.
                   15  WS-MO-SOURCE-CODE
                                        PIC X(03).
                   15  WS-MO-SOURCE-TOTAL
                                        PIC 9(08).
       77  WS-BAND-SUB                  PIC 9(01) VALUE ZERO.
       77  WS-SRC-SUB                   PIC 9(01) VALUE ZERO.
       77  WS-SLOT-SUB                  PIC 9(01) VALUE ZERO.
       77  WS-SLOT-HIT                  PIC 9(01) VALUE ZERO.

      * THE HISTORY ROWS DATED INSIDE THE RANGE, REVERSED OR NOT,
      * AND THOSE OF THE DAY EITHER SIDE OF IT FOR CHECK 2'S CARRY.
       77  WS-HR-SUB                    PIC 9(04) VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HR-COUNT              PIC 9(04) VALUE ZERO.
           05  WS-HR-ENTRY OCCURS 1500 TIMES.
               10  WS-HR-DATE           PIC 9(08).
               10  WS-HR-CYCLE          PIC 9(01).
               10  WS-HR-RULE-ID        PIC X(06).
               10  WS-HR-RECORDS        PIC 9(06).
               10  WS-HR-STATUS         PIC X(01).
                   88  WS-HR-BACKED-OUT            VALUE "B".

      * IFELSE'S JOURNAL ROWS DATED FROM THE RANGE START TO THE DAY
      * AFTER ITS END.
       77  WS-JR-SUB                    PIC 9(04) VALUE ZERO.
       77  WS-JR-HIT                    PIC 9(04) VALUE ZERO.
       77  WS-JR-NEXT                   PIC 9(04) VALUE ZERO.
       77  WS-JR-SHOWN                  PIC 9(04) VALUE ZERO.
       01  WS-JRNL-TABLE.
           05  WS-JR-COUNT              PIC 9(04) VALUE ZERO.
           05  WS-JR-ENTRY OCCURS 2000 TIMES.
               10  WS-JR-TYPE           PIC X(01).
               10  WS-JR-DATE           PIC 9(08).
               10  WS-JR-TIME           PIC 9(06).
               10  WS-JR-STATUS         PIC X(04).
               10  WS-JR-RESTART        PIC X(01).
               10  WS-JR-CYCLE          PIC 9(01).

      * THE REGISTER LINES DATED INSIDE THE RANGE AND THE DAY EITHER
      * SIDE OF IT, RESENDS INCLUDED (THEY ARE PRINTED BUT NOT COUNTED
      * AS A DAY'S TRANSMISSION). THE CLAIM DATE IS THE DAY THE LINE
      * IS COUNTED AGAINST -- ITS OWN DATE, OR THE DAY BEFORE WHEN
      * CHECK 2 CARRIES IT BACK TO A RUN SENT AFTER MIDNIGHT.
       77  WS-RL-SUB                    PIC 9(04) VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-RL-COUNT              PIC 9(04) VALUE ZERO.
           05  WS-RL-ENTRY OCCURS 1500 TIMES.
               10  WS-RL-DATE           PIC 9(08).
               10  WS-RL-SEQ            PIC 9(06).
               10  WS-RL-RECORDS        PIC 9(06).
               10  WS-RL-HASH           PIC 9(10).
               10  WS-RL-FLAG           PIC X(01).
               10  WS-RL-ACK            PIC X(03).
               10  WS-RL-CLAIM-DATE     PIC 9(08).

       COPY "CORPREG.cpy".

      * ONE DAY'S FIGURES, BOTH SIDES.
       77  WS-DAY-LIVE-RUNS             PIC 9(02) VALUE ZERO.
       77  WS-DAY-BACKED-RUNS           PIC 9(02) VALUE ZERO.
       77  WS-DAY-HIST-RECORDS          PIC 9(08) VALUE ZERO.
       77  WS-DAY-SENT                  PIC 9(02) VALUE ZERO.
       77  WS-DAY-SENT-RECORDS          PIC 9(08) VALUE ZERO.
       77  WS-NEXT-LIVE-RUNS            PIC 9(02) VALUE ZERO.
       77  WS-NEXT-SENT                 PIC 9(02) VALUE ZERO.
       77  WS-CARRY-COUNT               PIC 9(02) VALUE ZERO.

      * ONE CLOSED PERIOD'S COMPARISON.
       77  WS-PERIOD-DIFFERS-SWITCH     PIC X(01) VALUE "N".
           88  PERIOD-DIFFERS                      VALUE "Y".
       77  WS-PRINT-SWITCH              PIC X(01) VALUE "N".
           88  PRINTING-SIDES                      VALUE "Y".
       77  WS-PERSUMM-SIDE              PIC 9(08) VALUE ZERO.
       77  WS-HIST-SIDE                 PIC 9(08) VALUE ZERO.

      * THE ID SEQUENCE.
       77  WS-SEQ-LAST-ISSUED           PIC 9(06) VALUE ZERO.
       77  WS-XREF-HIGH-ID              PIC 9(06) VALUE ZERO.
       77  WS-XREF-ROWS                 PIC 9(07) VALUE ZERO.
       01  WS-XREF-HIGH-ROW             PIC X(63) VALUE SPACES.

      * COUNTS.
       77  WS-HIST-ROWS-CHECKED         PIC 9(05) VALUE ZERO.
       77  WS-DAYS-CHECKED              PIC 9(05) VALUE ZERO.
       77  WS-PERIODS-CHECKED           PIC 9(05) VALUE ZERO.
       77  WS-NO-END-COUNT              PIC 9(05) VALUE ZERO.
       77  WS-BACKED-SENT-COUNT         PIC 9(05) VALUE ZERO.
       77  WS-SENT-MISMATCH-COUNT       PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-MISMATCH-COUNT      PIC 9(05) VALUE ZERO.
       77  WS-PERIOD-MISMATCH-COUNT     PIC 9(05) VALUE ZERO.
       77  WS-SEQ-MISMATCH-COUNT        PIC 9(05) VALUE ZERO.
       77  WS-SECTION-FINDINGS          PIC 9(05) VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
           05  WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(10) VALUE "INTAUDIT".
           05  FILLER                   PIC X(30)
               VALUE "CROSS-FILE INTEGRITY AUDIT".
           05  FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05  HL1-YYYY                 PIC 9(04).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-MM                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-DD                   PIC 9(02).

       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(06) VALUE "RANGE ".
           05  HL2-FROM                 PIC 9(08).
           05  FILLER                   PIC X(04) VALUE " TO ".
           05  HL2-TO                   PIC 9(08).

       01  WS-SECTION-LINE              PIC X(72).

       01  WS-FINDING-LINE              PIC X(72).

       01  WS-HIST-SIDE-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  HS-LABEL                 PIC X(09) VALUE "HST".
           05  HS-DATE                  PIC 9(08).
           05  FILLER                   PIC X(07) VALUE " CYCLE ".
           05  HS-CYCLE                 PIC 9(01).
           05  FILLER                   PIC X(06) VALUE " RULE ".
           05  HS-RULE-ID               PIC X(06).
           05  FILLER                   PIC X(09) VALUE " RECORDS ".
           05  HS-RECORDS               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HS-NOTE                  PIC X(10).

       01  WS-JRNL-SIDE-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE "RUNJRNL".
           05  FILLER                   PIC X(09) VALUE "IFELSE".
           05  JS-TYPE                  PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JS-DATE                  PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  JS-TIME                  PIC 9(06).
           05  FILLER                   PIC X(07) VALUE " CYCLE ".
           05  JS-CYCLE                 PIC 9(01).
           05  FILLER                   PIC X(08) VALUE " STATUS ".
           05  JS-STATUS                PIC X(04).
           05  FILLER                   PIC X(09) VALUE " RESTART ".
           05  JS-RESTART               PIC X(01).

       01  WS-REG-SIDE-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE "REGISTER".
           05  RS-DATE                  PIC 9(08).
           05  FILLER                   PIC X(05) VALUE " SEQ ".
           05  RS-SEQ                   PIC 9(06).
           05  FILLER                   PIC X(09) VALUE " RECORDS ".
           05  RS-RECORDS               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(06) VALUE " HASH ".
           05  RS-HASH                  PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RS-NOTE                  PIC X(10).

       01  WS-DAY-TOTAL-LINE.
           05  FILLER                   PIC X(22)
               VALUE "   DAY TOTALS: HST    ".
           05  DT-HIST-RECORDS          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE " IN ".
           05  DT-LIVE-RUNS             PIC Z9.
           05  FILLER                   PIC X(16)
               VALUE " RUN(S), SENT   ".
           05  DT-SENT-RECORDS          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE " IN ".
           05  DT-SENT                  PIC Z9.

       01  WS-PERIOD-HEAD-LINE.
           05  FILLER                   PIC X(23)
               VALUE "   ITEM".
           05  FILLER                   PIC X(24)
               VALUE "   PERSUMM      HISTORY".

       01  WS-PERIOD-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PC-ITEM                  PIC X(20).
           05  PC-PERSUMM               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PC-HISTORY               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PC-FLAG                  PIC X(10).

       01  WS-SEQ-SIDE-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(26)
               VALUE "CUSTSEQ  LAST ID ISSUED  ".
           05  SS-LAST-ISSUED           PIC 9(06).

       01  WS-XREF-SIDE-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE "CUSTXRF".
           05  XS-CUST-ID               PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  XS-PROGRAM               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  XS-DATE                  PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  XS-TIME                  PIC 9(06).
           05  FILLER                   PIC X(05) VALUE " RUN ".
           05  XS-RUN-ID                PIC X(14).
           05  FILLER                   PIC X(04) VALUE " ST ".
           05  XS-STATUS                PIC X(01).

       01  WS-SUMMARY-LINE.
           05  SL-LABEL                 PIC X(40).
           05  SL-COUNT                 PIC ZZ,ZZ9.

       01  WS-NOTE-LINE                 PIC X(72).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: LOADS THE FOUR SEQUENTIAL SOURCES, RUNS THE
      *                FOUR CROSS-CHECKS IN TURN, AND CLOSES WITH THE
      *                COUNTS AND THE CONDITION CODE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0100-PARSE-PARM
               THRU 0100-PARSE-PARM-EXIT
           PERFORM 1000-LOAD-HISTORY
               THRU 1000-LOAD-HISTORY-EXIT
           PERFORM 1500-LOAD-JOURNAL
               THRU 1500-LOAD-JOURNAL-EXIT
           PERFORM 1700-LOAD-REGISTER
               THRU 1700-LOAD-REGISTER-EXIT
           PERFORM 2000-CHECK-JOURNAL
               THRU 2000-CHECK-JOURNAL-EXIT
           PERFORM 3000-CHECK-REGISTER
               THRU 3000-CHECK-REGISTER-EXIT
           PERFORM 4000-CHECK-PERIODS
               THRU 4000-CHECK-PERIODS-EXIT
           PERFORM 5000-CHECK-ID-SEQUENCE
               THRU 5000-CHECK-ID-SEQUENCE-EXIT
           PERFORM 6000-WRITE-TOTALS
               THRU 6000-WRITE-TOTALS-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-PARM: NO PARM IS THE FIRST OF LAST MONTH TO TODAY;
      *                  'FROM,TO' SETS THE RANGE. ANYTHING ELSE, OR A
      *                  RANGE OVER MORE THAN 24 CALENDAR MONTHS, IS
      *                  RC=8 WITH NOTHING PRINTED BUT THE COMPLAINT.
      *                  THE MONTHS THE RANGE TOUCHES ARE LAID OUT HERE,
      *                  AND THE REPORT OPENS HERE SO EVERY RUN PAST THE
      *                  PARM CHECK LEAVES A DATED PAGE.
      *----------------------------------------------------------------
       0100-PARSE-PARM.
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-TEXT = SPACES
               MOVE WS-RUN-YYYY TO WS-PP-YYYY
               MOVE WS-RUN-MM TO WS-PP-MM
               IF WS-PP-MM = 01
                   SUBTRACT 1 FROM WS-PP-YYYY
                   MOVE 12 TO WS-PP-MM
               ELSE
                   SUBTRACT 1 FROM WS-PP-MM
               END-IF
               COMPUTE WS-FROM-DATE = WS-PERIOD-PARTS-N * 100 + 1
               MOVE WS-RUN-DATE-N TO WS-TO-DATE
           ELSE
               IF WS-PARM-FROM IS NOT NUMERIC
                   OR WS-PARM-COMMA-1 NOT = ","
                   OR WS-PARM-TO IS NOT NUMERIC
                   OR WS-PARM-REST NOT = SPACES
                   MOVE "N" TO WS-PARM-OK-SWITCH
               ELSE
                   MOVE WS-PARM-FROM TO WS-FROM-DATE
                   MOVE WS-PARM-TO TO WS-TO-DATE
                   MOVE WS-FROM-DATE TO WS-CHECK-DATE-N
                   PERFORM 0150-CHECK-DATE
                       THRU 0150-CHECK-DATE-EXIT
                   IF NOT CHECK-DATE-OK
                       MOVE "N" TO WS-PARM-OK-SWITCH
                   END-IF
                   MOVE WS-TO-DATE TO WS-CHECK-DATE-N
                   PERFORM 0150-CHECK-DATE
                       THRU 0150-CHECK-DATE-EXIT
                   IF NOT CHECK-DATE-OK
                       OR WS-TO-DATE < WS-FROM-DATE
                       MOVE "N" TO WS-PARM-OK-SWITCH
                   END-IF
               END-IF
           END-IF
           IF PARM-IS-GOOD
               DIVIDE WS-FROM-DATE BY 100 GIVING WS-FROM-PERIOD
               DIVIDE WS-TO-DATE BY 100 GIVING WS-TO-PERIOD
               MOVE WS-FROM-PERIOD TO WS-PERIOD-PARTS-N
               PERFORM 0170-ADD-ONE-MONTH
                   THRU 0170-ADD-ONE-MONTH-EXIT
                   UNTIL WS-PERIOD-PARTS-N > WS-TO-PERIOD
                      OR NOT PARM-IS-GOOD
           END-IF
           IF NOT PARM-IS-GOOD
               DISPLAY "INTAUDIT: PARM MUST BE 'YYYYMMDD,YYYYMMDD', "
                   "AT MOST 24 MONTHS -- GOT '" WS-PARM-TEXT "'."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
           COMPUTE WS-TO-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-TO-INT + 1)
           MOVE WS-FROM-INT TO WS-FIRST-DAY-INT
           IF WS-FROM-INT > 1
               SUBTRACT 1 FROM WS-FIRST-DAY-INT
           END-IF
           COMPUTE WS-FROM-PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER (WS-FIRST-DAY-INT)

           OPEN OUTPUT AUDIT-RPT-FILE
           MOVE WS-RUN-YYYY TO HL1-YYYY
           MOVE WS-RUN-MM TO HL1-MM
           MOVE WS-RUN-DD TO HL1-DD
           WRITE AUDIT-RPT-LINE FROM WS-HEADING-LINE-1
               BEFORE ADVANCING 1 LINE
           MOVE WS-FROM-DATE TO HL2-FROM
           MOVE WS-TO-DATE TO HL2-TO
           WRITE AUDIT-RPT-LINE FROM WS-HEADING-LINE-2
               BEFORE ADVANCING 2 LINES.
       0100-PARSE-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0150-CHECK-DATE: A PARM DATE MUST BE A REAL CALENDAR DATE
      *                  BEFORE THE DAY ARITHMETIC SEES IT -- THE
      *                  SHARED BUSDAY LOOKUP SAYS WHETHER IT IS (THE
      *                  DAY WITHIN ITS MONTH, FEBRUARY 29TH ONLY IN A
      *                  LEAP YEAR).
      *----------------------------------------------------------------
       0150-CHECK-DATE.
           MOVE "Y" TO WS-CHECK-OK-SWITCH
           MOVE "L" TO BD-REQUEST
           MOVE WS-CHECK-DATE-N TO BD-DATE
           CALL "BUSDAY" USING BUSDAY-PARMS
           IF BD-INVALID-DATE
               MOVE "N" TO WS-CHECK-OK-SWITCH
           END-IF
           MOVE "F" TO BD-REQUEST
           CALL "BUSDAY" USING BUSDAY-PARMS.
       0150-CHECK-DATE-EXIT.
           EXIT.

       0170-ADD-ONE-MONTH.
           IF WS-MONTH-COUNT = 24
               MOVE "N" TO WS-PARM-OK-SWITCH
               GO TO 0170-ADD-ONE-MONTH-EXIT
           END-IF
           ADD 1 TO WS-MONTH-COUNT
           MOVE WS-PERIOD-PARTS-N TO WS-MO-PERIOD (WS-MONTH-COUNT)
           MOVE ZERO TO WS-MO-DAYS-RUN (WS-MONTH-COUNT)
           MOVE ZERO TO WS-MO-RECORDS (WS-MONTH-COUNT)
           MOVE ZERO TO WS-MO-BAND-COUNT (WS-MONTH-COUNT)
           MOVE ZERO TO WS-MO-SOURCE-COUNT (WS-MONTH-COUNT)
           MOVE 1 TO WS-HIST-DD
           PERFORM 0180-CLEAR-ONE-DAY
               THRU 0180-CLEAR-ONE-DAY-EXIT
               UNTIL WS-HIST-DD > 31
           IF WS-PP-MM = 12
               ADD 1 TO WS-PP-YYYY
               MOVE 01 TO WS-PP-MM
           ELSE
               ADD 1 TO WS-PP-MM
           END-IF.
       0170-ADD-ONE-MONTH-EXIT.
           EXIT.

       0180-CLEAR-ONE-DAY.
           MOVE "N" TO WS-MO-DAY-SWITCH (WS-MONTH-COUNT, WS-HIST-DD)
           ADD 1 TO WS-HIST-DD.
       0180-CLEAR-ONE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-LOAD-HISTORY: ONE PASS OF IFELSE.HST -- ROWS DATED IN THE
      *                    RANGE, AND THE DAY EITHER SIDE OF IT, ARE
      *                    TABLED FOR CHECKS 1 AND 2, AND EVERY
      *                    UNREVERSED ROW OF A MONTH THE RANGE TOUCHES
      *                    IS ROLLED INTO THAT MONTH FOR CHECK 3.
      *                    WITHOUT THE HISTORY THERE IS NOTHING TO
      *                    AUDIT.
      *----------------------------------------------------------------
       1000-LOAD-HISTORY.
           OPEN INPUT HIST-FILE
           IF NOT HIST-FILE-OK
               MOVE "IFELSE.HST NOT AVAILABLE -- NOTHING AUDITED."
                   TO WS-NOTE-LINE
               WRITE AUDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
               CLOSE AUDIT-RPT-FILE
               DISPLAY "INTAUDIT: IFELSE.HST NOT AVAILABLE, STATUS "
                   WS-HIST-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-HIST
               THRU 1100-READ-HIST-EXIT
           PERFORM 1200-TAKE-ONE-ROW
               THRU 1200-TAKE-ONE-ROW-EXIT
               UNTIL END-OF-HIST
           CLOSE HIST-FILE.
       1000-LOAD-HISTORY-EXIT.
           EXIT.

       1100-READ-HIST.
           READ HIST-FILE
               AT END
                   SET END-OF-HIST TO TRUE
           END-READ.
       1100-READ-HIST-EXIT.
           EXIT.

       1200-TAKE-ONE-ROW.
           IF CH-RUN-DATE IS NOT NUMERIC
               GO TO 1200-NEXT-ROW
           END-IF
           IF CH-RUN-DATE NOT < WS-FROM-PRIOR-DATE
               AND CH-RUN-DATE NOT > WS-TO-NEXT-DATE
               IF WS-HR-COUNT < 1500
                   ADD 1 TO WS-HR-COUNT
                   MOVE CH-RUN-DATE TO WS-HR-DATE (WS-HR-COUNT)
                   MOVE CH-CYCLE TO WS-HR-CYCLE (WS-HR-COUNT)
                   MOVE CH-RULE-ID TO WS-HR-RULE-ID (WS-HR-COUNT)
                   MOVE CH-RECORDS-PROCESSED
                       TO WS-HR-RECORDS (WS-HR-COUNT)
                   MOVE CH-STATUS TO WS-HR-STATUS (WS-HR-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           IF CH-ROW-BACKED-OUT
               GO TO 1200-NEXT-ROW
           END-IF
           MOVE ZERO TO WS-MO-HIT
           MOVE 1 TO WS-MO-SUB
           PERFORM 1250-MATCH-MONTH
               THRU 1250-MATCH-MONTH-EXIT
               UNTIL WS-MO-SUB > WS-MONTH-COUNT
                  OR WS-MO-HIT > ZERO
           IF WS-MO-HIT > ZERO
               PERFORM 1300-FOLD-INTO-MONTH
                   THRU 1300-FOLD-INTO-MONTH-EXIT
           END-IF.
       1200-NEXT-ROW.
           PERFORM 1100-READ-HIST
               THRU 1100-READ-HIST-EXIT.
       1200-TAKE-ONE-ROW-EXIT.
           EXIT.

       1250-MATCH-MONTH.
           IF WS-MO-PERIOD (WS-MO-SUB) = CH-RUN-DATE (1:6)
               MOVE WS-MO-SUB TO WS-MO-HIT
           END-IF
           ADD 1 TO WS-MO-SUB.
       1250-MATCH-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-FOLD-INTO-MONTH: THE MONCLOSE ROLL-UP -- DAYS RUN COUNT
      *                       EACH DATE ONCE, WHATEVER ITS CYCLES;
      *                       BANDS MERGE BY NAME, SOURCES BY CODE.
      *----------------------------------------------------------------
       1300-FOLD-INTO-MONTH.
           MOVE CH-RUN-DATE (7:2) TO WS-HIST-DD
           IF WS-HIST-DD > ZERO AND WS-HIST-DD NOT > 31
               IF WS-MO-DAY-SWITCH (WS-MO-HIT, WS-HIST-DD) NOT = "Y"
                   ADD 1 TO WS-MO-DAYS-RUN (WS-MO-HIT)
                   MOVE "Y" TO WS-MO-DAY-SWITCH (WS-MO-HIT, WS-HIST-DD)
               END-IF
           END-IF
           ADD CH-RECORDS-PROCESSED TO WS-MO-RECORDS (WS-MO-HIT)
           IF CH-BAND-COUNT IS NUMERIC
               AND CH-BAND-COUNT > ZERO
               AND CH-BAND-COUNT NOT > 5
               MOVE 1 TO WS-BAND-SUB
               PERFORM 1350-FOLD-ONE-BAND
                   THRU 1350-FOLD-ONE-BAND-EXIT
                   UNTIL WS-BAND-SUB > CH-BAND-COUNT
           END-IF
           IF CH-SOURCE-COUNT IS NUMERIC
               AND CH-SOURCE-COUNT > ZERO
               AND CH-SOURCE-COUNT NOT > 6
               MOVE 1 TO WS-SRC-SUB
               PERFORM 1400-FOLD-ONE-SOURCE
                   THRU 1400-FOLD-ONE-SOURCE-EXIT
                   UNTIL WS-SRC-SUB > CH-SOURCE-COUNT
           END-IF.
       1300-FOLD-INTO-MONTH-EXIT.
           EXIT.

       1350-FOLD-ONE-BAND.
           MOVE ZERO TO WS-SLOT-HIT
           MOVE 1 TO WS-SLOT-SUB
           PERFORM 1370-MATCH-BAND-SLOT
               THRU 1370-MATCH-BAND-SLOT-EXIT
               UNTIL WS-SLOT-SUB > WS-MO-BAND-COUNT (WS-MO-HIT)
                  OR WS-SLOT-HIT > ZERO
           IF WS-SLOT-HIT = ZERO
               AND WS-MO-BAND-COUNT (WS-MO-HIT) < 5
               ADD 1 TO WS-MO-BAND-COUNT (WS-MO-HIT)
               MOVE WS-MO-BAND-COUNT (WS-MO-HIT) TO WS-SLOT-HIT
               MOVE CH-BAND-NAME (WS-BAND-SUB)
                   TO WS-MO-BAND-NAME (WS-MO-HIT, WS-SLOT-HIT)
               MOVE ZERO TO WS-MO-BAND-TOTAL (WS-MO-HIT, WS-SLOT-HIT)
           END-IF
           IF WS-SLOT-HIT = ZERO
               MOVE WS-MO-BAND-COUNT (WS-MO-HIT) TO WS-SLOT-HIT
           END-IF
           ADD CH-BAND-TOTAL (WS-BAND-SUB)
               TO WS-MO-BAND-TOTAL (WS-MO-HIT, WS-SLOT-HIT)
           ADD 1 TO WS-BAND-SUB.
       1350-FOLD-ONE-BAND-EXIT.
           EXIT.

       1370-MATCH-BAND-SLOT.
           IF WS-MO-BAND-NAME (WS-MO-HIT, WS-SLOT-SUB)
               = CH-BAND-NAME (WS-BAND-SUB)
               MOVE WS-SLOT-SUB TO WS-SLOT-HIT
           END-IF
           ADD 1 TO WS-SLOT-SUB.
       1370-MATCH-BAND-SLOT-EXIT.
           EXIT.

       1400-FOLD-ONE-SOURCE.
           IF CH-SOURCE-CODE (WS-SRC-SUB) = SPACES
               GO TO 1400-NEXT-SOURCE
           END-IF
           MOVE ZERO TO WS-SLOT-HIT
           MOVE 1 TO WS-SLOT-SUB
           PERFORM 1450-MATCH-SOURCE-SLOT
               THRU 1450-MATCH-SOURCE-SLOT-EXIT
               UNTIL WS-SLOT-SUB > WS-MO-SOURCE-COUNT (WS-MO-HIT)
                  OR WS-SLOT-HIT > ZERO
           IF WS-SLOT-HIT = ZERO
               AND WS-MO-SOURCE-COUNT (WS-MO-HIT) < 6
               ADD 1 TO WS-MO-SOURCE-COUNT (WS-MO-HIT)
               MOVE WS-MO-SOURCE-COUNT (WS-MO-HIT) TO WS-SLOT-HIT
               MOVE CH-SOURCE-CODE (WS-SRC-SUB)
                   TO WS-MO-SOURCE-CODE (WS-MO-HIT, WS-SLOT-HIT)
               MOVE ZERO
                   TO WS-MO-SOURCE-TOTAL (WS-MO-HIT, WS-SLOT-HIT)
           END-IF
           IF WS-SLOT-HIT = ZERO
               MOVE WS-MO-SOURCE-COUNT (WS-MO-HIT) TO WS-SLOT-HIT
           END-IF
           ADD CH-SOURCE-TOTAL (WS-SRC-SUB)
               TO WS-MO-SOURCE-TOTAL (WS-MO-HIT, WS-SLOT-HIT).
       1400-NEXT-SOURCE.
           ADD 1 TO WS-SRC-SUB.
       1400-FOLD-ONE-SOURCE-EXIT.
           EXIT.

       1450-MATCH-SOURCE-SLOT.
           IF WS-MO-SOURCE-CODE (WS-MO-HIT, WS-SLOT-SUB)
               = CH-SOURCE-CODE (WS-SRC-SUB)
               MOVE WS-SLOT-SUB TO WS-SLOT-HIT
           END-IF
           ADD 1 TO WS-SLOT-SUB.
       1450-MATCH-SOURCE-SLOT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-JOURNAL: TABLES IFELSE'S JOURNAL ROWS FROM THE RANGE
      *                    START TO THE DAY AFTER ITS END. NO JOURNAL
      *                    IS AN EMPTY ONE -- EVERY HISTORY ROW THEN
      *                    SHOWS AS UNENDED, WHICH IS THE TRUTH OF IT.
      *----------------------------------------------------------------
       1500-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               MOVE "RUNJRNL NOT AVAILABLE -- TAKEN AS EMPTY."
                   TO WS-NOTE-LINE
               WRITE AUDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
               GO TO 1500-LOAD-JOURNAL-EXIT
           END-IF
           PERFORM 1550-READ-JOURNAL
               THRU 1550-READ-JOURNAL-EXIT
           PERFORM 1600-TAKE-ONE-JOURNAL-ROW
               THRU 1600-TAKE-ONE-JOURNAL-ROW-EXIT
               UNTIL END-OF-JOURNAL
           CLOSE JOURNAL-FILE.
       1500-LOAD-JOURNAL-EXIT.
           EXIT.

       1550-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
           END-READ.
       1550-READ-JOURNAL-EXIT.
           EXIT.

       1600-TAKE-ONE-JOURNAL-ROW.
           IF RJ-PROGRAM-ID = "IFELSE  "
               AND RJ-DATE IS NUMERIC
               AND RJ-DATE NOT < WS-FROM-DATE
               AND RJ-DATE NOT > WS-TO-NEXT-DATE
               IF WS-JR-COUNT < 2000
                   ADD 1 TO WS-JR-COUNT
                   MOVE RJ-RECORD-TYPE TO WS-JR-TYPE (WS-JR-COUNT)
                   MOVE RJ-DATE TO WS-JR-DATE (WS-JR-COUNT)
                   MOVE RJ-TIME TO WS-JR-TIME (WS-JR-COUNT)
                   MOVE RJ-COMPLETION-STATUS
                       TO WS-JR-STATUS (WS-JR-COUNT)
                   MOVE RJ-RESTART-FLAG TO WS-JR-RESTART (WS-JR-COUNT)
                   MOVE RJ-CYCLE TO WS-JR-CYCLE (WS-JR-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           PERFORM 1550-READ-JOURNAL
               THRU 1550-READ-JOURNAL-EXIT.
       1600-TAKE-ONE-JOURNAL-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1700-LOAD-REGISTER: TABLES THE REGISTER LINES DATED IN THE RANGE
      *                     AND THE DAY EITHER SIDE OF IT, EACH CLAIMED
      *                     BY ITS OWN DATE TO BEGIN WITH -- THE HEADING
      *                     LINES CARRY NO DATE AND FALL OUT. THE EDITED
      *                     TOTALS ARE READ BACK AS NUMBERS THE WAY
      *                     CORPACK DOES. NO REGISTER IS AN EMPTY ONE.
      *----------------------------------------------------------------
       1700-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF NOT REG-FILE-OK
               MOVE "CORPXTR.REG NOT AVAILABLE -- TAKEN AS EMPTY."
                   TO WS-NOTE-LINE
               WRITE AUDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
               GO TO 1700-LOAD-REGISTER-EXIT
           END-IF
           PERFORM 1750-TAKE-ONE-REGISTER-LINE
               THRU 1750-TAKE-ONE-REGISTER-LINE-EXIT
               UNTIL END-OF-REGISTER
           CLOSE REGISTER-FILE.
       1700-LOAD-REGISTER-EXIT.
           EXIT.

       1750-TAKE-ONE-REGISTER-LINE.
           READ REGISTER-FILE
               AT END
                   SET END-OF-REGISTER TO TRUE
                   GO TO 1750-TAKE-ONE-REGISTER-LINE-EXIT
           END-READ
           MOVE REGISTER-LINE TO WS-REGISTER-LINE
           IF RG-DATE IS NOT NUMERIC
               OR RG-DATE < WS-FROM-PRIOR-DATE
               OR RG-DATE > WS-TO-NEXT-DATE
               GO TO 1750-TAKE-ONE-REGISTER-LINE-EXIT
           END-IF
           IF WS-RL-COUNT = 1500
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
               GO TO 1750-TAKE-ONE-REGISTER-LINE-EXIT
           END-IF
           ADD 1 TO WS-RL-COUNT
           MOVE RG-DATE TO WS-RL-DATE (WS-RL-COUNT)
           MOVE RG-SEQ TO WS-RL-SEQ (WS-RL-COUNT)
           MOVE RG-RECORDS TO WS-RL-RECORDS (WS-RL-COUNT)
           MOVE RG-HASH TO WS-RL-HASH (WS-RL-COUNT)
           MOVE RG-RETRANSMIT-FLAG TO WS-RL-FLAG (WS-RL-COUNT)
           MOVE RG-ACK-STATUS TO WS-RL-ACK (WS-RL-COUNT)
           MOVE RG-DATE TO WS-RL-CLAIM-DATE (WS-RL-COUNT).
       1750-TAKE-ONE-REGISTER-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-JOURNAL: CHECK 1 -- EVERY UNREVERSED HISTORY ROW IN
      *                     THE RANGE AGAINST IFELSE'S "E" ROWS. THE
      *                     ROWS TABLED FOR THE DAY EITHER SIDE ARE
      *                     CHECK 2'S AND ARE PASSED OVER.
      *----------------------------------------------------------------
       2000-CHECK-JOURNAL.
           MOVE "1. IFELSE.HST AGAINST RUNJRNL" TO WS-SECTION-LINE
           WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE
               BEFORE ADVANCING 2 LINES
           MOVE ZERO TO WS-SECTION-FINDINGS
           MOVE 1 TO WS-HR-SUB
           PERFORM 2100-CHECK-ONE-HIST-ROW
               THRU 2100-CHECK-ONE-HIST-ROW-EXIT
               UNTIL WS-HR-SUB > WS-HR-COUNT
           PERFORM 8000-CLOSE-SECTION
               THRU 8000-CLOSE-SECTION-EXIT.
       2000-CHECK-JOURNAL-EXIT.
           EXIT.

       2100-CHECK-ONE-HIST-ROW.
           IF WS-HR-BACKED-OUT (WS-HR-SUB)
               OR WS-HR-DATE (WS-HR-SUB) < WS-FROM-DATE
               OR WS-HR-DATE (WS-HR-SUB) > WS-TO-DATE
               GO TO 2100-NEXT-HIST-ROW
           END-IF
           ADD 1 TO WS-HIST-ROWS-CHECKED
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-HR-DATE (WS-HR-SUB)) + 1)
           MOVE ZERO TO WS-JR-HIT
           MOVE 1 TO WS-JR-SUB
           PERFORM 2150-FIND-RUN-START
               THRU 2150-FIND-RUN-START-EXIT
               UNTIL WS-JR-SUB > WS-JR-COUNT
           MOVE ZERO TO WS-JR-NEXT
           IF WS-JR-HIT > ZERO
               COMPUTE WS-JR-SUB = WS-JR-HIT + 1
               PERFORM 2170-FIND-RUN-END
                   THRU 2170-FIND-RUN-END-EXIT
                   UNTIL WS-JR-SUB > WS-JR-COUNT
                      OR WS-JR-NEXT > ZERO
           END-IF
           IF WS-JR-NEXT > ZERO
               IF WS-JR-TYPE (WS-JR-NEXT) = "E"
                   AND (WS-JR-DATE (WS-JR-NEXT) = WS-HR-DATE (WS-HR-SUB)
                     OR WS-JR-DATE (WS-JR-NEXT) = WS-NEXT-DATE)
                   GO TO 2100-NEXT-HIST-ROW
               END-IF
           END-IF
           ADD 1 TO WS-NO-END-COUNT
           ADD 1 TO WS-SECTION-FINDINGS
           MOVE "** HISTORY ROW WITH NO IFELSE END ON THE JOURNAL"
               TO WS-FINDING-LINE
           WRITE AUDIT-RPT-LINE FROM WS-FINDING-LINE
               BEFORE ADVANCING 1 LINE
           PERFORM 7000-PRINT-HIST-ROW
               THRU 7000-PRINT-HIST-ROW-EXIT
           MOVE ZERO TO WS-JR-SHOWN
           MOVE 1 TO WS-JR-SUB
           PERFORM 2200-PRINT-JOURNAL-SIDE
               THRU 2200-PRINT-JOURNAL-SIDE-EXIT
               UNTIL WS-JR-SUB > WS-JR-COUNT
           IF WS-JR-SHOWN = ZERO
               MOVE "   RUNJRNL  (NO IFELSE ROWS FOR THE DATE/CYCLE)"
                   TO WS-NOTE-LINE
               WRITE AUDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO WS-NOTE-LINE
           WRITE AUDIT-RPT-LINE FROM WS-NOTE-LINE
               BEFORE ADVANCING 1 LINE.
       2100-NEXT-HIST-ROW.
           ADD 1 TO WS-HR-SUB.
       2100-CHECK-ONE-HIST-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-FIND-RUN-START: THE LAST IFELSE START FOR THE ROW'S CYCLE
      *                      ON THE ROW'S DATE -- A RESTART FOLLOWS A
      *                      FAILED START, SO THE LAST ONE IS THE RUN
      *                      THAT WROTE THE ROW.
      *----------------------------------------------------------------
       2150-FIND-RUN-START.
           IF WS-JR-TYPE (WS-JR-SUB) = "S"
               AND WS-JR-CYCLE (WS-JR-SUB) = WS-HR-CYCLE (WS-HR-SUB)
               AND WS-JR-DATE (WS-JR-SUB) = WS-HR-DATE (WS-HR-SUB)
               MOVE WS-JR-SUB TO WS-JR-HIT
           END-IF
           ADD 1 TO WS-JR-SUB.
       2150-FIND-RUN-START-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2170-FIND-RUN-END: THE NEXT JOURNAL ROW FOR THE SAME CYCLE
      *                    AFTER THAT START. IT MUST BE THE END; A
      *                    FRESH START MEANS THE RUN NEVER FINISHED.
      *----------------------------------------------------------------
       2170-FIND-RUN-END.
           IF WS-JR-CYCLE (WS-JR-SUB) = WS-HR-CYCLE (WS-HR-SUB)
               MOVE WS-JR-SUB TO WS-JR-NEXT
           END-IF
           ADD 1 TO WS-JR-SUB.
       2170-FIND-RUN-END-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-PRINT-JOURNAL-SIDE: WHAT THE JOURNAL DOES HOLD FOR THE
      *                          ROW'S CYCLE ON ITS DATE AND THE DAY
      *                          AFTER -- TYPICALLY A START AND NO END.
      *----------------------------------------------------------------
       2200-PRINT-JOURNAL-SIDE.
           IF WS-JR-CYCLE (WS-JR-SUB) = WS-HR-CYCLE (WS-HR-SUB)
               AND (WS-JR-DATE (WS-JR-SUB) = WS-HR-DATE (WS-HR-SUB)
                 OR WS-JR-DATE (WS-JR-SUB) = WS-NEXT-DATE)
               ADD 1 TO WS-JR-SHOWN
               MOVE WS-JR-TYPE (WS-JR-SUB) TO JS-TYPE
               MOVE WS-JR-DATE (WS-JR-SUB) TO JS-DATE
               MOVE WS-JR-TIME (WS-JR-SUB) TO JS-TIME
               MOVE WS-JR-CYCLE (WS-JR-SUB) TO JS-CYCLE
               MOVE WS-JR-STATUS (WS-JR-SUB) TO JS-STATUS
               MOVE WS-JR-RESTART (WS-JR-SUB) TO JS-RESTART
               WRITE AUDIT-RPT-LINE FROM WS-JRNL-SIDE-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           ADD 1 TO WS-JR-SUB.
       2200-PRINT-JOURNAL-SIDE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-REGISTER: CHECK 2 -- EACH DAY OF THE RANGE, THE
      *                      DAY'S ORIGINAL TRANSMISSIONS AGAINST ITS
      *                      RUNS. A DAY WITH NEITHER IS PASSED OVER.
      *                      THE WALK STARTS THE DAY BEFORE THE RANGE,
      *                      UNJUDGED, SO THAT A RUN SENT PAST ITS
      *                      MIDNIGHT TAKES ITS LINE BACK OUT OF THE
      *                      RANGE'S FIRST DAY.
      *----------------------------------------------------------------
       3000-CHECK-REGISTER.
           MOVE "2. CORPXTR.REG AGAINST IFELSE.HST" TO WS-SECTION-LINE
           WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE
               BEFORE ADVANCING 2 LINES
           MOVE ZERO TO WS-SECTION-FINDINGS
           MOVE WS-FIRST-DAY-INT TO WS-DAY-INT
           PERFORM 3100-CHECK-ONE-DAY
               THRU 3100-CHECK-ONE-DAY-EXIT
               UNTIL WS-DAY-INT > WS-TO-INT
           PERFORM 8000-CLOSE-SECTION
               THRU 8000-CLOSE-SECTION-EXIT.
       3000-CHECK-REGISTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CHECK-ONE-DAY: A RUN REVERSED WHILE MORE WENT OUT THAN
      *                     STILL STANDS IS A BACKOUT AFTER THE FACT;
      *                     OTHERWISE THE TRANSMISSIONS MUST NUMBER
      *                     THE RUNS, AND THEN CARRY THE SAME RECORDS.
      *                     ONE FINDING PER DAY, THE FIRST THAT FITS.
      *                     A DAY WITH FEWER TRANSMISSIONS THAN RUNS
      *                     FIRST TAKES THE NEXT DAY'S SURPLUS (SEE
      *                     3400) BEFORE EITHER DAY IS JUDGED.
      *----------------------------------------------------------------
       3100-CHECK-ONE-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE ZERO TO WS-DAY-LIVE-RUNS
           MOVE ZERO TO WS-DAY-BACKED-RUNS
           MOVE ZERO TO WS-DAY-HIST-RECORDS
           MOVE ZERO TO WS-DAY-SENT
           MOVE ZERO TO WS-DAY-SENT-RECORDS
           MOVE 1 TO WS-HR-SUB
           PERFORM 3150-ADD-ONE-HIST-ROW
               THRU 3150-ADD-ONE-HIST-ROW-EXIT
               UNTIL WS-HR-SUB > WS-HR-COUNT
           MOVE 1 TO WS-RL-SUB
           PERFORM 3170-ADD-ONE-REGISTER-LINE
               THRU 3170-ADD-ONE-REGISTER-LINE-EXIT
               UNTIL WS-RL-SUB > WS-RL-COUNT
           IF WS-DAY-SENT < WS-DAY-LIVE-RUNS
               PERFORM 3400-TAKE-NEXT-DAY-SURPLUS
                   THRU 3400-TAKE-NEXT-DAY-SURPLUS-EXIT
           END-IF
           IF WS-DAY-INT < WS-FROM-INT
               GO TO 3100-NEXT-DAY
           END-IF
           IF WS-DAY-LIVE-RUNS = ZERO
               AND WS-DAY-BACKED-RUNS = ZERO
               AND WS-DAY-SENT = ZERO
               GO TO 3100-NEXT-DAY
           END-IF
           ADD 1 TO WS-DAYS-CHECKED
           EVALUATE TRUE
               WHEN WS-DAY-BACKED-RUNS > ZERO
                   AND WS-DAY-SENT > WS-DAY-LIVE-RUNS
                   ADD 1 TO WS-BACKED-SENT-COUNT
                   MOVE "** DAY BACKED OUT AFTER IT WAS TRANSMITTED"
                       TO WS-FINDING-LINE
               WHEN WS-DAY-SENT < WS-DAY-LIVE-RUNS
                   ADD 1 TO WS-SENT-MISMATCH-COUNT
                   MOVE "** RUN(S) ON HISTORY NEVER TRANSMITTED"
                       TO WS-FINDING-LINE
               WHEN WS-DAY-SENT > WS-DAY-LIVE-RUNS
                   ADD 1 TO WS-SENT-MISMATCH-COUNT
                   MOVE "** MORE TRANSMISSIONS THAN RUNS ON HISTORY"
                       TO WS-FINDING-LINE
               WHEN WS-DAY-SENT-RECORDS NOT = WS-DAY-HIST-RECORDS
                   ADD 1 TO WS-TOTAL-MISMATCH-COUNT
                   MOVE "** SENT RECORDS DIFFER FROM THE DAY'S HISTORY"
                       TO WS-FINDING-LINE
               WHEN OTHER
                   GO TO 3100-NEXT-DAY
           END-EVALUATE
           ADD 1 TO WS-SECTION-FINDINGS
           WRITE AUDIT-RPT-LINE FROM WS-FINDING-LINE
               BEFORE ADVANCING 1 LINE
           MOVE 1 TO WS-HR-SUB
           PERFORM 3200-PRINT-DAY-HIST-ROW
               THRU 3200-PRINT-DAY-HIST-ROW-EXIT
               UNTIL WS-HR-SUB > WS-HR-COUNT
           MOVE 1 TO WS-RL-SUB
           PERFORM 3300-PRINT-DAY-REGISTER-LINE
               THRU 3300-PRINT-DAY-REGISTER-LINE-EXIT
               UNTIL WS-RL-SUB > WS-RL-COUNT
           MOVE WS-DAY-HIST-RECORDS TO DT-HIST-RECORDS
           MOVE WS-DAY-LIVE-RUNS TO DT-LIVE-RUNS
           MOVE WS-DAY-SENT-RECORDS TO DT-SENT-RECORDS
           MOVE WS-DAY-SENT TO DT-SENT
           WRITE AUDIT-RPT-LINE FROM WS-DAY-TOTAL-LINE
               BEFORE ADVANCING 2 LINES.
       3100-NEXT-DAY.
           ADD 1 TO WS-DAY-INT.
       3100-CHECK-ONE-DAY-EXIT.
           EXIT.

       3150-ADD-ONE-HIST-ROW.
           IF WS-HR-DATE (WS-HR-SUB) = WS-DAY-DATE
               IF WS-HR-BACKED-OUT (WS-HR-SUB)
                   ADD 1 TO WS-DAY-BACKED-RUNS
               ELSE
                   ADD 1 TO WS-DAY-LIVE-RUNS
                   ADD WS-HR-RECORDS (WS-HR-SUB)
                       TO WS-DAY-HIST-RECORDS
               END-IF
           END-IF
           ADD 1 TO WS-HR-SUB.
       3150-ADD-ONE-HIST-ROW-EXIT.
           EXIT.

       3170-ADD-ONE-REGISTER-LINE.
           IF WS-RL-CLAIM-DATE (WS-RL-SUB) = WS-DAY-DATE
               AND WS-RL-FLAG (WS-RL-SUB) NOT = "R"
               ADD 1 TO WS-DAY-SENT
               ADD WS-RL-RECORDS (WS-RL-SUB) TO WS-DAY-SENT-RECORDS
           END-IF
           ADD 1 TO WS-RL-SUB.
       3170-ADD-ONE-REGISTER-LINE-EXIT.
           EXIT.

       3200-PRINT-DAY-HIST-ROW.
           IF WS-HR-DATE (WS-HR-SUB) = WS-DAY-DATE
               PERFORM 7000-PRINT-HIST-ROW
                   THRU 7000-PRINT-HIST-ROW-EXIT
           END-IF
           ADD 1 TO WS-HR-SUB.
       3200-PRINT-DAY-HIST-ROW-EXIT.
           EXIT.

       3300-PRINT-DAY-REGISTER-LINE.
           IF WS-RL-CLAIM-DATE (WS-RL-SUB) NOT = WS-DAY-DATE
               GO TO 3300-NEXT-LINE
           END-IF
           MOVE WS-RL-DATE (WS-RL-SUB) TO RS-DATE
           MOVE WS-RL-SEQ (WS-RL-SUB) TO RS-SEQ
           MOVE WS-RL-RECORDS (WS-RL-SUB) TO RS-RECORDS
           MOVE WS-RL-HASH (WS-RL-SUB) TO RS-HASH
           MOVE SPACES TO RS-NOTE
           IF WS-RL-FLAG (WS-RL-SUB) = "R"
               MOVE "RESEND" TO RS-NOTE
           ELSE
               IF WS-RL-ACK (WS-RL-SUB) NOT = SPACES
                   MOVE "ACK" TO RS-NOTE
                   MOVE WS-RL-ACK (WS-RL-SUB) TO RS-NOTE (5:3)
               END-IF
           END-IF
           WRITE AUDIT-RPT-LINE FROM WS-REG-SIDE-LINE
               BEFORE ADVANCING 1 LINE.
       3300-NEXT-LINE.
           ADD 1 TO WS-RL-SUB.
       3300-PRINT-DAY-REGISTER-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-TAKE-NEXT-DAY-SURPLUS: THE DAY IS SHORT OF TRANSMISSIONS.
      *                             IF THE NEXT DAY HAS MORE ORIGINAL
      *                             TRANSMISSIONS THAN RUNS OF ITS
      *                             OWN, ITS EARLIEST SPARE LINES --
      *                             AS MANY AS THIS DAY IS SHORT --
      *                             ARE THIS DAY'S RUNS SENT PAST
      *                             MIDNIGHT AND ARE CLAIMED FOR IT.
      *----------------------------------------------------------------
       3400-TAKE-NEXT-DAY-SURPLUS.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT + 1)
           MOVE ZERO TO WS-NEXT-LIVE-RUNS
           MOVE ZERO TO WS-NEXT-SENT
           MOVE 1 TO WS-HR-SUB
           PERFORM 3410-COUNT-NEXT-HIST-ROW
               THRU 3410-COUNT-NEXT-HIST-ROW-EXIT
               UNTIL WS-HR-SUB > WS-HR-COUNT
           MOVE 1 TO WS-RL-SUB
           PERFORM 3420-COUNT-NEXT-REGISTER-LINE
               THRU 3420-COUNT-NEXT-REGISTER-LINE-EXIT
               UNTIL WS-RL-SUB > WS-RL-COUNT
           IF WS-NEXT-SENT NOT > WS-NEXT-LIVE-RUNS
               GO TO 3400-TAKE-NEXT-DAY-SURPLUS-EXIT
           END-IF
           COMPUTE WS-CARRY-COUNT = WS-NEXT-SENT - WS-NEXT-LIVE-RUNS
           IF WS-CARRY-COUNT > WS-DAY-LIVE-RUNS - WS-DAY-SENT
               COMPUTE WS-CARRY-COUNT =
                   WS-DAY-LIVE-RUNS - WS-DAY-SENT
           END-IF
           MOVE 1 TO WS-RL-SUB
           PERFORM 3430-CLAIM-ONE-LINE
               THRU 3430-CLAIM-ONE-LINE-EXIT
               UNTIL WS-RL-SUB > WS-RL-COUNT
                  OR WS-CARRY-COUNT = ZERO.
       3400-TAKE-NEXT-DAY-SURPLUS-EXIT.
           EXIT.

       3410-COUNT-NEXT-HIST-ROW.
           IF WS-HR-DATE (WS-HR-SUB) = WS-NEXT-DATE
               AND NOT WS-HR-BACKED-OUT (WS-HR-SUB)
               ADD 1 TO WS-NEXT-LIVE-RUNS
           END-IF
           ADD 1 TO WS-HR-SUB.
       3410-COUNT-NEXT-HIST-ROW-EXIT.
           EXIT.

       3420-COUNT-NEXT-REGISTER-LINE.
           IF WS-RL-CLAIM-DATE (WS-RL-SUB) = WS-NEXT-DATE
               AND WS-RL-FLAG (WS-RL-SUB) NOT = "R"
               ADD 1 TO WS-NEXT-SENT
           END-IF
           ADD 1 TO WS-RL-SUB.
       3420-COUNT-NEXT-REGISTER-LINE-EXIT.
           EXIT.

       3430-CLAIM-ONE-LINE.
           IF WS-RL-CLAIM-DATE (WS-RL-SUB) = WS-NEXT-DATE
               AND WS-RL-FLAG (WS-RL-SUB) NOT = "R"
               MOVE WS-DAY-DATE TO WS-RL-CLAIM-DATE (WS-RL-SUB)
               ADD 1 TO WS-DAY-SENT
               ADD WS-RL-RECORDS (WS-RL-SUB) TO WS-DAY-SENT-RECORDS
               SUBTRACT 1 FROM WS-CARRY-COUNT
           END-IF
           ADD 1 TO WS-RL-SUB.
       3430-CLAIM-ONE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CHECK-PERIODS: CHECK 3 -- EACH MONTH THE RANGE TOUCHES
      *                     THAT IS CLOSED ON PERSUMM AGAINST THE
      *                     MONTH ROLLED UP AGAIN FROM THE HISTORY. A
      *                     MONTH NOT YET CLOSED HAS NOTHING SIGNED TO
      *                     DISAGREE WITH.
      *----------------------------------------------------------------
       4000-CHECK-PERIODS.
           MOVE "3. PERSUMM AGAINST IFELSE.HST" TO WS-SECTION-LINE
           WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE
               BEFORE ADVANCING 2 LINES
           MOVE ZERO TO WS-SECTION-FINDINGS
           OPEN INPUT PERIOD-MASTER
           IF NOT PER-FILE-OK
               MOVE "   NO PERSUMM MASTER -- NO CLOSED PERIODS."
                   TO WS-NOTE-LINE
               WRITE AUDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 2 LINES
               GO TO 4000-CHECK-PERIODS-EXIT
           END-IF
           MOVE 1 TO WS-MO-HIT
           PERFORM 4100-CHECK-ONE-PERIOD
               THRU 4100-CHECK-ONE-PERIOD-EXIT
               UNTIL WS-MO-HIT > WS-MONTH-COUNT
           CLOSE PERIOD-MASTER
           PERFORM 8000-CLOSE-SECTION
               THRU 8000-CLOSE-SECTION-EXIT.
       4000-CHECK-PERIODS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CHECK-ONE-PERIOD: THE FIGURES ARE WALKED TWICE -- ONCE TO
      *                        SEE WHETHER ANYTHING DIFFERS, AND, IF
      *                        SO, AGAIN TO PRINT EVERY FIGURE BOTH
      *                        WAYS WITH THE DIFFERENCES MARKED.
      *----------------------------------------------------------------
       4100-CHECK-ONE-PERIOD.
           MOVE WS-MO-PERIOD (WS-MO-HIT) TO PS-PERIOD
           READ PERIOD-MASTER
               INVALID KEY
                   GO TO 4100-NEXT-PERIOD
           END-READ
           IF NOT PS-PERIOD-CLOSED
               GO TO 4100-NEXT-PERIOD
           END-IF
           ADD 1 TO WS-PERIODS-CHECKED
           MOVE "N" TO WS-PERIOD-DIFFERS-SWITCH
           MOVE "N" TO WS-PRINT-SWITCH
           PERFORM 4200-COMPARE-PERIOD
               THRU 4200-COMPARE-PERIOD-EXIT
           IF NOT PERIOD-DIFFERS
               GO TO 4100-NEXT-PERIOD
           END-IF
           ADD 1 TO WS-PERIOD-MISMATCH-COUNT
           ADD 1 TO WS-SECTION-FINDINGS
           MOVE "** CLOSED PERIOD NO LONGER MATCHES ITS HISTORY:"
               TO WS-FINDING-LINE
           MOVE PS-PERIOD TO WS-FINDING-LINE (50:6)
           WRITE AUDIT-RPT-LINE FROM WS-FINDING-LINE
               BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NOTE-LINE
           MOVE "   CLOSED" TO WS-NOTE-LINE
           MOVE PS-CLOSE-DATE TO WS-NOTE-LINE (11:8)
           MOVE "BY" TO WS-NOTE-LINE (20:2)
           MOVE PS-CLOSED-BY TO WS-NOTE-LINE (23:8)
           WRITE AUDIT-RPT-LINE FROM WS-NOTE-LINE
               BEFORE ADVANCING 1 LINE
           WRITE AUDIT-RPT-LINE FROM WS-PERIOD-HEAD-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "Y" TO WS-PRINT-SWITCH
           PERFORM 4200-COMPARE-PERIOD
               THRU 4200-COMPARE-PERIOD-EXIT
           MOVE SPACES TO WS-NOTE-LINE
           WRITE AUDIT-RPT-LINE FROM WS-NOTE-LINE
               BEFORE ADVANCING 1 LINE.
       4100-NEXT-PERIOD.
           ADD 1 TO WS-MO-HIT.
       4100-CHECK-ONE-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-COMPARE-PERIOD: DAYS RUN, RECORDS, EVERY BAND AND SOURCE
      *                      ON THE PERIOD ROW AGAINST THE SAME NAME IN
      *                      THE ROLL-UP, THEN ANY BAND OR SOURCE THE
      *                      ROLL-UP HAS THAT THE PERIOD ROW DOES NOT.
      *----------------------------------------------------------------
       4200-COMPARE-PERIOD.
           MOVE "DAYS RUN" TO PC-ITEM
           MOVE PS-DAYS-RUN TO WS-PERSUMM-SIDE
           MOVE WS-MO-DAYS-RUN (WS-MO-HIT) TO WS-HIST-SIDE
           PERFORM 4900-COMPARE-ONE-FIGURE
               THRU 4900-COMPARE-ONE-FIGURE-EXIT
           MOVE "RECORDS PROCESSED" TO PC-ITEM
           MOVE PS-RECORDS-PROCESSED TO WS-PERSUMM-SIDE
           MOVE WS-MO-RECORDS (WS-MO-HIT) TO WS-HIST-SIDE
           PERFORM 4900-COMPARE-ONE-FIGURE
               THRU 4900-COMPARE-ONE-FIGURE-EXIT
           IF PS-BAND-COUNT IS NUMERIC
               AND PS-BAND-COUNT NOT > 5
               MOVE 1 TO WS-BAND-SUB
               PERFORM 4300-COMPARE-PERSUMM-BAND
                   THRU 4300-COMPARE-PERSUMM-BAND-EXIT
                   UNTIL WS-BAND-SUB > PS-BAND-COUNT
           END-IF
           MOVE 1 TO WS-SLOT-SUB
           PERFORM 4400-COMPARE-HISTORY-BAND
               THRU 4400-COMPARE-HISTORY-BAND-EXIT
               UNTIL WS-SLOT-SUB > WS-MO-BAND-COUNT (WS-MO-HIT)
           IF PS-SOURCE-COUNT IS NUMERIC
               AND PS-SOURCE-COUNT NOT > 6
               MOVE 1 TO WS-SRC-SUB
               PERFORM 4500-COMPARE-PERSUMM-SOURCE
                   THRU 4500-COMPARE-PERSUMM-SOURCE-EXIT
                   UNTIL WS-SRC-SUB > PS-SOURCE-COUNT
           END-IF
           MOVE 1 TO WS-SLOT-SUB
           PERFORM 4600-COMPARE-HISTORY-SOURCE
               THRU 4600-COMPARE-HISTORY-SOURCE-EXIT
               UNTIL WS-SLOT-SUB > WS-MO-SOURCE-COUNT (WS-MO-HIT).
       4200-COMPARE-PERIOD-EXIT.
           EXIT.

       4300-COMPARE-PERSUMM-BAND.
           MOVE ZERO TO WS-SLOT-HIT
           MOVE 1 TO WS-SLOT-SUB
           PERFORM 4350-MATCH-HISTORY-BAND
               THRU 4350-MATCH-HISTORY-BAND-EXIT
               UNTIL WS-SLOT-SUB > WS-MO-BAND-COUNT (WS-MO-HIT)
                  OR WS-SLOT-HIT > ZERO
           MOVE SPACES TO PC-ITEM
           MOVE "BAND" TO PC-ITEM
           MOVE PS-BAND-NAME (WS-BAND-SUB) TO PC-ITEM (6:12)
           MOVE PS-BAND-TOTAL (WS-BAND-SUB) TO WS-PERSUMM-SIDE
           MOVE ZERO TO WS-HIST-SIDE
           IF WS-SLOT-HIT > ZERO
               MOVE WS-MO-BAND-TOTAL (WS-MO-HIT, WS-SLOT-HIT)
                   TO WS-HIST-SIDE
           END-IF
           PERFORM 4900-COMPARE-ONE-FIGURE
               THRU 4900-COMPARE-ONE-FIGURE-EXIT
           ADD 1 TO WS-BAND-SUB.
       4300-COMPARE-PERSUMM-BAND-EXIT.
           EXIT.

       4350-MATCH-HISTORY-BAND.
           IF WS-MO-BAND-NAME (WS-MO-HIT, WS-SLOT-SUB)
               = PS-BAND-NAME (WS-BAND-SUB)
               MOVE WS-SLOT-SUB TO WS-SLOT-HIT
           END-IF
           ADD 1 TO WS-SLOT-SUB.
       4350-MATCH-HISTORY-BAND-EXIT.
           EXIT.

       4400-COMPARE-HISTORY-BAND.
           MOVE ZERO TO WS-BAND-SUB
           IF PS-BAND-COUNT IS NUMERIC
               AND PS-BAND-COUNT NOT > 5
               MOVE 1 TO WS-SRC-SUB
               PERFORM 4450-MATCH-PERSUMM-BAND
                   THRU 4450-MATCH-PERSUMM-BAND-EXIT
                   UNTIL WS-SRC-SUB > PS-BAND-COUNT
                      OR WS-BAND-SUB > ZERO
           END-IF
           IF WS-BAND-SUB = ZERO
               MOVE SPACES TO PC-ITEM
               MOVE "BAND" TO PC-ITEM
               MOVE WS-MO-BAND-NAME (WS-MO-HIT, WS-SLOT-SUB)
                   TO PC-ITEM (6:12)
               MOVE ZERO TO PC-PERSUMM
               MOVE WS-MO-BAND-TOTAL (WS-MO-HIT, WS-SLOT-SUB)
                   TO WS-HIST-SIDE
               MOVE "Y" TO WS-PERIOD-DIFFERS-SWITCH
               IF PRINTING-SIDES
                   MOVE WS-HIST-SIDE TO PC-HISTORY
                   MOVE "<< DIFFERS" TO PC-FLAG
                   WRITE AUDIT-RPT-LINE FROM WS-PERIOD-LINE
                       BEFORE ADVANCING 1 LINE
               END-IF
           END-IF
           ADD 1 TO WS-SLOT-SUB.
       4400-COMPARE-HISTORY-BAND-EXIT.
           EXIT.

       4450-MATCH-PERSUMM-BAND.
           IF PS-BAND-NAME (WS-SRC-SUB)
               = WS-MO-BAND-NAME (WS-MO-HIT, WS-SLOT-SUB)
               MOVE WS-SRC-SUB TO WS-BAND-SUB
           END-IF
           ADD 1 TO WS-SRC-SUB.
       4450-MATCH-PERSUMM-BAND-EXIT.
           EXIT.

       4500-COMPARE-PERSUMM-SOURCE.
           MOVE ZERO TO WS-SLOT-HIT
           MOVE 1 TO WS-SLOT-SUB
           PERFORM 4550-MATCH-HISTORY-SOURCE
               THRU 4550-MATCH-HISTORY-SOURCE-EXIT
               UNTIL WS-SLOT-SUB > WS-MO-SOURCE-COUNT (WS-MO-HIT)
                  OR WS-SLOT-HIT > ZERO
           MOVE SPACES TO PC-ITEM
           MOVE "SOURCE" TO PC-ITEM
           MOVE PS-SOURCE-CODE (WS-SRC-SUB) TO PC-ITEM (8:3)
           MOVE PS-SOURCE-TOTAL (WS-SRC-SUB) TO WS-PERSUMM-SIDE
           MOVE ZERO TO WS-HIST-SIDE
           IF WS-SLOT-HIT > ZERO
               MOVE WS-MO-SOURCE-TOTAL (WS-MO-HIT, WS-SLOT-HIT)
                   TO WS-HIST-SIDE
           END-IF
           PERFORM 4900-COMPARE-ONE-FIGURE
               THRU 4900-COMPARE-ONE-FIGURE-EXIT
           ADD 1 TO WS-SRC-SUB.
       4500-COMPARE-PERSUMM-SOURCE-EXIT.
           EXIT.

       4550-MATCH-HISTORY-SOURCE.
           IF WS-MO-SOURCE-CODE (WS-MO-HIT, WS-SLOT-SUB)
               = PS-SOURCE-CODE (WS-SRC-SUB)
               MOVE WS-SLOT-SUB TO WS-SLOT-HIT
           END-IF
           ADD 1 TO WS-SLOT-SUB.
       4550-MATCH-HISTORY-SOURCE-EXIT.
           EXIT.

       4600-COMPARE-HISTORY-SOURCE.
           MOVE ZERO TO WS-SLOT-HIT
           IF PS-SOURCE-COUNT IS NUMERIC
               AND PS-SOURCE-COUNT NOT > 6
               MOVE 1 TO WS-SRC-SUB
               PERFORM 4650-MATCH-PERSUMM-SOURCE
                   THRU 4650-MATCH-PERSUMM-SOURCE-EXIT
                   UNTIL WS-SRC-SUB > PS-SOURCE-COUNT
                      OR WS-SLOT-HIT > ZERO
           END-IF
           IF WS-SLOT-HIT = ZERO
               MOVE SPACES TO PC-ITEM
               MOVE "SOURCE" TO PC-ITEM
               MOVE WS-MO-SOURCE-CODE (WS-MO-HIT, WS-SLOT-SUB)
                   TO PC-ITEM (8:3)
               MOVE ZERO TO PC-PERSUMM
               MOVE WS-MO-SOURCE-TOTAL (WS-MO-HIT, WS-SLOT-SUB)
                   TO WS-HIST-SIDE
               MOVE "Y" TO WS-PERIOD-DIFFERS-SWITCH
               IF PRINTING-SIDES
                   MOVE WS-HIST-SIDE TO PC-HISTORY
                   MOVE "<< DIFFERS" TO PC-FLAG
                   WRITE AUDIT-RPT-LINE FROM WS-PERIOD-LINE
                       BEFORE ADVANCING 1 LINE
               END-IF
           END-IF
           ADD 1 TO WS-SLOT-SUB.
       4600-COMPARE-HISTORY-SOURCE-EXIT.
           EXIT.

       4650-MATCH-PERSUMM-SOURCE.
           IF PS-SOURCE-CODE (WS-SRC-SUB)
               = WS-MO-SOURCE-CODE (WS-MO-HIT, WS-SLOT-SUB)
               MOVE 1 TO WS-SLOT-HIT
           END-IF
           ADD 1 TO WS-SRC-SUB.
       4650-MATCH-PERSUMM-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4900-COMPARE-ONE-FIGURE: WS-PERSUMM-SIDE AGAINST WS-HIST-SIDE
      *                          -- NOTES A DIFFERENCE, AND PRINTS
      *                          THE LINE WHEN THE SIDES ARE SHOWN.
      *----------------------------------------------------------------
       4900-COMPARE-ONE-FIGURE.
           MOVE SPACES TO PC-FLAG
           IF WS-PERSUMM-SIDE NOT = WS-HIST-SIDE
               MOVE "Y" TO WS-PERIOD-DIFFERS-SWITCH
               MOVE "<< DIFFERS" TO PC-FLAG
           END-IF
           IF PRINTING-SIDES
               MOVE WS-PERSUMM-SIDE TO PC-PERSUMM
               MOVE WS-HIST-SIDE TO PC-HISTORY
               WRITE AUDIT-RPT-LINE FROM WS-PERIOD-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF.
       4900-COMPARE-ONE-FIGURE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-CHECK-ID-SEQUENCE: CHECK 4 -- THE LAST ID CUSTSEQ SAYS IT
      *                         ISSUED AGAINST THE HIGHEST ID ON
      *                         CUSTXRF. THIS ONE IS NOT DATED: THE
      *                         SEQUENCE IS WHATEVER IT IS TODAY.
      *----------------------------------------------------------------
       5000-CHECK-ID-SEQUENCE.
           MOVE "4. CUSTSEQ AGAINST CUSTXRF" TO WS-SECTION-LINE
           WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE
               BEFORE ADVANCING 2 LINES
           MOVE ZERO TO WS-SECTION-FINDINGS
           OPEN INPUT XREF-FILE
           IF NOT XREF-FILE-OK
               MOVE "   NO CUSTXRF MASTER -- NOTHING TO CHECK."
                   TO WS-NOTE-LINE
               WRITE AUDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 2 LINES
               GO TO 5000-CHECK-ID-SEQUENCE-EXIT
           END-IF
           PERFORM 5100-TAKE-ONE-XREF-ROW
               THRU 5100-TAKE-ONE-XREF-ROW-EXIT
               UNTIL END-OF-XREF
           CLOSE XREF-FILE
           OPEN INPUT SEQ-FILE
           IF SEQ-FILE-OK
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-RECORD IS NUMERIC
                           MOVE SEQ-RECORD TO WS-SEQ-LAST-ISSUED
                       END-IF
               END-READ
               CLOSE SEQ-FILE
           END-IF
           IF WS-SEQ-LAST-ISSUED < WS-XREF-HIGH-ID
               ADD 1 TO WS-SEQ-MISMATCH-COUNT
               ADD 1 TO WS-SECTION-FINDINGS
               MOVE "** CUSTSEQ IS BELOW THE HIGHEST ID ON CUSTXRF"
                   TO WS-FINDING-LINE
               WRITE AUDIT-RPT-LINE FROM WS-FINDING-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE WS-SEQ-LAST-ISSUED TO SS-LAST-ISSUED
               WRITE AUDIT-RPT-LINE FROM WS-SEQ-SIDE-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE WS-XREF-HIGH-ROW TO XREF-RECORD
               MOVE XR-CUST-ID TO XS-CUST-ID
               MOVE XR-ISSUING-PROGRAM TO XS-PROGRAM
               MOVE XR-ISSUE-DATE TO XS-DATE
               MOVE XR-ISSUE-TIME TO XS-TIME
               MOVE XR-RUN-ID TO XS-RUN-ID
               MOVE XR-STATUS TO XS-STATUS
               WRITE AUDIT-RPT-LINE FROM WS-XREF-SIDE-LINE
                   BEFORE ADVANCING 2 LINES
           END-IF
           PERFORM 8000-CLOSE-SECTION
               THRU 8000-CLOSE-SECTION-EXIT.
       5000-CHECK-ID-SEQUENCE-EXIT.
           EXIT.

       5100-TAKE-ONE-XREF-ROW.
           READ XREF-FILE NEXT RECORD
               AT END
                   SET END-OF-XREF TO TRUE
                   GO TO 5100-TAKE-ONE-XREF-ROW-EXIT
           END-READ
           ADD 1 TO WS-XREF-ROWS
           IF XR-CUST-ID IS NUMERIC
               AND XR-CUST-ID > WS-XREF-HIGH-ID
               MOVE XR-CUST-ID TO WS-XREF-HIGH-ID
               MOVE XREF-RECORD TO WS-XREF-HIGH-ROW
           END-IF.
       5100-TAKE-ONE-XREF-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-TOTALS: WHAT WAS CHECKED, WHAT DISAGREED, THE
      *                    VERDICT, AND THE CONDITION CODE.
      *----------------------------------------------------------------
       6000-WRITE-TOTALS.
           MOVE "UNREVERSED HISTORY ROWS CHECKED:" TO SL-LABEL
           MOVE WS-HIST-ROWS-CHECKED TO SL-COUNT
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "DAYS WITH RUNS OR TRANSMISSIONS:" TO SL-LABEL
           MOVE WS-DAYS-CHECKED TO SL-COUNT
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "CLOSED PERIODS CHECKED:" TO SL-LABEL
           MOVE WS-PERIODS-CHECKED TO SL-COUNT
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "CUSTXRF ROWS READ:" TO SL-LABEL
           MOVE WS-XREF-ROWS TO SL-COUNT
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 2 LINES
           MOVE "HISTORY ROWS WITH NO JOURNAL END:" TO SL-LABEL
           MOVE WS-NO-END-COUNT TO SL-COUNT
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "DAYS BACKED OUT AFTER TRANSMISSION:" TO SL-LABEL
           MOVE WS-BACKED-SENT-COUNT TO SL-COUNT
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "DAYS WITH TRANSMISSIONS NOT = RUNS:" TO SL-LABEL
           MOVE WS-SENT-MISMATCH-COUNT TO SL-COUNT
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "DAYS WITH TRANSMITTED TOTALS OFF:" TO SL-LABEL
           MOVE WS-TOTAL-MISMATCH-COUNT TO SL-COUNT
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "CLOSED PERIODS NOT MATCHING HISTORY:" TO SL-LABEL
           MOVE WS-PERIOD-MISMATCH-COUNT TO SL-COUNT
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "CUSTSEQ BELOW THE HIGHEST CUSTXRF ID:" TO SL-LABEL
           MOVE WS-SEQ-MISMATCH-COUNT TO SL-COUNT
           WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 2 LINES

           MOVE SPACES TO WS-NOTE-LINE
           EVALUATE TRUE
               WHEN AUDIT-INCOMPLETE
                   MOVE "** INCOMPLETE -- RANGE TOO BIG TO HOLD **"
                       TO WS-NOTE-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-END-COUNT > ZERO
                   OR WS-BACKED-SENT-COUNT > ZERO
                   OR WS-SENT-MISMATCH-COUNT > ZERO
                   OR WS-TOTAL-MISMATCH-COUNT > ZERO
                   OR WS-PERIOD-MISMATCH-COUNT > ZERO
                   OR WS-SEQ-MISMATCH-COUNT > ZERO
                   MOVE "** INCONSISTENT -- THE FILES DISAGREE **"
                       TO WS-NOTE-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "** ALL FILES AGREE **" TO WS-NOTE-LINE
           END-EVALUATE
           WRITE AUDIT-RPT-LINE FROM WS-NOTE-LINE
               BEFORE ADVANCING 1 LINE
           CLOSE AUDIT-RPT-FILE.
       6000-WRITE-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-PRINT-HIST-ROW: THE HISTORY ROW AT WS-HR-SUB.
      *----------------------------------------------------------------
       7000-PRINT-HIST-ROW.
           MOVE WS-HR-DATE (WS-HR-SUB) TO HS-DATE
           MOVE WS-HR-CYCLE (WS-HR-SUB) TO HS-CYCLE
           MOVE WS-HR-RULE-ID (WS-HR-SUB) TO HS-RULE-ID
           MOVE WS-HR-RECORDS (WS-HR-SUB) TO HS-RECORDS
           MOVE SPACES TO HS-NOTE
           IF WS-HR-BACKED-OUT (WS-HR-SUB)
               MOVE "BACKED OUT" TO HS-NOTE
           END-IF
           WRITE AUDIT-RPT-LINE FROM WS-HIST-SIDE-LINE
               BEFORE ADVANCING 1 LINE.
       7000-PRINT-HIST-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-CLOSE-SECTION: A SECTION THAT FOUND NOTHING SAYS SO.
      *----------------------------------------------------------------
       8000-CLOSE-SECTION.
           IF WS-SECTION-FINDINGS = ZERO
               MOVE "   NO DISAGREEMENTS." TO WS-NOTE-LINE
               WRITE AUDIT-RPT-LINE FROM WS-NOTE-LINE
                   BEFORE ADVANCING 2 LINES
           END-IF.
       8000-CLOSE-SECTION-EXIT.
           EXIT.
