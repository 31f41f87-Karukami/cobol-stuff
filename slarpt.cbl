      ******************************************************************
      * PROGRAM  : SLARPT
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : BATCH-WINDOW ELAPSED-TIME AND SLA REPORT. READS
      *            THE SHARED RUN JOURNAL (SEE RUNJRNL.cpy) AND PAIRS
      *            EVERY STEP'S START ROW WITH ITS END ROW TO GET THE
      *            STEP'S ELAPSED TIME, AND EVERY CUSTBAT SUBMISSION'S
      *            FIRST START WITH ITS LAST END TO GET THE STREAM'S.
      *            FOR EACH STREAM RUN (ONE PER BUSINESS DAY AND
      *            PROCESSING CYCLE) STARTED INSIDE THE DATE RANGE IT
      *            PRINTS THE STREAM'S START, FINISH AND ELAPSED TIME
      *            AND EACH STEP'S ELAPSED TIME, WITH THE RECORDS-PER-
      *            SECOND RATE FOR NUMEDIT AND IFELSE; THEN EACH
      *            STEP'S AVERAGE AND WORST TIME OVER THE RANGE.
      *
      *            A STREAM THAT FINISHED AFTER THE SLA TIME (THE
      *            FIRST OCCURRENCE OF THAT CLOCK TIME AFTER THE
      *            STREAM STARTED -- AN EVENING START IS DUE THE NEXT
      *            MORNING), A STEP THAT RAN MORE THAN THE GIVEN
      *            PERCENTAGE OVER ITS AVERAGE, AND A STEP THAT
      *            STARTED AND NEVER ENDED ARE ALL FLAGGED. A STREAM
      *            IN WHICH A STEP RESUMED FROM A CHECKPOINT
      *            (RJ-RESTART-FLAG "R") IS PRINTED IN ITS OWN
      *            SECTION AND KEPT OUT OF THE AVERAGES -- A RESUME
      *            ONLY DOES PART OF THE NIGHT'S WORK AND WOULD
      *            OTHERWISE PASS FOR A FAST NIGHT -- BUT IT IS STILL
      *            HELD TO THE SLA.
      *
      *            PARM='YYYYMMDD,YYYYMMDD,HHMM,PPP' -- FROM DATE, TO
      *            DATE, SLA TIME, PERCENTAGE. THE LAST TWO MAY BE
      *            LEFT OFF (DEFAULT 0600 AND 050); NO PARM AT ALL IS
      *            THE MONTH TO DATE. ENDS RC=0 WHEN NOTHING WAS
      *            FLAGGED, RC=4 WHEN ANYTHING WAS, RC=8 ON A BAD
      *            PARM.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SLARPT".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT SLA-RPT-FILE ASSIGN TO "SLA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY "RUNJRNL.cpy".

       FD  SLA-RPT-FILE.
       01  SLA-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-JRNL-FILE-STATUS          PIC X(02) VALUE "00".
           88  JRNL-FILE-OK                        VALUE "00".
       77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  END-OF-JOURNAL                      VALUE "Y".

      * PARM: FROM DATE, TO DATE, SLA TIME, PERCENTAGE OVER AVERAGE.
       01  WS-PARM-TEXT.
           05  WS-PARM-FROM             PIC X(08).
           05  WS-PARM-COMMA-1          PIC X(01).
           05  WS-PARM-TO               PIC X(08).
           05  WS-PARM-COMMA-2          PIC X(01).
           05  WS-PARM-SLA              PIC X(04).
           05  WS-PARM-COMMA-3          PIC X(01).
           05  WS-PARM-PCT              PIC X(03).
           05  WS-PARM-REST             PIC X(14).
       77  WS-PARM-OK-SWITCH            PIC X(01) VALUE "Y".
           88  PARM-IS-GOOD                        VALUE "Y".

       77  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-SLA-TIME.
           05  WS-SLA-HH                PIC 9(02) VALUE 06.
           05  WS-SLA-MM                PIC 9(02) VALUE 00.
       01  WS-SLA-TIME-N REDEFINES WS-SLA-TIME
                                        PIC 9(04).
       77  WS-OVER-PCT                  PIC 9(03) VALUE 050.
       77  WS-SLA-SECS                  PIC 9(05) VALUE ZERO.

       77  WS-CHECK-DATE-N              PIC 9(08) VALUE ZERO.
       77  WS-CHECK-OK-SWITCH           PIC X(01) VALUE "Y".
           88  CHECK-DATE-OK                       VALUE "Y".
       COPY "BUSDAYL.cpy".

      * TIME ARITHMETIC. A JOURNAL STAMP IS TURNED INTO SECONDS SINCE
      * THE INTRINSIC DAY ZERO -- THE SAME DAY ARITHMETIC CORPACK
      * USES -- SO A STEP OR A STREAM THAT RUNS ACROSS MIDNIGHT STILL
      * SUBTRACTS CLEANLY.
       01  WS-STAMP-TIME.
           05  WS-STAMP-HH              PIC 9(02).
           05  WS-STAMP-MN              PIC 9(02).
           05  WS-STAMP-SS              PIC 9(02).
       01  WS-STAMP-TIME-N REDEFINES WS-STAMP-TIME
                                        PIC 9(06).
       77  WS-STAMP-DATE                PIC 9(08) VALUE ZERO.
       77  WS-STAMP-SECS                PIC 9(12) VALUE ZERO.
       77  WS-DEADLINE-SECS             PIC 9(12) VALUE ZERO.

      * ELAPSED SECONDS AS HH:MM:SS FOR PRINTING.
       77  WS-FMT-SECS                  PIC 9(07) VALUE ZERO.
       77  WS-FMT-REMAINDER             PIC 9(07) VALUE ZERO.
       01  WS-FMT-HMS.
           05  WS-FMT-HH                PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ":".
           05  WS-FMT-MN                PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ":".
           05  WS-FMT-SS                PIC 9(02).

      * THE STREAM RUNS IN RANGE, IN JOURNAL ORDER. A NEW STREAM
      * STARTS AT A START ROW FOR ANOTHER CYCLE, OR FOR A PROGRAM
      * THAT HAS ALREADY STARTED IN THE CURRENT ONE (THE NEXT DAY'S
      * SUBMISSION, OR A RESUBMISSION OF THIS ONE). ITS STEPS ARE THE
      * RUN OF STEP SLOTS FROM SR-FIRST-STEP TO SR-LAST-STEP.
       77  WS-STREAM-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-STREAM-SUB                PIC 9(03) VALUE ZERO.
       77  WS-STREAM-OVERFLOW           PIC 9(05) VALUE ZERO.
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 120 TIMES.
               10  SR-START-DATE        PIC 9(08).
               10  SR-CYCLE             PIC 9(01).
               10  SR-START-TIME        PIC 9(06).
               10  SR-START-SECS        PIC 9(12).
               10  SR-END-DATE          PIC 9(08).
               10  SR-END-TIME          PIC 9(06).
               10  SR-END-SECS          PIC 9(12).
               10  SR-ELAPSED           PIC 9(07).
               10  SR-FIRST-STEP        PIC 9(04).
               10  SR-LAST-STEP         PIC 9(04).
               10  SR-RESTART-SW        PIC X(01).
                   88  SR-RESTARTED                VALUE "Y".
               10  SR-INCOMPLETE-SW     PIC X(01).
                   88  SR-INCOMPLETE               VALUE "Y".
               10  SR-SLA-SW            PIC X(01).
                   88  SR-SLA-MISSED               VALUE "Y".

       77  WS-STEP-COUNT                PIC 9(04) VALUE ZERO.
       77  WS-STEP-SUB                  PIC 9(04) VALUE ZERO.
       77  WS-STEP-HIT                  PIC 9(04) VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 1200 TIMES.
               10  ST-PROGRAM           PIC X(08).
               10  ST-START-TIME        PIC 9(06).
               10  ST-START-SECS        PIC 9(12).
               10  ST-ELAPSED           PIC 9(07).
               10  ST-RECORDS           PIC 9(06).
               10  ST-STATUS            PIC X(04).
               10  ST-ENDED-SW          PIC X(01).
                   88  ST-ENDED                    VALUE "Y".
               10  ST-RESTART-SW        PIC X(01).
                   88  ST-RESUMED                  VALUE "Y".

      * THE CURRENT SUBMISSION -- WHETHER ITS STREAM IS IN RANGE (A
      * STREAM STARTED OUTSIDE THE RANGE IS FOLLOWED, TO FIND WHERE
      * IT ENDS, BUT NOT KEPT) AND WHICH PROGRAMS HAVE STARTED IN IT.
       77  WS-CUR-SWITCH                PIC X(01) VALUE "N".
           88  CUR-STREAM-OPEN                     VALUE "Y".
       77  WS-CUR-KEEP-SWITCH           PIC X(01) VALUE "N".
           88  CUR-STREAM-KEPT                     VALUE "Y".
       77  WS-CUR-CYCLE                 PIC 9(01) VALUE ZERO.
       77  WS-ROW-CYCLE                 PIC 9(01) VALUE ZERO.
       77  WS-CUR-PGM-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-CUR-PGM-SUB               PIC 9(02) VALUE ZERO.
       77  WS-CUR-PGM-HIT               PIC 9(02) VALUE ZERO.
       01  WS-CUR-PGM-TABLE.
           05  WS-CUR-PGM-NAME          PIC X(08) OCCURS 20 TIMES.

      * PER-PROGRAM AVERAGES OVER THE RANGE -- ENDED STEPS OF STREAMS
      * THAT DID NOT RESUME ONLY.
       77  WS-PGM-COUNT                 PIC 9(02) VALUE ZERO.
       77  WS-PGM-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-PGM-HIT                   PIC 9(02) VALUE ZERO.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 20 TIMES.
               10  PG-NAME              PIC X(08).
               10  PG-RUNS              PIC 9(04).
               10  PG-TOTAL-SECS        PIC 9(09).
               10  PG-AVG-SECS          PIC 9(07).
               10  PG-WORST-SECS        PIC 9(07).
               10  PG-WORST-DATE        PIC 9(08).
               10  PG-RECORDS           PIC 9(09).

      * THE SAME FOR THE STREAM AS A WHOLE -- COMPLETE STREAMS THAT
      * DID NOT RESUME.
       77  WS-STM-RUNS                  PIC 9(04) VALUE ZERO.
       77  WS-STM-TOTAL-SECS            PIC 9(09) VALUE ZERO.
       77  WS-STM-AVG-SECS              PIC 9(07) VALUE ZERO.
       77  WS-STM-WORST-SECS            PIC 9(07) VALUE ZERO.
       77  WS-STM-WORST-DATE            PIC 9(08) VALUE ZERO.

      * RECORDS PER SECOND IS KEPT FOR THE TWO STEPS WHOSE TIME
      * GROWS WITH THE FEED.
       77  WS-RATE-PROGRAM              PIC X(08) VALUE SPACES.
           88  RATE-IS-KEPT                VALUE "NUMEDIT " "IFELSE  ".
       77  WS-RATE                      PIC 9(06) VALUE ZERO.
       77  WS-RATE-SECS                 PIC 9(09) VALUE ZERO.
       77  WS-OVER-BY                   PIC 9(05) VALUE ZERO.

       77  WS-PRINT-SWITCH              PIC X(01) VALUE "N".
           88  PRINTING-RESTARTS                   VALUE "Y".
       77  WS-PRINTED-COUNT             PIC 9(03) VALUE ZERO.

       77  WS-STREAMS-KEPT              PIC 9(05) VALUE ZERO.
       77  WS-STREAMS-RESTARTED         PIC 9(05) VALUE ZERO.
       77  WS-SLA-MISSED-COUNT          PIC 9(05) VALUE ZERO.
       77  WS-INCOMPLETE-COUNT          PIC 9(05) VALUE ZERO.
       77  WS-OVER-AVG-COUNT            PIC 9(05) VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
           05  WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(10) VALUE "SLARPT".
           05  FILLER                   PIC X(30)
               VALUE "BATCH WINDOW AND SLA".
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
           05  FILLER                   PIC X(07) VALUE "   SLA ".
           05  HL2-SLA-HH               PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ":".
           05  HL2-SLA-MM               PIC 9(02).
           05  FILLER                   PIC X(15)
               VALUE "   STEP LIMIT +".
           05  HL2-PCT                  PIC ZZ9.
           05  FILLER                   PIC X(17)
               VALUE "% OVER AVERAGE".

       01  WS-SECTION-LINE              PIC X(60).

       01  WS-STREAM-HEADING.
           05  FILLER                   PIC X(34)
               VALUE "DATE     CY START    FINISH".
           05  FILLER                   PIC X(30)
               VALUE "ELAPSED".

       01  WS-STREAM-LINE.
           05  SL-DATE                  PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SL-CYCLE                 PIC 9(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SL-START                 PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SL-FINISH                PIC X(08).
           05  SL-DAYS-LATER            PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SL-ELAPSED               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SL-FLAG                  PIC X(30).

       01  WS-DAYS-LATER.
           05  FILLER                   PIC X(02) VALUE " +".
           05  DX-DAYS                  PIC 9(01).
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  WS-STEP-HEADING.
           05  FILLER                   PIC X(32)
               VALUE "    PROGRAM   START    ELAPSED".
           05  FILLER                   PIC X(40)
               VALUE "RECORDS REC/SEC STAT".

       01  WS-STEP-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  TL-PROGRAM               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-START                 PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-ELAPSED               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-RECORDS               PIC ZZZ,ZZ9.
           05  TL-RECORDS-X REDEFINES TL-RECORDS
                                        PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-RATE                  PIC ZZZ,ZZ9.
           05  TL-RATE-X REDEFINES TL-RATE
                                        PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-STATUS                PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-FLAG                  PIC X(27).

       01  WS-OVER-FLAG.
           05  FILLER                   PIC X(07) VALUE "** OVER".
           05  FILLER                   PIC X(02) VALUE " +".
           05  OF-PCT                   PIC ZZZZ9.
           05  FILLER                   PIC X(03) VALUE "% *".
           05  FILLER                   PIC X(01) VALUE "*".

       01  WS-AVG-HEADING.
           05  FILLER                   PIC X(35)
               VALUE "PROGRAM   RUNS  AVERAGE  WORST".
           05  FILLER                   PIC X(36)
               VALUE "WORST ON REC/SEC".

       01  WS-AVG-LINE.
           05  AV-PROGRAM               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AV-RUNS                  PIC Z,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AV-AVERAGE               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AV-WORST                 PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AV-WORST-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AV-RATE                  PIC ZZZ,ZZ9.
           05  AV-RATE-X REDEFINES AV-RATE
                                        PIC X(07).

       01  WS-SUMMARY-LINE.
           05  SM-LABEL                 PIC X(34).
           05  SM-COUNT                 PIC ZZ,ZZ9.

       01  WS-VERDICT-LINE              PIC X(72).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: LOADS THE JOURNAL INTO THE STREAM AND STEP
      *                TABLES, WORKS OUT THE AVERAGES, PRINTS THE
      *                STREAMS (PLAIN, THEN RESUMED) AND THE AVERAGES,
      *                AND CLOSES WITH THE TOTALS AND THE CONDITION
      *                CODE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0100-PARSE-PARM
               THRU 0100-PARSE-PARM-EXIT
           PERFORM 1000-LOAD-JOURNAL
               THRU 1000-LOAD-JOURNAL-EXIT
           PERFORM 2000-WORK-OUT-AVERAGES
               THRU 2000-WORK-OUT-AVERAGES-EXIT
           MOVE "N" TO WS-PRINT-SWITCH
           PERFORM 3000-PRINT-STREAMS
               THRU 3000-PRINT-STREAMS-EXIT
           MOVE "Y" TO WS-PRINT-SWITCH
           PERFORM 3000-PRINT-STREAMS
               THRU 3000-PRINT-STREAMS-EXIT
           PERFORM 4000-PRINT-AVERAGES
               THRU 4000-PRINT-AVERAGES-EXIT
           PERFORM 5000-WRITE-TOTALS
               THRU 5000-WRITE-TOTALS-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-PARM: NO PARM IS THE FIRST OF THIS MONTH TO TODAY
      *                  WITH THE 06:00 SLA AND THE 50% STEP LIMIT.
      *                  'FROM,TO' SETS THE RANGE; 'FROM,TO,HHMM,PPP'
      *                  ALSO SETS THE SLA TIME AND THE LIMIT. ANYTHING
      *                  ELSE IS RC=8 WITH NOTHING PRINTED BUT THE
      *                  COMPLAINT. THE REPORT OPENS HERE SO EVERY RUN
      *                  PAST THE PARM CHECK LEAVES A DATED PAGE.
      *----------------------------------------------------------------
       0100-PARSE-PARM.
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-TEXT = SPACES
               MOVE WS-RUN-DATE-N TO WS-FROM-DATE
               MOVE 01 TO WS-FROM-DATE (7:2)
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
               IF PARM-IS-GOOD
                   AND WS-PARM-TEXT (18:9) NOT = SPACES
                   IF WS-PARM-COMMA-2 NOT = ","
                       OR WS-PARM-SLA IS NOT NUMERIC
                       OR WS-PARM-COMMA-3 NOT = ","
                       OR WS-PARM-PCT IS NOT NUMERIC
                       MOVE "N" TO WS-PARM-OK-SWITCH
                   ELSE
                       MOVE WS-PARM-SLA TO WS-SLA-TIME-N
                       MOVE WS-PARM-PCT TO WS-OVER-PCT
                       IF WS-SLA-HH > 23
                           OR WS-SLA-MM > 59
                           MOVE "N" TO WS-PARM-OK-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT PARM-IS-GOOD
               DISPLAY "SLARPT: PARM MUST BE 'YYYYMMDD,YYYYMMDD' OR "
                   "'YYYYMMDD,YYYYMMDD,HHMM,PPP' -- GOT '"
                   WS-PARM-TEXT "'."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-SLA-SECS = WS-SLA-HH * 3600 + WS-SLA-MM * 60

           OPEN OUTPUT SLA-RPT-FILE
           MOVE WS-RUN-YYYY TO HL1-YYYY
           MOVE WS-RUN-MM TO HL1-MM
           MOVE WS-RUN-DD TO HL1-DD
           WRITE SLA-RPT-LINE FROM WS-HEADING-LINE-1
               BEFORE ADVANCING 1 LINE
           MOVE WS-FROM-DATE TO HL2-FROM
           MOVE WS-TO-DATE TO HL2-TO
           MOVE WS-SLA-HH TO HL2-SLA-HH
           MOVE WS-SLA-MM TO HL2-SLA-MM
           MOVE WS-OVER-PCT TO HL2-PCT
           WRITE SLA-RPT-LINE FROM WS-HEADING-LINE-2
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

      *----------------------------------------------------------------
      * 1000-LOAD-JOURNAL: READS THE WHOLE JOURNAL IN THE ORDER IT WAS
      *                    WRITTEN -- WHICH IS THE ORDER THE STEPS RAN
      *                    -- BUILDING THE STREAM AND STEP TABLES. NO
      *                    JOURNAL IS A REPORT WITH NOTHING ON IT.
      *----------------------------------------------------------------
       1000-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY "SLARPT: RUNJRNL NOT AVAILABLE, STATUS "
                   WS-JRNL-FILE-STATUS " -- NOTHING TO REPORT."
               GO TO 1000-LOAD-JOURNAL-EXIT
           END-IF
           PERFORM 1100-READ-JOURNAL
               THRU 1100-READ-JOURNAL-EXIT
           PERFORM 1200-TAKE-ONE-ROW
               THRU 1200-TAKE-ONE-ROW-EXIT
               UNTIL END-OF-JOURNAL
           CLOSE JOURNAL-FILE
           IF WS-STREAM-OVERFLOW > ZERO
               DISPLAY "SLARPT: " WS-STREAM-OVERFLOW
                   " JOURNAL ROWS PAST THE TABLE LIMITS NOT REPORTED"
                   " -- NARROW THE RANGE."
           END-IF.
       1000-LOAD-JOURNAL-EXIT.
           EXIT.

       1100-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
           END-READ.
       1100-READ-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-TAKE-ONE-ROW: A START ROW OPENS A STEP (AND, WHEN IT
      *                    BEGINS A NEW SUBMISSION, A STREAM); AN END
      *                    ROW CLOSES THE LATEST OPEN STEP OF THE SAME
      *                    PROGRAM. A ROW WITH A DAMAGED STAMP IS
      *                    PASSED OVER.
      *----------------------------------------------------------------
       1200-TAKE-ONE-ROW.
           IF RJ-DATE IS NOT NUMERIC
               OR RJ-TIME IS NOT NUMERIC
               OR RJ-DATE < 16010101
               GO TO 1200-NEXT-ROW
           END-IF
           MOVE 1 TO WS-ROW-CYCLE
           IF RJ-CYCLE IS NUMERIC
               AND RJ-CYCLE > ZERO
               MOVE RJ-CYCLE TO WS-ROW-CYCLE
           END-IF
           MOVE RJ-DATE TO WS-STAMP-DATE
           MOVE RJ-TIME TO WS-STAMP-TIME-N
           PERFORM 8000-STAMP-TO-SECONDS
               THRU 8000-STAMP-TO-SECONDS-EXIT
           IF RJ-RECORD-TYPE = "S"
               PERFORM 1300-START-STEP
                   THRU 1300-START-STEP-EXIT
           ELSE
               PERFORM 1400-END-STEP
                   THRU 1400-END-STEP-EXIT
           END-IF.
       1200-NEXT-ROW.
           PERFORM 1100-READ-JOURNAL
               THRU 1100-READ-JOURNAL-EXIT.
       1200-TAKE-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-START-STEP: DECIDES WHETHER THIS START BEGINS A NEW
      *                  SUBMISSION, THEN -- WHEN THE SUBMISSION IS
      *                  IN RANGE -- OPENS A STEP SLOT FOR IT.
      *----------------------------------------------------------------
       1300-START-STEP.
           MOVE ZERO TO WS-CUR-PGM-HIT
           IF CUR-STREAM-OPEN
               AND WS-ROW-CYCLE = WS-CUR-CYCLE
               MOVE 1 TO WS-CUR-PGM-SUB
               PERFORM 1320-MATCH-CUR-PROGRAM
                   THRU 1320-MATCH-CUR-PROGRAM-EXIT
                   UNTIL WS-CUR-PGM-SUB > WS-CUR-PGM-COUNT
                      OR WS-CUR-PGM-HIT > ZERO
               IF WS-CUR-PGM-HIT > ZERO
                   PERFORM 1310-NEW-STREAM
                       THRU 1310-NEW-STREAM-EXIT
               END-IF
           ELSE
               PERFORM 1310-NEW-STREAM
                   THRU 1310-NEW-STREAM-EXIT
           END-IF
           IF WS-CUR-PGM-COUNT < 20
               ADD 1 TO WS-CUR-PGM-COUNT
               MOVE RJ-PROGRAM-ID TO WS-CUR-PGM-NAME (WS-CUR-PGM-COUNT)
           END-IF
           IF NOT CUR-STREAM-KEPT
               GO TO 1300-START-STEP-EXIT
           END-IF
           IF WS-STEP-COUNT NOT < 1200
               ADD 1 TO WS-STREAM-OVERFLOW
               GO TO 1300-START-STEP-EXIT
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE RJ-PROGRAM-ID TO ST-PROGRAM (WS-STEP-COUNT)
           MOVE RJ-TIME TO ST-START-TIME (WS-STEP-COUNT)
           MOVE WS-STAMP-SECS TO ST-START-SECS (WS-STEP-COUNT)
           MOVE ZERO TO ST-ELAPSED (WS-STEP-COUNT)
           MOVE ZERO TO ST-RECORDS (WS-STEP-COUNT)
           MOVE SPACES TO ST-STATUS (WS-STEP-COUNT)
           MOVE "N" TO ST-ENDED-SW (WS-STEP-COUNT)
           MOVE "N" TO ST-RESTART-SW (WS-STEP-COUNT)
           IF RJ-RESTART-FLAG = "R"
               MOVE "Y" TO ST-RESTART-SW (WS-STEP-COUNT)
               MOVE "Y" TO SR-RESTART-SW (WS-STREAM-COUNT)
           END-IF
           MOVE WS-STEP-COUNT TO SR-LAST-STEP (WS-STREAM-COUNT).
       1300-START-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1310-NEW-STREAM: STARTS A NEW SUBMISSION AT THIS ROW. IT IS
      *                  KEPT ONLY WHEN THIS FIRST START FALLS INSIDE
      *                  THE RANGE.
      *----------------------------------------------------------------
       1310-NEW-STREAM.
           MOVE "Y" TO WS-CUR-SWITCH
           MOVE "N" TO WS-CUR-KEEP-SWITCH
           MOVE WS-ROW-CYCLE TO WS-CUR-CYCLE
           MOVE ZERO TO WS-CUR-PGM-COUNT
           IF RJ-DATE < WS-FROM-DATE
               OR RJ-DATE > WS-TO-DATE
               GO TO 1310-NEW-STREAM-EXIT
           END-IF
           IF WS-STREAM-COUNT NOT < 120
               ADD 1 TO WS-STREAM-OVERFLOW
               GO TO 1310-NEW-STREAM-EXIT
           END-IF
           MOVE "Y" TO WS-CUR-KEEP-SWITCH
           ADD 1 TO WS-STREAM-COUNT
           MOVE RJ-DATE TO SR-START-DATE (WS-STREAM-COUNT)
           MOVE WS-ROW-CYCLE TO SR-CYCLE (WS-STREAM-COUNT)
           MOVE RJ-TIME TO SR-START-TIME (WS-STREAM-COUNT)
           MOVE WS-STAMP-SECS TO SR-START-SECS (WS-STREAM-COUNT)
           MOVE ZERO TO SR-END-DATE (WS-STREAM-COUNT)
           MOVE ZERO TO SR-END-TIME (WS-STREAM-COUNT)
           MOVE ZERO TO SR-END-SECS (WS-STREAM-COUNT)
           MOVE ZERO TO SR-ELAPSED (WS-STREAM-COUNT)
           COMPUTE SR-FIRST-STEP (WS-STREAM-COUNT) = WS-STEP-COUNT + 1
           MOVE WS-STEP-COUNT TO SR-LAST-STEP (WS-STREAM-COUNT)
           MOVE "N" TO SR-RESTART-SW (WS-STREAM-COUNT)
           MOVE "N" TO SR-INCOMPLETE-SW (WS-STREAM-COUNT)
           MOVE "N" TO SR-SLA-SW (WS-STREAM-COUNT).
       1310-NEW-STREAM-EXIT.
           EXIT.

       1320-MATCH-CUR-PROGRAM.
           IF WS-CUR-PGM-NAME (WS-CUR-PGM-SUB) = RJ-PROGRAM-ID
               MOVE WS-CUR-PGM-SUB TO WS-CUR-PGM-HIT
           END-IF
           ADD 1 TO WS-CUR-PGM-SUB.
       1320-MATCH-CUR-PROGRAM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-END-STEP: CLOSES THE LATEST STILL-OPEN STEP OF THIS
      *                PROGRAM IN THE CURRENT STREAM AND MOVES THE
      *                STREAM'S FINISH UP TO THIS ROW. AN END WITH NO
      *                MATCHING START (ITS START FELL BEFORE THE
      *                RANGE) IS PASSED OVER.
      *----------------------------------------------------------------
       1400-END-STEP.
           IF NOT CUR-STREAM-KEPT
               GO TO 1400-END-STEP-EXIT
           END-IF
           MOVE ZERO TO WS-STEP-HIT
           MOVE SR-LAST-STEP (WS-STREAM-COUNT) TO WS-STEP-SUB
           PERFORM 1410-MATCH-OPEN-STEP
               THRU 1410-MATCH-OPEN-STEP-EXIT
               UNTIL WS-STEP-SUB < SR-FIRST-STEP (WS-STREAM-COUNT)
                  OR WS-STEP-HIT > ZERO
           IF WS-STEP-HIT = ZERO
               GO TO 1400-END-STEP-EXIT
           END-IF
           MOVE "Y" TO ST-ENDED-SW (WS-STEP-HIT)
           IF WS-STAMP-SECS > ST-START-SECS (WS-STEP-HIT)
               COMPUTE ST-ELAPSED (WS-STEP-HIT) =
                   WS-STAMP-SECS - ST-START-SECS (WS-STEP-HIT)
           END-IF
           MOVE RJ-RECORDS-IN TO ST-RECORDS (WS-STEP-HIT)
           MOVE RJ-COMPLETION-STATUS TO ST-STATUS (WS-STEP-HIT)
           IF RJ-RESTART-FLAG = "R"
               MOVE "Y" TO ST-RESTART-SW (WS-STEP-HIT)
               MOVE "Y" TO SR-RESTART-SW (WS-STREAM-COUNT)
           END-IF
           IF WS-STAMP-SECS > SR-END-SECS (WS-STREAM-COUNT)
               MOVE WS-STAMP-SECS TO SR-END-SECS (WS-STREAM-COUNT)
               MOVE RJ-DATE TO SR-END-DATE (WS-STREAM-COUNT)
               MOVE RJ-TIME TO SR-END-TIME (WS-STREAM-COUNT)
           END-IF.
       1400-END-STEP-EXIT.
           EXIT.

       1410-MATCH-OPEN-STEP.
           IF ST-PROGRAM (WS-STEP-SUB) = RJ-PROGRAM-ID
               AND NOT ST-ENDED (WS-STEP-SUB)
               MOVE WS-STEP-SUB TO WS-STEP-HIT
           END-IF
           SUBTRACT 1 FROM WS-STEP-SUB.
       1410-MATCH-OPEN-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-WORK-OUT-AVERAGES: SETTLES EACH STREAM -- ELAPSED TIME,
      *                         ANY STEP NEVER ENDED, THE SLA -- AND
      *                         ROLLS THE ENDED STEPS OF STREAMS THAT
      *                         DID NOT RESUME INTO THE PER-PROGRAM
      *                         AVERAGES AND WORST TIMES.
      *----------------------------------------------------------------
       2000-WORK-OUT-AVERAGES.
           MOVE 1 TO WS-STREAM-SUB
           PERFORM 2100-SETTLE-ONE-STREAM
               THRU 2100-SETTLE-ONE-STREAM-EXIT
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
           MOVE 1 TO WS-PGM-SUB
           PERFORM 2400-AVERAGE-ONE-PROGRAM
               THRU 2400-AVERAGE-ONE-PROGRAM-EXIT
               UNTIL WS-PGM-SUB > WS-PGM-COUNT
           IF WS-STM-RUNS > ZERO
               COMPUTE WS-STM-AVG-SECS ROUNDED =
                   WS-STM-TOTAL-SECS / WS-STM-RUNS
           END-IF.
       2000-WORK-OUT-AVERAGES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SETTLE-ONE-STREAM: THE STREAM'S DEADLINE IS THE SLA TIME
      *                         ON ITS START DATE, OR ON THE NEXT DAY
      *                         WHEN IT STARTED AT OR AFTER THAT TIME.
      *                         A STREAM WITH NO ENDED STEP HAS NO
      *                         FINISH TO JUDGE.
      *----------------------------------------------------------------
       2100-SETTLE-ONE-STREAM.
           ADD 1 TO WS-STREAMS-KEPT
           IF SR-RESTARTED (WS-STREAM-SUB)
               ADD 1 TO WS-STREAMS-RESTARTED
           END-IF
           MOVE SR-FIRST-STEP (WS-STREAM-SUB) TO WS-STEP-SUB
           PERFORM 2200-CHECK-ONE-STEP
               THRU 2200-CHECK-ONE-STEP-EXIT
               UNTIL WS-STEP-SUB > SR-LAST-STEP (WS-STREAM-SUB)
           IF SR-INCOMPLETE (WS-STREAM-SUB)
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF
           IF SR-END-SECS (WS-STREAM-SUB) = ZERO
               GO TO 2100-NEXT-STREAM
           END-IF

           COMPUTE SR-ELAPSED (WS-STREAM-SUB) =
               SR-END-SECS (WS-STREAM-SUB)
               - SR-START-SECS (WS-STREAM-SUB)
           COMPUTE WS-DEADLINE-SECS =
               FUNCTION INTEGER-OF-DATE (SR-START-DATE (WS-STREAM-SUB))
               * 86400 + WS-SLA-SECS
           IF SR-START-TIME (WS-STREAM-SUB) NOT < WS-SLA-TIME-N * 100
               ADD 86400 TO WS-DEADLINE-SECS
           END-IF
           IF SR-END-SECS (WS-STREAM-SUB) > WS-DEADLINE-SECS
               MOVE "Y" TO SR-SLA-SW (WS-STREAM-SUB)
               ADD 1 TO WS-SLA-MISSED-COUNT
           END-IF

           IF NOT SR-RESTARTED (WS-STREAM-SUB)
               AND NOT SR-INCOMPLETE (WS-STREAM-SUB)
               ADD 1 TO WS-STM-RUNS
               ADD SR-ELAPSED (WS-STREAM-SUB) TO WS-STM-TOTAL-SECS
               IF SR-ELAPSED (WS-STREAM-SUB) > WS-STM-WORST-SECS
                   MOVE SR-ELAPSED (WS-STREAM-SUB)
                       TO WS-STM-WORST-SECS
                   MOVE SR-START-DATE (WS-STREAM-SUB)
                       TO WS-STM-WORST-DATE
               END-IF
           END-IF.
       2100-NEXT-STREAM.
           ADD 1 TO WS-STREAM-SUB.
       2100-SETTLE-ONE-STREAM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-ONE-STEP: A STEP NEVER ENDED MAKES ITS STREAM
      *                      INCOMPLETE; AN ENDED STEP OF A STREAM
      *                      THAT DID NOT RESUME COUNTS TOWARD ITS
      *                      PROGRAM'S AVERAGE.
      *----------------------------------------------------------------
       2200-CHECK-ONE-STEP.
           IF NOT ST-ENDED (WS-STEP-SUB)
               MOVE "Y" TO SR-INCOMPLETE-SW (WS-STREAM-SUB)
           ELSE
               IF NOT SR-RESTARTED (WS-STREAM-SUB)
                   PERFORM 2300-ADD-TO-PROGRAM
                       THRU 2300-ADD-TO-PROGRAM-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-STEP-SUB.
       2200-CHECK-ONE-STEP-EXIT.
           EXIT.

       2300-ADD-TO-PROGRAM.
           MOVE ZERO TO WS-PGM-HIT
           MOVE 1 TO WS-PGM-SUB
           PERFORM 2310-MATCH-ONE-PROGRAM
               THRU 2310-MATCH-ONE-PROGRAM-EXIT
               UNTIL WS-PGM-SUB > WS-PGM-COUNT
                  OR WS-PGM-HIT > ZERO
           IF WS-PGM-HIT = ZERO
               IF WS-PGM-COUNT NOT < 20
                   GO TO 2300-ADD-TO-PROGRAM-EXIT
               END-IF
               ADD 1 TO WS-PGM-COUNT
               MOVE WS-PGM-COUNT TO WS-PGM-HIT
               MOVE ST-PROGRAM (WS-STEP-SUB) TO PG-NAME (WS-PGM-HIT)
               MOVE ZERO TO PG-RUNS (WS-PGM-HIT)
               MOVE ZERO TO PG-TOTAL-SECS (WS-PGM-HIT)
               MOVE ZERO TO PG-AVG-SECS (WS-PGM-HIT)
               MOVE ZERO TO PG-WORST-SECS (WS-PGM-HIT)
               MOVE ZERO TO PG-WORST-DATE (WS-PGM-HIT)
               MOVE ZERO TO PG-RECORDS (WS-PGM-HIT)
           END-IF
           ADD 1 TO PG-RUNS (WS-PGM-HIT)
           ADD ST-ELAPSED (WS-STEP-SUB) TO PG-TOTAL-SECS (WS-PGM-HIT)
           ADD ST-RECORDS (WS-STEP-SUB) TO PG-RECORDS (WS-PGM-HIT)
           IF ST-ELAPSED (WS-STEP-SUB) > PG-WORST-SECS (WS-PGM-HIT)
               OR PG-RUNS (WS-PGM-HIT) = 1
               MOVE ST-ELAPSED (WS-STEP-SUB)
                   TO PG-WORST-SECS (WS-PGM-HIT)
               MOVE SR-START-DATE (WS-STREAM-SUB)
                   TO PG-WORST-DATE (WS-PGM-HIT)
           END-IF.
       2300-ADD-TO-PROGRAM-EXIT.
           EXIT.

       2310-MATCH-ONE-PROGRAM.
           IF PG-NAME (WS-PGM-SUB) = ST-PROGRAM (WS-STEP-SUB)
               MOVE WS-PGM-SUB TO WS-PGM-HIT
           END-IF
           ADD 1 TO WS-PGM-SUB.
       2310-MATCH-ONE-PROGRAM-EXIT.
           EXIT.

       2400-AVERAGE-ONE-PROGRAM.
           IF PG-RUNS (WS-PGM-SUB) > ZERO
               COMPUTE PG-AVG-SECS (WS-PGM-SUB) ROUNDED =
                   PG-TOTAL-SECS (WS-PGM-SUB) / PG-RUNS (WS-PGM-SUB)
           END-IF
           ADD 1 TO WS-PGM-SUB.
       2400-AVERAGE-ONE-PROGRAM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-STREAMS: ONE PASS OVER THE STREAMS, PRINTING
      *                     EITHER THE PLAIN ONES OR (SECOND TIME
      *                     ROUND) ONLY THOSE THAT RESUMED.
      *----------------------------------------------------------------
       3000-PRINT-STREAMS.
           IF PRINTING-RESTARTS
               MOVE "RESUMED RUNS -- NOT IN THE AVERAGES"
                   TO WS-SECTION-LINE
           ELSE
               MOVE "STREAM RUNS" TO WS-SECTION-LINE
           END-IF
           WRITE SLA-RPT-LINE FROM WS-SECTION-LINE
               BEFORE ADVANCING 1 LINE
           WRITE SLA-RPT-LINE FROM WS-STREAM-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE SLA-RPT-LINE FROM WS-STEP-HEADING
               BEFORE ADVANCING 1 LINE
           MOVE ZERO TO WS-PRINTED-COUNT
           MOVE 1 TO WS-STREAM-SUB
           PERFORM 3100-PRINT-ONE-STREAM
               THRU 3100-PRINT-ONE-STREAM-EXIT
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
           IF WS-PRINTED-COUNT = ZERO
               MOVE "  (NONE)" TO WS-SECTION-LINE
               WRITE SLA-RPT-LINE FROM WS-SECTION-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO WS-SECTION-LINE
           WRITE SLA-RPT-LINE FROM WS-SECTION-LINE
               BEFORE ADVANCING 1 LINE.
       3000-PRINT-STREAMS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-PRINT-ONE-STREAM: THE STREAM LINE -- START, FINISH (WITH
      *                        THE DAYS AFTER THE START DATE WHEN IT
      *                        RAN PAST MIDNIGHT), ELAPSED, AND THE
      *                        SLA OR NEVER-ENDED FLAG -- AND ITS STEP
      *                        LINES UNDER IT.
      *----------------------------------------------------------------
       3100-PRINT-ONE-STREAM.
           IF SR-RESTARTED (WS-STREAM-SUB)
               AND NOT PRINTING-RESTARTS
               GO TO 3100-NEXT-STREAM
           END-IF
           IF PRINTING-RESTARTS
               AND NOT SR-RESTARTED (WS-STREAM-SUB)
               GO TO 3100-NEXT-STREAM
           END-IF
           ADD 1 TO WS-PRINTED-COUNT
           MOVE SR-START-DATE (WS-STREAM-SUB) TO SL-DATE
           MOVE SR-CYCLE (WS-STREAM-SUB) TO SL-CYCLE
           MOVE SR-START-TIME (WS-STREAM-SUB) TO WS-STAMP-TIME-N
           PERFORM 8200-STAMP-TEXT
               THRU 8200-STAMP-TEXT-EXIT
           MOVE WS-FMT-HMS TO SL-START
           MOVE SPACES TO SL-DAYS-LATER
           IF SR-END-SECS (WS-STREAM-SUB) = ZERO
               MOVE SPACES TO SL-FINISH
               MOVE SPACES TO SL-ELAPSED
           ELSE
               MOVE SR-END-TIME (WS-STREAM-SUB) TO WS-STAMP-TIME-N
               PERFORM 8200-STAMP-TEXT
                   THRU 8200-STAMP-TEXT-EXIT
               MOVE WS-FMT-HMS TO SL-FINISH
               IF SR-END-DATE (WS-STREAM-SUB)
                   NOT = SR-START-DATE (WS-STREAM-SUB)
                   COMPUTE DX-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (SR-END-DATE (WS-STREAM-SUB))
                       - FUNCTION INTEGER-OF-DATE
                           (SR-START-DATE (WS-STREAM-SUB))
                   MOVE WS-DAYS-LATER TO SL-DAYS-LATER
               END-IF
               MOVE SR-ELAPSED (WS-STREAM-SUB) TO WS-FMT-SECS
               PERFORM 8100-SECONDS-TO-TEXT
                   THRU 8100-SECONDS-TO-TEXT-EXIT
               MOVE WS-FMT-HMS TO SL-ELAPSED
           END-IF
           EVALUATE TRUE
               WHEN SR-SLA-MISSED (WS-STREAM-SUB)
                   AND SR-INCOMPLETE (WS-STREAM-SUB)
                   MOVE "** SLA MISSED, STEP NOT ENDED **" TO SL-FLAG
               WHEN SR-SLA-MISSED (WS-STREAM-SUB)
                   MOVE "** SLA MISSED **" TO SL-FLAG
               WHEN SR-INCOMPLETE (WS-STREAM-SUB)
                   MOVE "** A STEP NEVER ENDED **" TO SL-FLAG
               WHEN OTHER
                   MOVE SPACES TO SL-FLAG
           END-EVALUATE
           WRITE SLA-RPT-LINE FROM WS-STREAM-LINE
               BEFORE ADVANCING 1 LINE
           MOVE SR-FIRST-STEP (WS-STREAM-SUB) TO WS-STEP-SUB
           PERFORM 3200-PRINT-ONE-STEP
               THRU 3200-PRINT-ONE-STEP-EXIT
               UNTIL WS-STEP-SUB > SR-LAST-STEP (WS-STREAM-SUB).
       3100-NEXT-STREAM.
           ADD 1 TO WS-STREAM-SUB.
       3100-PRINT-ONE-STREAM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-PRINT-ONE-STEP: ONE STEP'S LINE. AN ENDED STEP OF A
      *                      PLAIN STREAM IS HELD TO ITS PROGRAM'S
      *                      AVERAGE PLUS THE PERCENTAGE; A RESUMED
      *                      STEP IS NOT -- IT DID ONLY PART OF THE
      *                      WORK.
      *----------------------------------------------------------------
       3200-PRINT-ONE-STEP.
           MOVE ST-PROGRAM (WS-STEP-SUB) TO TL-PROGRAM
           MOVE ST-START-TIME (WS-STEP-SUB) TO WS-STAMP-TIME-N
           PERFORM 8200-STAMP-TEXT
               THRU 8200-STAMP-TEXT-EXIT
           MOVE WS-FMT-HMS TO TL-START
           MOVE SPACES TO TL-FLAG
           IF NOT ST-ENDED (WS-STEP-SUB)
               MOVE SPACES TO TL-ELAPSED
               MOVE SPACES TO TL-RECORDS-X
               MOVE SPACES TO TL-RATE-X
               MOVE SPACES TO TL-STATUS
               MOVE "** NEVER ENDED **" TO TL-FLAG
               WRITE SLA-RPT-LINE FROM WS-STEP-LINE
                   BEFORE ADVANCING 1 LINE
               GO TO 3200-NEXT-STEP
           END-IF

           MOVE ST-ELAPSED (WS-STEP-SUB) TO WS-FMT-SECS
           PERFORM 8100-SECONDS-TO-TEXT
               THRU 8100-SECONDS-TO-TEXT-EXIT
           MOVE WS-FMT-HMS TO TL-ELAPSED
           MOVE ST-RECORDS (WS-STEP-SUB) TO TL-RECORDS
           MOVE ST-STATUS (WS-STEP-SUB) TO TL-STATUS
           MOVE ST-PROGRAM (WS-STEP-SUB) TO WS-RATE-PROGRAM
           IF RATE-IS-KEPT
               MOVE ST-ELAPSED (WS-STEP-SUB) TO WS-RATE-SECS
               MOVE ST-RECORDS (WS-STEP-SUB) TO WS-RATE
               PERFORM 8300-RECORDS-PER-SECOND
                   THRU 8300-RECORDS-PER-SECOND-EXIT
               MOVE WS-RATE TO TL-RATE
           ELSE
               MOVE SPACES TO TL-RATE-X
           END-IF

           IF ST-RESUMED (WS-STEP-SUB)
               MOVE "RESUMED FROM CHECKPOINT" TO TL-FLAG
           ELSE
               IF NOT SR-RESTARTED (WS-STREAM-SUB)
                   PERFORM 3300-CHECK-AGAINST-AVERAGE
                       THRU 3300-CHECK-AGAINST-AVERAGE-EXIT
               END-IF
           END-IF
           WRITE SLA-RPT-LINE FROM WS-STEP-LINE
               BEFORE ADVANCING 1 LINE.
       3200-NEXT-STEP.
           ADD 1 TO WS-STEP-SUB.
       3200-PRINT-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-CHECK-AGAINST-AVERAGE: FLAGS THE STEP WHEN ITS ELAPSED
      *                             TIME IS MORE THAN THE PERCENTAGE
      *                             OVER ITS PROGRAM'S AVERAGE. A
      *                             PROGRAM AVERAGING UNDER A SECOND
      *                             HAS NOTHING TO MEASURE AGAINST.
      *----------------------------------------------------------------
       3300-CHECK-AGAINST-AVERAGE.
           MOVE ZERO TO WS-PGM-HIT
           MOVE 1 TO WS-PGM-SUB
           PERFORM 2310-MATCH-ONE-PROGRAM
               THRU 2310-MATCH-ONE-PROGRAM-EXIT
               UNTIL WS-PGM-SUB > WS-PGM-COUNT
                  OR WS-PGM-HIT > ZERO
           IF WS-PGM-HIT = ZERO
               GO TO 3300-CHECK-AGAINST-AVERAGE-EXIT
           END-IF
           IF PG-AVG-SECS (WS-PGM-HIT) = ZERO
               GO TO 3300-CHECK-AGAINST-AVERAGE-EXIT
           END-IF
           IF ST-ELAPSED (WS-STEP-SUB) * 100
               > PG-AVG-SECS (WS-PGM-HIT) * (100 + WS-OVER-PCT)
               COMPUTE WS-OVER-BY ROUNDED =
                   (ST-ELAPSED (WS-STEP-SUB)
                    - PG-AVG-SECS (WS-PGM-HIT)) * 100
                   / PG-AVG-SECS (WS-PGM-HIT)
               MOVE WS-OVER-BY TO OF-PCT
               MOVE WS-OVER-FLAG TO TL-FLAG
               ADD 1 TO WS-OVER-AVG-COUNT
           END-IF.
       3300-CHECK-AGAINST-AVERAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-AVERAGES: EACH PROGRAM'S RUNS, AVERAGE AND WORST
      *                      TIME (WITH THE DAY IT HAPPENED) OVER THE
      *                      RANGE, AND THE SAME FOR THE STREAM AS A
      *                      WHOLE.
      *----------------------------------------------------------------
       4000-PRINT-AVERAGES.
           MOVE "STEP AVERAGES -- RUNS THAT DID NOT RESUME"
               TO WS-SECTION-LINE
           WRITE SLA-RPT-LINE FROM WS-SECTION-LINE
               BEFORE ADVANCING 1 LINE
           WRITE SLA-RPT-LINE FROM WS-AVG-HEADING
               BEFORE ADVANCING 1 LINE
           MOVE 1 TO WS-PGM-SUB
           PERFORM 4100-PRINT-ONE-AVERAGE
               THRU 4100-PRINT-ONE-AVERAGE-EXIT
               UNTIL WS-PGM-SUB > WS-PGM-COUNT

           MOVE "STREAM" TO AV-PROGRAM
           MOVE WS-STM-RUNS TO AV-RUNS
           MOVE WS-STM-AVG-SECS TO WS-FMT-SECS
           PERFORM 8100-SECONDS-TO-TEXT
               THRU 8100-SECONDS-TO-TEXT-EXIT
           MOVE WS-FMT-HMS TO AV-AVERAGE
           MOVE WS-STM-WORST-SECS TO WS-FMT-SECS
           PERFORM 8100-SECONDS-TO-TEXT
               THRU 8100-SECONDS-TO-TEXT-EXIT
           MOVE WS-FMT-HMS TO AV-WORST
           MOVE WS-STM-WORST-DATE TO AV-WORST-DATE
           MOVE SPACES TO AV-RATE-X
           WRITE SLA-RPT-LINE FROM WS-AVG-LINE
               BEFORE ADVANCING 1 LINE.
       4000-PRINT-AVERAGES-EXIT.
           EXIT.

       4100-PRINT-ONE-AVERAGE.
           MOVE PG-NAME (WS-PGM-SUB) TO AV-PROGRAM
           MOVE PG-RUNS (WS-PGM-SUB) TO AV-RUNS
           MOVE PG-AVG-SECS (WS-PGM-SUB) TO WS-FMT-SECS
           PERFORM 8100-SECONDS-TO-TEXT
               THRU 8100-SECONDS-TO-TEXT-EXIT
           MOVE WS-FMT-HMS TO AV-AVERAGE
           MOVE PG-WORST-SECS (WS-PGM-SUB) TO WS-FMT-SECS
           PERFORM 8100-SECONDS-TO-TEXT
               THRU 8100-SECONDS-TO-TEXT-EXIT
           MOVE WS-FMT-HMS TO AV-WORST
           MOVE PG-WORST-DATE (WS-PGM-SUB) TO AV-WORST-DATE
           MOVE PG-NAME (WS-PGM-SUB) TO WS-RATE-PROGRAM
           IF RATE-IS-KEPT
               MOVE PG-TOTAL-SECS (WS-PGM-SUB) TO WS-RATE-SECS
               MOVE PG-RECORDS (WS-PGM-SUB) TO WS-RATE
               IF PG-RECORDS (WS-PGM-SUB) > 999999
                   MOVE 999999 TO WS-RATE
               END-IF
               PERFORM 8300-RECORDS-PER-SECOND
                   THRU 8300-RECORDS-PER-SECOND-EXIT
               IF PG-RECORDS (WS-PGM-SUB) > 999999
                   AND WS-RATE-SECS > ZERO
                   COMPUTE WS-RATE ROUNDED =
                       PG-RECORDS (WS-PGM-SUB) / WS-RATE-SECS
               END-IF
               MOVE WS-RATE TO AV-RATE
           ELSE
               MOVE SPACES TO AV-RATE-X
           END-IF
           WRITE SLA-RPT-LINE FROM WS-AVG-LINE
               BEFORE ADVANCING 1 LINE
           ADD 1 TO WS-PGM-SUB.
       4100-PRINT-ONE-AVERAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-TOTALS: THE COUNTS, THE VERDICT, AND THE CONDITION
      *                    CODE -- RC=4 WHEN ANY STREAM MISSED THE SLA
      *                    OR NEVER FINISHED, OR ANY STEP RAN OVER ITS
      *                    LIMIT.
      *----------------------------------------------------------------
       5000-WRITE-TOTALS.
           MOVE SPACES TO WS-SUMMARY-LINE
           WRITE SLA-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "STREAM RUNS IN RANGE:" TO SM-LABEL
           MOVE WS-STREAMS-KEPT TO SM-COUNT
           WRITE SLA-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "  OF WHICH RESUMED:" TO SM-LABEL
           MOVE WS-STREAMS-RESTARTED TO SM-COUNT
           WRITE SLA-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "STREAMS PAST THE SLA:" TO SM-LABEL
           MOVE WS-SLA-MISSED-COUNT TO SM-COUNT
           WRITE SLA-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "STREAMS WITH A STEP NEVER ENDED:" TO SM-LABEL
           MOVE WS-INCOMPLETE-COUNT TO SM-COUNT
           WRITE SLA-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "STEPS OVER THEIR AVERAGE LIMIT:" TO SM-LABEL
           MOVE WS-OVER-AVG-COUNT TO SM-COUNT
           WRITE SLA-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 2 LINES

           MOVE SPACES TO WS-VERDICT-LINE
           IF WS-SLA-MISSED-COUNT > ZERO
               OR WS-INCOMPLETE-COUNT > ZERO
               OR WS-OVER-AVG-COUNT > ZERO
               MOVE "** ATTENTION -- THE BATCH WINDOW NEEDS A LOOK **"
                   TO WS-VERDICT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "** EVERY STREAM INSIDE THE SLA **"
                   TO WS-VERDICT-LINE
           END-IF
           WRITE SLA-RPT-LINE FROM WS-VERDICT-LINE
               BEFORE ADVANCING 1 LINE
           CLOSE SLA-RPT-FILE.
       5000-WRITE-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-STAMP-TO-SECONDS: WS-STAMP-DATE AND WS-STAMP-TIME AS
      *                        SECONDS SINCE THE INTRINSIC DAY ZERO.
      *----------------------------------------------------------------
       8000-STAMP-TO-SECONDS.
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MN * 60 + WS-STAMP-SS.
       8000-STAMP-TO-SECONDS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-SECONDS-TO-TEXT: WS-FMT-SECS AS HH:MM:SS. A SPAN OF A
      *                       HUNDRED HOURS OR MORE SHOWS 99:59:59.
      *----------------------------------------------------------------
       8100-SECONDS-TO-TEXT.
           IF WS-FMT-SECS > 359999
               MOVE 359999 TO WS-FMT-SECS
           END-IF
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
               REMAINDER WS-FMT-REMAINDER
           DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-MN
               REMAINDER WS-FMT-SS.
       8100-SECONDS-TO-TEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-STAMP-TEXT: A JOURNAL HHMMSS TIME (WS-STAMP-TIME) AS
      *                  HH:MM:SS.
      *----------------------------------------------------------------
       8200-STAMP-TEXT.
           MOVE WS-STAMP-HH TO WS-FMT-HH
           MOVE WS-STAMP-MN TO WS-FMT-MN
           MOVE WS-STAMP-SS TO WS-FMT-SS.
       8200-STAMP-TEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-RECORDS-PER-SECOND: WS-RATE RECORDS OVER WS-RATE-SECS
      *                          SECONDS, LEFT IN WS-RATE. A STEP THAT
      *                          FINISHED INSIDE ITS FIRST SECOND IS
      *                          TAKEN AS ONE SECOND.
      *----------------------------------------------------------------
       8300-RECORDS-PER-SECOND.
           IF WS-RATE-SECS > ZERO
               COMPUTE WS-RATE ROUNDED = WS-RATE / WS-RATE-SECS
           END-IF.
       8300-RECORDS-PER-SECOND-EXIT.
           EXIT.
