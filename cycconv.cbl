      ******************************************************************
      * PROGRAM  : CYCCONV
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : ONE-TIME CONVERSION OF THE THREE CARRIED-FORWARD
      *            FILES THAT GAINED A PROCESSING-CYCLE BYTE WHEN THE
      *            BUSINESS DAY WAS SPLIT INTO CYCLES: THE IFELSE.HST
      *            RUN HISTORY FROM 169 TO 170 BYTES (SEE
      *            CLASHIST.cpy), THE RUNJRNL RUN JOURNAL FROM 40 TO
      *            41 BYTES (SEE RUNJRNL.cpy), AND THE NUMHOLD HOLD
      *            FILE FROM 52 TO 53 BYTES (SEE NUMHOLD.cpy). EVERY
      *            ROW OF EACH OLD FILE (IFLHSTO, RUNJRNLO, NUMHOLDO)
      *            IS COPIED UNCHANGED TO A FRESHLY ALLOCATED NEW ONE
      *            AND STAMPED CYCLE 1 -- BEFORE CYCLES EXISTED EVERY
      *            DAY WAS ONE RUN, SO EVERY EXISTING ROW BELONGS TO
      *            ITS DAY'S FIRST AND ONLY CYCLE. RUN ONCE FROM THE
      *            CYCCONV JOB BEFORE THE FIRST POST-CHANGE CUSTBAT;
      *            WITHOUT IT THE FIRST RUN FAILS ON A LENGTH
      *            CONFLICT, AND RENAMING THE FILES ASIDE INSTEAD
      *            WOULD THROW AWAY THE HISTORY EXCMON, TRENDRPT AND
      *            MONCLOSE READ, THE JOURNAL RUNGUARD READS, AND THE
      *            HELD RECORDS NUMEDIT STILL OWES THE DAY. (A HISTORY
      *            STILL IN THE ORIGINAL 113-BYTE LAYOUT GOES THROUGH
      *            HSTCONV INSTEAD, STRAIGHT TO 170.)
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CYCCONV".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HIST-FILE ASSIGN TO "IFLHSTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-HIST-STATUS.

           SELECT NEW-HIST-FILE ASSIGN TO "IFELSE.HST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-HIST-STATUS.

           SELECT OLD-JOURNAL-FILE ASSIGN TO "RUNJRNLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-JRNL-STATUS.

           SELECT NEW-JOURNAL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-JRNL-STATUS.

           SELECT OLD-HOLD-FILE ASSIGN TO "NUMHOLDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-HOLD-STATUS.

           SELECT NEW-HOLD-FILE ASSIGN TO "NUMHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE THREE ROWS AS THEY STOOD BEFORE THE CYCLE BYTE -- EACH IS
      * THE NEW LAYOUT LESS ITS LAST BYTE, SO ONLY THE LENGTHS ARE
      * FROZEN HERE.
       FD  OLD-HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 169 CHARACTERS.
       01  OLD-HIST-RECORD              PIC X(169).

       FD  NEW-HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS.
           COPY "CLASHIST.cpy".

       FD  OLD-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OLD-JOURNAL-RECORD           PIC X(40).

       FD  NEW-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY "RUNJRNL.cpy".

       FD  OLD-HOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
       01  OLD-HOLD-RECORD              PIC X(52).

       FD  NEW-HOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 53 CHARACTERS.
           COPY "NUMHOLD.cpy".

       WORKING-STORAGE SECTION.
       77  WS-OLD-HIST-STATUS           PIC X(02) VALUE "00".
           88  OLD-HIST-OK                         VALUE "00".
       77  WS-NEW-HIST-STATUS           PIC X(02) VALUE "00".
           88  NEW-HIST-OK                         VALUE "00".
       77  WS-OLD-JRNL-STATUS           PIC X(02) VALUE "00".
           88  OLD-JRNL-OK                         VALUE "00".
       77  WS-NEW-JRNL-STATUS           PIC X(02) VALUE "00".
           88  NEW-JRNL-OK                         VALUE "00".
       77  WS-OLD-HOLD-STATUS           PIC X(02) VALUE "00".
           88  OLD-HOLD-OK                         VALUE "00".
       77  WS-NEW-HOLD-STATUS           PIC X(02) VALUE "00".
           88  NEW-HOLD-OK                         VALUE "00".

       77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-OLD-HIST                     VALUE "Y".
       77  WS-JRNL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-OLD-JOURNAL                  VALUE "Y".
       77  WS-HOLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  END-OF-OLD-HOLD                     VALUE "Y".

       77  WS-HIST-ROWS-CONVERTED       PIC 9(06) VALUE ZERO.
       77  WS-JRNL-ROWS-CONVERTED       PIC 9(06) VALUE ZERO.
       77  WS-HOLD-ROWS-CONVERTED       PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: CONVERTS THE HISTORY, THE JOURNAL AND THE HOLD
      *                FILE IN TURN AND REPORTS THE TOTALS. ANY FILE
      *                THAT WILL NOT OPEN ENDS THE RUN RC=12 -- A
      *                HALF-CONVERTED SET IS WORSE THAN NO CONVERSION
      *                AT ALL -- BUT THE OTHER TWO ARE STILL TRIED SO
      *                ONE RUN NAMES EVERY FILE THAT NEEDS SEEING TO.
      *                THE RERUN REPEATS ALL THREE FROM THE .OLDC
      *                COPIES (SEE CYCCONV.jcl FOR THE PROCEDURE).
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-CONVERT-HISTORY
               THRU 1000-CONVERT-HISTORY-EXIT
           PERFORM 2000-CONVERT-JOURNAL
               THRU 2000-CONVERT-JOURNAL-EXIT
           PERFORM 3000-CONVERT-HOLD
               THRU 3000-CONVERT-HOLD-EXIT

           DISPLAY "CYCCONV: " WS-HIST-ROWS-CONVERTED
               " HISTORY ROWS CONVERTED."
           DISPLAY "CYCCONV: " WS-JRNL-ROWS-CONVERTED
               " JOURNAL ROWS CONVERTED."
           DISPLAY "CYCCONV: " WS-HOLD-ROWS-CONVERTED
               " HOLD ROWS CONVERTED."
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-CONVERT-HISTORY: COPIES EVERY IFELSE.HST ROW ACROSS WITH
      *                       CH-CYCLE 1. THE STATUS BYTE IS CARRIED
      *                       AS IT STANDS -- A RUN ALREADY BACKED OUT
      *                       STAYS BACKED OUT.
      *----------------------------------------------------------------
       1000-CONVERT-HISTORY.
           OPEN INPUT OLD-HIST-FILE
           IF NOT OLD-HIST-OK
               DISPLAY "CYCCONV: CANNOT OPEN OLD HISTORY IFLHSTO, "
                   "STATUS " WS-OLD-HIST-STATUS " -- NOT CONVERTED."
               MOVE 12 TO RETURN-CODE
               GO TO 1000-CONVERT-HISTORY-EXIT
           END-IF
           OPEN OUTPUT NEW-HIST-FILE
           IF NOT NEW-HIST-OK
               DISPLAY "CYCCONV: CANNOT OPEN NEW HISTORY IFELSE.HST, "
                   "STATUS " WS-NEW-HIST-STATUS " -- NOT CONVERTED."
               CLOSE OLD-HIST-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-CONVERT-HISTORY-EXIT
           END-IF
           PERFORM 1100-READ-OLD-HIST
               THRU 1100-READ-OLD-HIST-EXIT
           PERFORM 1200-CONVERT-ONE-HIST-ROW
               THRU 1200-CONVERT-ONE-HIST-ROW-EXIT
               UNTIL END-OF-OLD-HIST
           CLOSE OLD-HIST-FILE
           CLOSE NEW-HIST-FILE.
       1000-CONVERT-HISTORY-EXIT.
           EXIT.

       1100-READ-OLD-HIST.
           READ OLD-HIST-FILE
               AT END
                   SET END-OF-OLD-HIST TO TRUE
           END-READ.
       1100-READ-OLD-HIST-EXIT.
           EXIT.

       1200-CONVERT-ONE-HIST-ROW.
           MOVE OLD-HIST-RECORD TO CLASS-HIST-RECORD (1:169)
           MOVE 1 TO CH-CYCLE
           WRITE CLASS-HIST-RECORD
           ADD 1 TO WS-HIST-ROWS-CONVERTED
           PERFORM 1100-READ-OLD-HIST
               THRU 1100-READ-OLD-HIST-EXIT.
       1200-CONVERT-ONE-HIST-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CONVERT-JOURNAL: COPIES EVERY RUNJRNL ROW ACROSS WITH
      *                       RJ-CYCLE 1, SO RUNGUARD STILL SEES
      *                       TODAY'S RUN (IF ANY) AS CYCLE 1 AND A
      *                       START WITHOUT AN END IS STILL A
      *                       RESTART.
      *----------------------------------------------------------------
       2000-CONVERT-JOURNAL.
           OPEN INPUT OLD-JOURNAL-FILE
           IF NOT OLD-JRNL-OK
               DISPLAY "CYCCONV: CANNOT OPEN OLD JOURNAL RUNJRNLO, "
                   "STATUS " WS-OLD-JRNL-STATUS " -- NOT CONVERTED."
               MOVE 12 TO RETURN-CODE
               GO TO 2000-CONVERT-JOURNAL-EXIT
           END-IF
           OPEN OUTPUT NEW-JOURNAL-FILE
           IF NOT NEW-JRNL-OK
               DISPLAY "CYCCONV: CANNOT OPEN NEW JOURNAL RUNJRNL, "
                   "STATUS " WS-NEW-JRNL-STATUS " -- NOT CONVERTED."
               CLOSE OLD-JOURNAL-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 2000-CONVERT-JOURNAL-EXIT
           END-IF
           PERFORM 2100-READ-OLD-JOURNAL
               THRU 2100-READ-OLD-JOURNAL-EXIT
           PERFORM 2200-CONVERT-ONE-JRNL-ROW
               THRU 2200-CONVERT-ONE-JRNL-ROW-EXIT
               UNTIL END-OF-OLD-JOURNAL
           CLOSE OLD-JOURNAL-FILE
           CLOSE NEW-JOURNAL-FILE.
       2000-CONVERT-JOURNAL-EXIT.
           EXIT.

       2100-READ-OLD-JOURNAL.
           READ OLD-JOURNAL-FILE
               AT END
                   SET END-OF-OLD-JOURNAL TO TRUE
           END-READ.
       2100-READ-OLD-JOURNAL-EXIT.
           EXIT.

       2200-CONVERT-ONE-JRNL-ROW.
           MOVE OLD-JOURNAL-RECORD TO RUN-JOURNAL-RECORD (1:40)
           MOVE 1 TO RJ-CYCLE
           WRITE RUN-JOURNAL-RECORD
           ADD 1 TO WS-JRNL-ROWS-CONVERTED
           PERFORM 2100-READ-OLD-JOURNAL
               THRU 2100-READ-OLD-JOURNAL-EXIT.
       2200-CONVERT-ONE-JRNL-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CONVERT-HOLD: COPIES EVERY NUMHOLD ROW -- SOURCE HEADERS
      *                    AND HELD RECORDS ALIKE -- ACROSS WITH
      *                    HD-CYCLE 1, SO A SOURCE HELD BEFORE THE
      *                    CHANGE IS RELEASED BY A LATE MANIFEST FOR
      *                    ITS DATE'S FIRST CYCLE, AS IT WOULD HAVE
      *                    BEEN BEFORE.
      *----------------------------------------------------------------
       3000-CONVERT-HOLD.
           OPEN INPUT OLD-HOLD-FILE
           IF NOT OLD-HOLD-OK
               DISPLAY "CYCCONV: CANNOT OPEN OLD HOLD FILE NUMHOLDO, "
                   "STATUS " WS-OLD-HOLD-STATUS " -- NOT CONVERTED."
               MOVE 12 TO RETURN-CODE
               GO TO 3000-CONVERT-HOLD-EXIT
           END-IF
           OPEN OUTPUT NEW-HOLD-FILE
           IF NOT NEW-HOLD-OK
               DISPLAY "CYCCONV: CANNOT OPEN NEW HOLD FILE NUMHOLD, "
                   "STATUS " WS-NEW-HOLD-STATUS " -- NOT CONVERTED."
               CLOSE OLD-HOLD-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 3000-CONVERT-HOLD-EXIT
           END-IF
           PERFORM 3100-READ-OLD-HOLD
               THRU 3100-READ-OLD-HOLD-EXIT
           PERFORM 3200-CONVERT-ONE-HOLD-ROW
               THRU 3200-CONVERT-ONE-HOLD-ROW-EXIT
               UNTIL END-OF-OLD-HOLD
           CLOSE OLD-HOLD-FILE
           CLOSE NEW-HOLD-FILE.
       3000-CONVERT-HOLD-EXIT.
           EXIT.

       3100-READ-OLD-HOLD.
           READ OLD-HOLD-FILE
               AT END
                   SET END-OF-OLD-HOLD TO TRUE
           END-READ.
       3100-READ-OLD-HOLD-EXIT.
           EXIT.

       3200-CONVERT-ONE-HOLD-ROW.
           MOVE OLD-HOLD-RECORD TO HOLD-RECORD (1:52)
           MOVE 1 TO HD-CYCLE
           WRITE HOLD-RECORD
           ADD 1 TO WS-HOLD-ROWS-CONVERTED
           PERFORM 3100-READ-OLD-HOLD
               THRU 3100-READ-OLD-HOLD-EXIT.
       3200-CONVERT-ONE-HOLD-ROW-EXIT.
           EXIT.
