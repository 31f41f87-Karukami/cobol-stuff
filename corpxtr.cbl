      *            OFFICE BALANCES AGAINST. EVERY TRANSMISSION ALSO
      *            APPENDS ONE LINE TO THE CORPXTR.REG REGISTER, SO
      *            "WHAT DID WE SEND ON THE 14TH" HAS AN ANSWER ON
      *            PAPER WHEN THEIR NUMBERS AND OURS DISAGREE. EACH
      *            TRANSMISSION IS ALSO APPENDED, RECORD FOR RECORD,
      *            TO THE CORPXTR.ARC ARCHIVE.
      *
      *            PARM='RESEND=NNNNNN' REBUILDS TRANSMISSION NNNNNN
      *            FROM THE ARCHIVE INSTEAD OF EXTRACTING THE DAY --
      *            THE SAME DATE, SEQUENCE, DETAILS AND TOTALS HEAD
      *            OFFICE WAS FIRST SENT, WITH THE HEADER FLAGGED "R"
      *            AND STAMPED WITH THE DATE OF THE RESEND, AND A
      *            REGISTER LINE FLAGGED "R". XTRSEQ IS NOT TOUCHED
      *            AND IFELSE.CLS IS NOT READ, SO A RESEND NEVER
      *            LOOKS LIKE A NEW DAY ON EITHER SIDE. ONLY
      *            TRANSMISSIONS SENT SINCE THE ARCHIVE STARTED CAN
      *            BE RESENT.
      *
      *            ENDS RC=0 ON A NORMAL EXTRACT OR RESEND, RC=4 WHEN
      *            THE DAY HAD NOTHING TO SEND (THE EMPTY
      *            TRANSMISSION IS STILL BUILT AND REGISTERED -- HEAD
      *            OFFICE EXPECTS A FILE EVERY DAY), RC=8 ON A BAD
      *            PARM OR A SEQUENCE THE ARCHIVE DOES NOT HOLD
      *            WHOLE.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   EVERY TRANSMISSION NOW ALSO GOES TO THE
      *                    CORPXTR.ARC ARCHIVE, AND PARM='RESEND=
      *                    NNNNNN' REBUILDS A PAST SEQUENCE FROM IT,
      *                    FLAGGED AS A RETRANSMISSION ON THE HEADER
      *                    AND THE REGISTER. THE REGISTER LINE MOVED
      *                    TO CORPREG.cpy, SHARED WITH CORPACK.
      *   2026-10-15  LB   THE DAY CAN NOW HAVE MORE THAN ONE
      *                    PROCESSING CYCLE (SEE CYCLECTL.cpy), EACH
      *                    SENT AS ITS OWN TRANSMISSION. THE HEADER
      *                    CARRIES THE CYCLE OFF CYCLECTL; A CLS
      *                    RECORD STAMPED WITH ANY OTHER CYCLE IS
      *                    STILL SENT BUT IS COUNTED AND REPORTED.
      *                    IFELSE.CLS WIDENED TO 32 BYTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CORPXTR".
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

      * THE ARCHIVE ACCUMULATES TOO -- EVERY RECORD OF EVERY
      * TRANSMISSION, HEADER TO TRAILER, SO A PAST SEQUENCE CAN BE
      * SENT AGAIN EXACTLY AS IT FIRST WENT OUT.
           SELECT ARCHIVE-FILE ASSIGN TO "CORPXTR.ARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

      * THE DATE AND CYCLE RUNGUARD CLEARED THIS SUBMISSION FOR (SEE
      * CYCLECTL.cpy).
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY "CLASSOUT.cpy".

       FD  EXTRACT-FILE
       FD  REGISTER-FILE.
       01  REGISTER-LINE                PIC X(80).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ARCHIVE-RECORD.
           05  AR-RECORD-TYPE           PIC X(01).
               88  AR-IS-HEADER                    VALUE "H".
               88  AR-IS-TRAILER                   VALUE "T".
           05  AR-DATA                  PIC X(59).
           05  AR-HEADER-DATA REDEFINES AR-DATA.
               10  AR-H-RUN-DATE        PIC 9(08).
               10  AR-H-SEQUENCE        PIC 9(06).
               10  FILLER               PIC X(45).

       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       77  WS-CLS-FILE-STATUS           PIC X(02) VALUE "00".
           88  CLS-FILE-OK                         VALUE "00".
           88  SEQ-FILE-OK                         VALUE "00".
       77  WS-REG-FILE-STATUS           PIC X(02) VALUE "00".
           88  REG-FILE-OK                         VALUE "00".
       77  WS-ARC-FILE-STATUS           PIC X(02) VALUE "00".
           88  ARC-FILE-OK                         VALUE "00".
       77  WS-CYC-FILE-STATUS           PIC X(02) VALUE "00".
           88  CYC-FILE-OK                         VALUE "00".
       77  WS-RUN-CYCLE                 PIC 9(01) VALUE 1.
       77  WS-OFF-CYCLE                 PIC 9(06) VALUE ZERO.
       77  WS-CLS-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-CLS                          VALUE "Y".
       77  WS-ARC-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-ARCHIVE                      VALUE "Y".

      * PARM: BLANK FOR THE DAY'S EXTRACT, OR RESEND=NNNNNN TO SEND
      * TRANSMISSION NNNNNN AGAIN FROM THE ARCHIVE.
       77  WS-PARM-TEXT                 PIC X(13) VALUE SPACES.
       77  WS-RESEND-SEQUENCE           PIC 9(06) VALUE ZERO.
       77  WS-MODE-SWITCH               PIC X(01) VALUE "D".
           88  MODE-IS-DAILY                       VALUE "D".
           88  MODE-IS-RESEND                      VALUE "R".
       77  WS-RESEND-STATE              PIC X(01) VALUE "S".
           88  RESEND-SEARCHING                    VALUE "S".
           88  RESEND-COPYING                      VALUE "C".
           88  RESEND-COMPLETE                     VALUE "E".
           88  RESEND-BROKEN                       VALUE "X".
       77  WS-ORIGINAL-DATE             PIC 9(08) VALUE ZERO.

       77  WS-TODAY-NUM                 PIC 9(08) VALUE ZERO.
       77  WS-SEQUENCE                  PIC 9(06) VALUE ZERO.
               10  WS-ROLL-RECORDS      PIC 9(06).
               10  WS-ROLL-VALUE-SUM    PIC 9(08).

           COPY "CORPREG.cpy".

       01  WS-REGISTER-HEADING.
           05  FILLER                   PIC X(40)
      *----------------------------------------------------------------
      * 0000-MAINLINE: ROLLS THE DAY UP, WRITES THE TRANSMISSION,
      *                ADVANCES THE SEQUENCE, AND REGISTERS WHAT WAS
      *                SENT -- OR, ON A RESEND PARM, HANDS THE RUN
      *                TO 5000 AND TOUCHES NOTHING ELSE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           PERFORM 0050-PARSE-PARM
               THRU 0050-PARSE-PARM-EXIT
           IF MODE-IS-RESEND
               PERFORM 5000-RESEND-TRANSMISSION
                   THRU 5000-RESEND-TRANSMISSION-EXIT
               STOP RUN
           END-IF
           PERFORM 0100-GET-SEQUENCE
               THRU 0100-GET-SEQUENCE-EXIT
           PERFORM 0200-READ-CYCLE-CONTROL
               THRU 0200-READ-CYCLE-CONTROL-EXIT
           PERFORM 1000-ROLL-UP-CLS
               THRU 1000-ROLL-UP-CLS-EXIT
           PERFORM 2000-WRITE-TRANSMISSION
               THRU 3000-PUT-SEQUENCE-EXIT
           PERFORM 4000-WRITE-REGISTER
               THRU 4000-WRITE-REGISTER-EXIT
           IF WS-OFF-CYCLE > ZERO
               DISPLAY "CORPXTR: " WS-OFF-CYCLE " CLS RECORDS CARRY "
                   "A CYCLE OTHER THAN " WS-RUN-CYCLE
                   " -- SENT UNDER CYCLE " WS-RUN-CYCLE "."
           END-IF
           IF WS-DETAILS-WRITTEN = ZERO
               DISPLAY "CORPXTR: NOTHING TO SEND TODAY -- EMPTY "
                   "TRANSMISSION " WS-SEQUENCE " (CYCLE "
                   WS-RUN-CYCLE ") BUILT."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "CORPXTR: TRANSMISSION " WS-SEQUENCE
                   " (CYCLE " WS-RUN-CYCLE ") -- "
                   WS-DETAILS-WRITTEN " DETAIL ROWS, "
                   WS-RECORDS-READ " RECORDS, HASH " WS-VALUE-HASH
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * 0050-PARSE-PARM: NO PARM IS THE NIGHTLY EXTRACT. RESEND=
      *                  FOLLOWED BY A 6-DIGIT SEQUENCE IS A
      *                  RETRANSMISSION. ANYTHING ELSE IS RC=8 WITH
      *                  NOTHING BUILT -- A MIS-KEYED PARM MUST NOT
      *                  QUIETLY SEND A NEW DAY INSTEAD.
      *----------------------------------------------------------------
       0050-PARSE-PARM.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN WS-PARM-TEXT = SPACES
                   MOVE "D" TO WS-MODE-SWITCH
               WHEN WS-PARM-TEXT (1:7) = "RESEND="
                   AND WS-PARM-TEXT (8:6) IS NUMERIC
                   MOVE "R" TO WS-MODE-SWITCH
                   MOVE WS-PARM-TEXT (8:6) TO WS-RESEND-SEQUENCE
               WHEN OTHER
                   DISPLAY "CORPXTR: PARM MUST BE BLANK OR "
                       "RESEND=NNNNNN -- GOT '" WS-PARM-TEXT
                       "'. NOTHING SENT."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       0050-PARSE-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0100-GET-SEQUENCE: THE NEXT TRANSMISSION NUMBER OFF XTRSEQ --
      *                    000001 ON FIRST USE, THE SAME FIRST-RUN
       0100-GET-SEQUENCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0200-READ-CYCLE-CONTROL: TAKES THE RUN'S CYCLE OFF CYCLECTL.
      *                          NO FILE, OR ONE RUNGUARD WROTE FOR
      *                          AN EARLIER DATE, IS CYCLE 1.
      *----------------------------------------------------------------
       0200-READ-CYCLE-CONTROL.
           MOVE 1 TO WS-RUN-CYCLE
           OPEN INPUT CYCLE-CONTROL-FILE
           IF NOT CYC-FILE-OK
               GO TO 0200-READ-CYCLE-CONTROL-EXIT
           END-IF
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE SPACES TO CYCLE-CONTROL-RECORD
           END-READ
           CLOSE CYCLE-CONTROL-FILE
           IF CY-RUN-DATE IS NUMERIC
               AND CY-RUN-DATE = WS-TODAY-NUM
               AND CY-CYCLE IS NUMERIC
               AND CY-CYCLE > ZERO
               MOVE CY-CYCLE TO WS-RUN-CYCLE
           END-IF.
       0200-READ-CYCLE-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-ROLL-UP-CLS: ONE PASS OVER THE DAY'S CLASSIFIED FILE --
      *                   EACH RECORD LANDS IN ITS (SOURCE, BAND)
       1200-ROLL-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           ADD CO-THRESHOLD-VALUE TO WS-VALUE-HASH
           IF CO-CYCLE NOT = WS-RUN-CYCLE
               ADD 1 TO WS-OFF-CYCLE
           END-IF
           MOVE ZERO TO WS-ROLL-HIT
           MOVE 1 TO WS-ROLL-SUB
           PERFORM 1300-MATCH-ONE-SLOT
      *                          BAND) SLOT, TRAILER WITH THE TOTALS
      *                          HEAD OFFICE BALANCES AGAINST. THE
      *                          FILE IS REBUILT WHOLE EVERY RUN --
      *                          ONE TRANSMISSION, ONE DATASET. EVERY
      *                          RECORD IS ALSO APPENDED TO THE
      *                          ARCHIVE FOR A LATER RESEND.
      *----------------------------------------------------------------
       2000-WRITE-TRANSMISSION.
           OPEN OUTPUT EXTRACT-FILE
           OPEN EXTEND ARCHIVE-FILE
           IF NOT ARC-FILE-OK
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           MOVE SPACES TO XT-RECORD
           MOVE "H" TO XT-RECORD-TYPE
           MOVE WS-TODAY-NUM TO XT-H-RUN-DATE
           MOVE WS-SEQUENCE TO XT-H-SEQUENCE
           MOVE "CUSTBAT " TO XT-H-SITE
           MOVE WS-RUN-CYCLE TO XT-H-CYCLE
           WRITE XT-RECORD
           WRITE ARCHIVE-RECORD FROM XT-RECORD

           MOVE 1 TO WS-ROLL-SUB
           PERFORM 2100-WRITE-ONE-DETAIL
           MOVE WS-RECORDS-READ TO XT-T-RECORD-COUNT
           MOVE WS-VALUE-HASH TO XT-T-VALUE-HASH
           WRITE XT-RECORD
           WRITE ARCHIVE-RECORD FROM XT-RECORD
           CLOSE EXTRACT-FILE
           CLOSE ARCHIVE-FILE.
       2000-WRITE-TRANSMISSION-EXIT.
           EXIT.

           MOVE WS-ROLL-RECORDS (WS-ROLL-SUB) TO XT-D-RECORD-COUNT
           MOVE WS-ROLL-VALUE-SUM (WS-ROLL-SUB) TO XT-D-VALUE-SUM
           WRITE XT-RECORD
           WRITE ARCHIVE-RECORD FROM XT-RECORD
           ADD 1 TO WS-DETAILS-WRITTEN
           ADD 1 TO WS-ROLL-SUB.
       2100-WRITE-ONE-DETAIL-EXIT.
      *                      RECEIPT TO THE REGISTER, HEADING IT ON
      *                      FIRST USE. THE REGISTER IS NEVER
      *                      REBUILT -- IT IS THE PROOF OF WHAT WAS
      *                      SENT ON WHICH DAY. (CORPACK COPIES IT
      *                      TO STAMP HEAD OFFICE'S ANSWER PAST
      *                      COLUMN 74, BUT NEVER ALTERS A LINE'S
      *                      DATE, SEQUENCE OR TOTALS.) A RESEND
      *                      REGISTERS THE ORIGINAL DATE AND
      *                      SEQUENCE, FLAGGED "R".
      *----------------------------------------------------------------
       4000-WRITE-REGISTER.
           OPEN EXTEND REGISTER-FILE
           MOVE WS-DETAILS-WRITTEN TO RG-DETAILS
           MOVE WS-RECORDS-READ TO RG-RECORDS
           MOVE WS-VALUE-HASH TO RG-HASH
           MOVE SPACES TO RG-RETRANSMIT-FLAG
           MOVE SPACES TO RG-ACK-STATUS
           IF MODE-IS-RESEND
               MOVE WS-ORIGINAL-DATE TO RG-DATE
               MOVE "R" TO RG-RETRANSMIT-FLAG
           END-IF
           WRITE REGISTER-LINE FROM WS-REGISTER-LINE
               BEFORE ADVANCING 1 LINE
           CLOSE REGISTER-FILE.
       4000-WRITE-REGISTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-RESEND-TRANSMISSION: SCANS THE ARCHIVE FOR THE HEADER
      *                           CARRYING THE REQUESTED SEQUENCE AND
      *                           COPIES THAT TRANSMISSION, HEADER TO
      *                           TRAILER, INTO THE CORPXTR FILE --
      *                           THE HEADER FLAGGED "R" AND STAMPED
      *                           WITH TODAY AS THE RESENT DATE, THE
      *                           DETAILS AND TRAILER BYTE FOR BYTE
      *                           AS FIRST SENT. THE EXTRACT IS NOT
      *                           OPENED UNTIL THE HEADER IS FOUND,
      *                           SO A SEQUENCE THE ARCHIVE DOES NOT
      *                           HOLD LEAVES THE LAST FILE ALONE
      *                           AND ENDS RC=8. AN ARCHIVED COPY
      *                           WITH NO TRAILER ALSO ENDS RC=8 AND
      *                           IS NOT REGISTERED.
      *----------------------------------------------------------------
       5000-RESEND-TRANSMISSION.
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARC-FILE-OK
               DISPLAY "CORPXTR: CORPXTR.ARC NOT AVAILABLE, STATUS "
                   WS-ARC-FILE-STATUS " -- NOTHING RESENT."
               MOVE 8 TO RETURN-CODE
               GO TO 5000-RESEND-TRANSMISSION-EXIT
           END-IF
           MOVE WS-RESEND-SEQUENCE TO WS-SEQUENCE
           PERFORM 5100-READ-ARCHIVE
               THRU 5100-READ-ARCHIVE-EXIT
           PERFORM 5200-COPY-ONE-ARCHIVED
               THRU 5200-COPY-ONE-ARCHIVED-EXIT
               UNTIL END-OF-ARCHIVE
                  OR RESEND-COMPLETE
                  OR RESEND-BROKEN
           CLOSE ARCHIVE-FILE
           IF RESEND-SEARCHING
               DISPLAY "CORPXTR: TRANSMISSION " WS-RESEND-SEQUENCE
                   " IS NOT ON THE ARCHIVE -- NOTHING RESENT."
               MOVE 8 TO RETURN-CODE
               GO TO 5000-RESEND-TRANSMISSION-EXIT
           END-IF
           CLOSE EXTRACT-FILE
           IF NOT RESEND-COMPLETE
               DISPLAY "CORPXTR: ARCHIVED TRANSMISSION "
                   WS-RESEND-SEQUENCE " HAS NO TRAILER -- RESEND "
                   "INCOMPLETE, NOT REGISTERED."
               MOVE 8 TO RETURN-CODE
               GO TO 5000-RESEND-TRANSMISSION-EXIT
           END-IF
           PERFORM 4000-WRITE-REGISTER
               THRU 4000-WRITE-REGISTER-EXIT
           DISPLAY "CORPXTR: TRANSMISSION " WS-SEQUENCE " OF "
               WS-ORIGINAL-DATE " RESENT -- " WS-DETAILS-WRITTEN
               " DETAIL ROWS, " WS-RECORDS-READ " RECORDS, HASH "
               WS-VALUE-HASH.
       5000-RESEND-TRANSMISSION-EXIT.
           EXIT.

       5100-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
           END-READ.
       5100-READ-ARCHIVE-EXIT.
           EXIT.

       5200-COPY-ONE-ARCHIVED.
           IF RESEND-SEARCHING
               IF AR-IS-HEADER
                   AND AR-H-SEQUENCE = WS-RESEND-SEQUENCE
                   OPEN OUTPUT EXTRACT-FILE
                   MOVE ARCHIVE-RECORD TO XT-RECORD
                   MOVE XT-H-RUN-DATE TO WS-ORIGINAL-DATE
                   MOVE "R" TO XT-H-RETRANSMIT-FLAG
                   MOVE WS-TODAY-NUM TO XT-H-RESENT-DATE
                   WRITE XT-RECORD
                   MOVE "C" TO WS-RESEND-STATE
               END-IF
           ELSE
               IF AR-IS-HEADER
                   MOVE "X" TO WS-RESEND-STATE
                   GO TO 5200-COPY-ONE-ARCHIVED-EXIT
               END-IF
               MOVE ARCHIVE-RECORD TO XT-RECORD
               WRITE XT-RECORD
               IF XT-IS-TRAILER
                   MOVE XT-T-DETAIL-COUNT TO WS-DETAILS-WRITTEN
                   MOVE XT-T-RECORD-COUNT TO WS-RECORDS-READ
                   MOVE XT-T-VALUE-HASH TO WS-VALUE-HASH
                   MOVE "E" TO WS-RESEND-STATE
               END-IF
           END-IF
           PERFORM 5100-READ-ARCHIVE
               THRU 5100-READ-ARCHIVE-EXIT.
       5200-COPY-ONE-ARCHIVED-EXIT.
           EXIT.
