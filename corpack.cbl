      ******************************************************************
      * PROGRAM  : CORPACK
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : CLOSES THE LOOP ON THE HEAD-OFFICE INTERFACE.
      *            CORPXTR SENDS A SEQUENCED, HASH-TOTALED FILE EVERY
      *            DAY AND REGISTERS IT ON CORPXTR.REG; HEAD OFFICE
      *            ANSWERS EACH ONE ON THE INBOUND XTRACK FILE (SEE
      *            CORPACK.cpy) WITH AN ACCEPT OR REJECT AND THE
      *            TOTALS THEY COUNTED. THIS PROGRAM MATCHES EVERY
      *            ANSWER TO ITS REGISTER LINE BY SEQUENCE AND STAMPS
      *            THE LINE ACCEPTED, REJECTED, OR OUT OF BALANCE
      *            (ACCEPTED, BUT THEIR COUNTS ARE NOT THE TRAILER WE
      *            SENT) -- WRITING THE STAMPED REGISTER TO
      *            CORPXTR.REG.NEW FOR THE JOB TO SWAP OVER THE LIVE
      *            ONE. IT PRINTS EVERY ANSWER WITH OUR TOTALS BESIDE
      *            THEIRS, THEN LISTS EVERY TRANSMISSION STILL
      *            UNANSWERED MORE THAN N DAYS AFTER ITS RUN DATE.
      *
      *            PARM IS NNN, THE OUTSTANDING LIMIT IN DAYS
      *            (DEFAULT 003). ENDS RC=0 WHEN EVERY ANSWER
      *            BALANCED AND NOTHING IS OVERDUE, RC=4 ON A REJECT,
      *            AN IMBALANCE, AN ANSWER WE CANNOT PLACE, OR AN
      *            OVERDUE TRANSMISSION, RC=8 ON A BAD PARM OR NO
      *            REGISTER (NOTHING IS WRITTEN TO SWAP).
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CORPACK".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "XTRACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "CORPXTR.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

      * THE STAMPED COPY OF THE REGISTER. THE JOB'S SWAP STEP
      * PROMOTES IT OVER THE LIVE REGISTER ONLY WHEN THIS PROGRAM
      * ENDED RC=4 OR BETTER.
           SELECT REGISTER-NEW-FILE ASSIGN TO "CORPXTR.REG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGN-FILE-STATUS.

           SELECT ACK-RPT-FILE ASSIGN TO "CORPACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
           COPY "CORPACK.cpy".

       FD  REGISTER-FILE.
       01  REGISTER-LINE                PIC X(80).

       FD  REGISTER-NEW-FILE.
       01  REGISTER-NEW-LINE            PIC X(80).

       FD  ACK-RPT-FILE.
       01  ACK-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ACK-FILE-STATUS           PIC X(02) VALUE "00".
           88  ACK-FILE-OK                         VALUE "00".
           88  ACK-FILE-NOT-FOUND                  VALUE "35".
       77  WS-REG-FILE-STATUS           PIC X(02) VALUE "00".
           88  REG-FILE-OK                         VALUE "00".
       77  WS-REGN-FILE-STATUS          PIC X(02) VALUE "00".
           88  REGN-FILE-OK                        VALUE "00".
       77  WS-ACK-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-ACKS                         VALUE "Y".
       77  WS-REG-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-REGISTER                     VALUE "Y".

      * PARM: THE OUTSTANDING LIMIT IN DAYS, THREE DIGITS.
       77  WS-PARM-TEXT                 PIC X(03) VALUE SPACES.
       77  WS-LIMIT-DAYS                PIC 9(03) VALUE 003.

      * AGING -- THE SAME INTRINSIC DAY ARITHMETIC AS SUSPWORK. A
      * TRANSMISSION AGES FROM ITS RUN DATE, SO A RESEND OF AN OLD
      * DAY THAT HEAD OFFICE HAS NOT YET ANSWERED IS OVERDUE AT
      * ONCE -- THE DAY ITSELF IS STILL UNANSWERED.
       77  WS-TODAY-INT                 PIC 9(07) VALUE ZERO.
       77  WS-SENT-INT                  PIC 9(07) VALUE ZERO.
       77  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.

      * OUR SIDE OF THE TOTALS, DE-EDITED OFF THE REGISTER LINE.
       77  WS-OUR-RECORDS               PIC 9(06) VALUE ZERO.
       77  WS-OUR-HASH                  PIC 9(10) VALUE ZERO.

       77  WS-ACKS-READ                 PIC 9(05) VALUE ZERO.
       77  WS-ACKS-UNREADABLE           PIC 9(05) VALUE ZERO.
       77  WS-ACKS-SUPERSEDED           PIC 9(05) VALUE ZERO.
       77  WS-ACKS-OVERFLOW             PIC 9(05) VALUE ZERO.
       77  WS-ACCEPTED-COUNT            PIC 9(05) VALUE ZERO.
       77  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO.
       77  WS-OOB-COUNT                 PIC 9(05) VALUE ZERO.
       77  WS-NOT-ON-REG-COUNT          PIC 9(05) VALUE ZERO.
       77  WS-ALREADY-COUNT             PIC 9(05) VALUE ZERO.
       77  WS-REG-LINES                 PIC 9(05) VALUE ZERO.
       77  WS-LINES-STAMPED             PIC 9(05) VALUE ZERO.
       77  WS-OVERDUE-COUNT             PIC 9(05) VALUE ZERO.
       77  WS-PROBLEM-COUNT             PIC 9(06) VALUE ZERO.

      * THE DAY'S ANSWERS, ONE SLOT PER SEQUENCE. A SEQUENCE
      * ANSWERED TWICE IN ONE FILE TAKES THE LATER ANSWER -- THE
      * SAME RULE AS A REPEATED MANIFEST ROW. WHAT THE REGISTER
      * PASS FINDS FOR THE SEQUENCE IS KEPT BESIDE IT FOR THE
      * REPORT.
       77  WS-ACK-COUNT                 PIC 9(02) VALUE ZERO.
       77  WS-ACK-SUB                   PIC 9(02) VALUE ZERO.
       77  WS-ACK-HIT                   PIC 9(02) VALUE ZERO.
       77  WS-FIND-SEQUENCE             PIC 9(06) VALUE ZERO.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 50 TIMES.
               10  WA-SEQUENCE          PIC 9(06).
               10  WA-ACK-CODE          PIC X(01).
                   88  WA-REJECTED                 VALUE "R".
               10  WA-RECORD-COUNT      PIC 9(06).
               10  WA-VALUE-HASH        PIC 9(10).
               10  WA-REJECT-REASON     PIC X(04).
               10  WA-LINES-SEEN        PIC 9(03).
               10  WA-LINES-STAMPED     PIC 9(03).
               10  WA-SENT-DATE         PIC 9(08).
               10  WA-OUR-RECORDS       PIC 9(06).
               10  WA-OUR-HASH          PIC 9(10).
               10  WA-RESULT            PIC X(03).

           COPY "CORPREG.cpy".

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).
           05  WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                        PIC 9(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(10) VALUE "CORPACK".
           05  FILLER                   PIC X(30)
               VALUE "HEAD OFFICE ACKNOWLEDGMENTS".
           05  FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05  HL1-YYYY                 PIC 9(04).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-MM                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE "-".
           05  HL1-DD                   PIC 9(02).

       01  WS-ACK-HEADING-1.
           05  FILLER                   PIC X(40)
               VALUE "ANSWERS RECEIVED -- OURS BESIDE THEIRS".
       01  WS-ACK-HEADING-2.
           05  FILLER                   PIC X(34)
               VALUE "SEQ    RUN DATE A    OURS  THEIRS ".
           05  FILLER                   PIC X(34)
               VALUE "     OUR HASH    THEIR HASH RESULT".

       01  WS-ACK-LINE.
           05  AL-SEQ                   PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-SENT                  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-CODE                  PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-OUR-RECORDS           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-HO-RECORDS            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-OUR-HASH              PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-HO-HASH               PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-RESULT                PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-REASON                PIC X(04).

       01  WS-BAD-ACK-LINE.
           05  FILLER                   PIC X(20)
               VALUE "  UNREADABLE ANSWER ".
           05  BL-RAW                   PIC X(40).

       01  WS-OUT-HEADING-1.
           05  FILLER                   PIC X(21)
               VALUE "UNANSWERED MORE THAN ".
           05  OH-LIMIT                 PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE " DAYS".
       01  WS-OUT-HEADING-2.
           05  FILLER                   PIC X(30)
               VALUE "SEQ    RUN DATE   AGE FLAG   ".
           05  FILLER                   PIC X(21)
               VALUE "RECORDS          HASH".

       01  WS-OUT-LINE.
           05  OL-SEQ                   PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OL-DATE                  PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OL-AGE                   PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OL-FLAG                  PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OL-RECORDS               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OL-HASH                  PIC Z,ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE.
           05  SL-LABEL                 PIC X(34).
           05  SL-COUNT                 PIC ZZZ,ZZ9.

       01  WS-VERDICT-LINE              PIC X(72).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: LOADS THE ANSWERS, STAMPS THE REGISTER COPY,
      *                PRINTS THE ANSWERS AND THE OVERDUE LIST, AND
      *                CLOSES WITH THE TOTALS AND THE CONDITION CODE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           PERFORM 0100-PARSE-PARM
               THRU 0100-PARSE-PARM-EXIT
           PERFORM 1000-LOAD-ACKS
               THRU 1000-LOAD-ACKS-EXIT
           PERFORM 2000-STAMP-REGISTER
               THRU 2000-STAMP-REGISTER-EXIT
           PERFORM 3000-PRINT-ACKS
               THRU 3000-PRINT-ACKS-EXIT
           PERFORM 4000-LIST-OUTSTANDING
               THRU 4000-LIST-OUTSTANDING-EXIT
           PERFORM 5000-WRITE-TOTALS
               THRU 5000-WRITE-TOTALS-EXIT
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-PARM: NO PARM KEEPS THE 3-DAY LIMIT; THREE DIGITS SET
      *                  IT. ANYTHING ELSE IS RC=8 WITH NOTHING WRITTEN.
      *                  THE REPORT OPENS HERE SO EVERY RUN PAST THE
      *                  PARM CHECK LEAVES A DATED PAGE.
      *----------------------------------------------------------------
       0100-PARSE-PARM.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN WS-PARM-TEXT = SPACES
                   CONTINUE
               WHEN WS-PARM-TEXT IS NUMERIC
                   MOVE WS-PARM-TEXT TO WS-LIMIT-DAYS
               WHEN OTHER
                   DISPLAY "CORPACK: PARM MUST BE THE 3-DIGIT "
                       "OUTSTANDING LIMIT IN DAYS -- GOT '"
                       WS-PARM-TEXT "'. NOTHING TOUCHED."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT ACK-RPT-FILE
           MOVE WS-RUN-YYYY TO HL1-YYYY
           MOVE WS-RUN-MM TO HL1-MM
           MOVE WS-RUN-DD TO HL1-DD
           WRITE ACK-RPT-LINE FROM WS-HEADING-LINE-1
               BEFORE ADVANCING 2 LINES.
       0100-PARSE-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-LOAD-ACKS: READS THE DAY'S ANSWERS INTO THE TABLE. NO
      *                 XTRACK FILE IS A DAY HEAD OFFICE SENT NOTHING
      *                 -- THE REGISTER IS STILL COPIED AND THE
      *                 OVERDUE LIST STILL PRINTED, WHICH IS WHEN IT
      *                 MATTERS MOST. A ROW THAT DOES NOT PARSE IS
      *                 PRINTED RAW, NOT GUESSED AT.
      *----------------------------------------------------------------
       1000-LOAD-ACKS.
           OPEN INPUT ACK-FILE
           IF ACK-FILE-NOT-FOUND
               DISPLAY "CORPACK: NO XTRACK FILE -- NO ANSWERS TODAY."
               GO TO 1000-LOAD-ACKS-EXIT
           END-IF
           IF NOT ACK-FILE-OK
               DISPLAY "CORPACK: XTRACK NOT AVAILABLE, STATUS "
                   WS-ACK-FILE-STATUS " -- NO ANSWERS READ."
               ADD 1 TO WS-ACKS-UNREADABLE
               GO TO 1000-LOAD-ACKS-EXIT
           END-IF
           PERFORM 1100-READ-ACK
               THRU 1100-READ-ACK-EXIT
           PERFORM 1200-ADD-ONE-ACK
               THRU 1200-ADD-ONE-ACK-EXIT
               UNTIL END-OF-ACKS
           CLOSE ACK-FILE.
       1000-LOAD-ACKS-EXIT.
           EXIT.

       1100-READ-ACK.
           READ ACK-FILE
               AT END
                   SET END-OF-ACKS TO TRUE
           END-READ.
       1100-READ-ACK-EXIT.
           EXIT.

       1200-ADD-ONE-ACK.
           ADD 1 TO WS-ACKS-READ
           IF AK-SEQUENCE IS NOT NUMERIC
               OR AK-RECORD-COUNT IS NOT NUMERIC
               OR AK-VALUE-HASH IS NOT NUMERIC
               OR (NOT AK-ACCEPTED AND NOT AK-REJECTED)
               ADD 1 TO WS-ACKS-UNREADABLE
               MOVE ACK-RECORD TO BL-RAW
               WRITE ACK-RPT-LINE FROM WS-BAD-ACK-LINE
                   BEFORE ADVANCING 1 LINE
               GO TO 1200-NEXT-ACK
           END-IF
           MOVE AK-SEQUENCE TO WS-FIND-SEQUENCE
           PERFORM 1300-FIND-ACK
               THRU 1300-FIND-ACK-EXIT
           IF WS-ACK-HIT > ZERO
               ADD 1 TO WS-ACKS-SUPERSEDED
           ELSE
               IF WS-ACK-COUNT < 50
                   ADD 1 TO WS-ACK-COUNT
                   MOVE WS-ACK-COUNT TO WS-ACK-HIT
               ELSE
                   DISPLAY "CORPACK: ANSWER TABLE FULL -- ANSWER FOR "
                       "SEQUENCE " AK-SEQUENCE " NOT PROCESSED."
                   ADD 1 TO WS-ACKS-OVERFLOW
                   GO TO 1200-NEXT-ACK
               END-IF
           END-IF
           MOVE AK-SEQUENCE TO WA-SEQUENCE (WS-ACK-HIT)
           MOVE AK-ACK-CODE TO WA-ACK-CODE (WS-ACK-HIT)
           MOVE AK-RECORD-COUNT TO WA-RECORD-COUNT (WS-ACK-HIT)
           MOVE AK-VALUE-HASH TO WA-VALUE-HASH (WS-ACK-HIT)
           MOVE AK-REJECT-REASON TO WA-REJECT-REASON (WS-ACK-HIT)
           MOVE ZERO TO WA-LINES-SEEN (WS-ACK-HIT)
           MOVE ZERO TO WA-LINES-STAMPED (WS-ACK-HIT)
           MOVE ZERO TO WA-SENT-DATE (WS-ACK-HIT)
           MOVE ZERO TO WA-OUR-RECORDS (WS-ACK-HIT)
           MOVE ZERO TO WA-OUR-HASH (WS-ACK-HIT)
           MOVE SPACES TO WA-RESULT (WS-ACK-HIT).
       1200-NEXT-ACK.
           PERFORM 1100-READ-ACK
               THRU 1100-READ-ACK-EXIT.
       1200-ADD-ONE-ACK-EXIT.
           EXIT.

       1300-FIND-ACK.
           MOVE ZERO TO WS-ACK-HIT
           MOVE 1 TO WS-ACK-SUB
           PERFORM 1350-MATCH-ONE-ACK
               THRU 1350-MATCH-ONE-ACK-EXIT
               UNTIL WS-ACK-SUB > WS-ACK-COUNT
                  OR WS-ACK-HIT > ZERO.
       1300-FIND-ACK-EXIT.
           EXIT.

       1350-MATCH-ONE-ACK.
           IF WA-SEQUENCE (WS-ACK-SUB) = WS-FIND-SEQUENCE
               MOVE WS-ACK-SUB TO WS-ACK-HIT
           END-IF
           ADD 1 TO WS-ACK-SUB.
       1350-MATCH-ONE-ACK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-STAMP-REGISTER: COPIES THE REGISTER LINE FOR LINE TO
      *                      THE NEW DATASET. A TRANSMISSION LINE
      *                      WITH NO STATUS YET WHOSE SEQUENCE WAS
      *                      ANSWERED TODAY TAKES THE ANSWER; A LINE
      *                      ALREADY STAMPED KEEPS ITS STATUS, SO A
      *                      REJECTED ORIGINAL STAYS "REJ" WHEN ITS
      *                      RESEND IS LATER ACCEPTED. DATE,
      *                      SEQUENCE AND TOTALS ARE NEVER CHANGED.
      *                      NO REGISTER IS RC=8 -- THERE IS NOTHING
      *                      TO MATCH AGAINST AND NOTHING TO SWAP.
      *----------------------------------------------------------------
       2000-STAMP-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF NOT REG-FILE-OK
               DISPLAY "CORPACK: CORPXTR.REG NOT AVAILABLE, STATUS "
                   WS-REG-FILE-STATUS " -- NOTHING STAMPED."
               MOVE "** REFUSED -- NO TRANSMISSION REGISTER **"
                   TO WS-VERDICT-LINE
               WRITE ACK-RPT-LINE FROM WS-VERDICT-LINE
                   BEFORE ADVANCING 2 LINES
               CLOSE ACK-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-NEW-FILE
           PERFORM 2100-READ-REGISTER
               THRU 2100-READ-REGISTER-EXIT
           PERFORM 2200-COPY-ONE-LINE
               THRU 2200-COPY-ONE-LINE-EXIT
               UNTIL END-OF-REGISTER
           CLOSE REGISTER-FILE
           CLOSE REGISTER-NEW-FILE.
       2000-STAMP-REGISTER-EXIT.
           EXIT.

       2100-READ-REGISTER.
           READ REGISTER-FILE
               AT END
                   SET END-OF-REGISTER TO TRUE
           END-READ.
       2100-READ-REGISTER-EXIT.
           EXIT.

       2200-COPY-ONE-LINE.
           MOVE REGISTER-LINE TO WS-REGISTER-LINE
           IF RG-DATE IS NUMERIC
               ADD 1 TO WS-REG-LINES
               MOVE RG-SEQ TO WS-FIND-SEQUENCE
               PERFORM 1300-FIND-ACK
                   THRU 1300-FIND-ACK-EXIT
               IF WS-ACK-HIT > ZERO
                   PERFORM 2300-JUDGE-ONE-LINE
                       THRU 2300-JUDGE-ONE-LINE-EXIT
               END-IF
           END-IF
           WRITE REGISTER-NEW-LINE FROM WS-REGISTER-LINE
           PERFORM 2100-READ-REGISTER
               THRU 2100-READ-REGISTER-EXIT.
       2200-COPY-ONE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-JUDGE-ONE-LINE: A REJECT IS "REJ" WHATEVER THE TOTALS.
      *                      AN ACCEPT IS "ACC" ONLY WHEN THEIR
      *                      RECORD COUNT AND HASH ARE THE ONES ON
      *                      THE REGISTER LINE -- OTHERWISE "OOB":
      *                      THEY TOOK A FILE THAT IS NOT THE FILE
      *                      WE SENT, AND SOMEONE HAS TO FIND OUT
      *                      WHY.
      *----------------------------------------------------------------
       2300-JUDGE-ONE-LINE.
           MOVE RG-RECORDS TO WS-OUR-RECORDS
           MOVE RG-HASH TO WS-OUR-HASH
           ADD 1 TO WA-LINES-SEEN (WS-ACK-HIT)
           MOVE RG-DATE TO WA-SENT-DATE (WS-ACK-HIT)
           MOVE WS-OUR-RECORDS TO WA-OUR-RECORDS (WS-ACK-HIT)
           MOVE WS-OUR-HASH TO WA-OUR-HASH (WS-ACK-HIT)
           IF NOT RG-ACK-OUTSTANDING
               GO TO 2300-JUDGE-ONE-LINE-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WA-REJECTED (WS-ACK-HIT)
                   MOVE "REJ" TO RG-ACK-STATUS
               WHEN WA-RECORD-COUNT (WS-ACK-HIT) = WS-OUR-RECORDS
                   AND WA-VALUE-HASH (WS-ACK-HIT) = WS-OUR-HASH
                   MOVE "ACC" TO RG-ACK-STATUS
               WHEN OTHER
                   MOVE "OOB" TO RG-ACK-STATUS
           END-EVALUATE
           MOVE RG-ACK-STATUS TO WA-RESULT (WS-ACK-HIT)
           ADD 1 TO WA-LINES-STAMPED (WS-ACK-HIT)
           ADD 1 TO WS-LINES-STAMPED.
       2300-JUDGE-ONE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-ACKS: ONE LINE PER ANSWER, OUR TOTALS BESIDE
      *                  THEIRS. AN ANSWER FOR A SEQUENCE NOT ON THE
      *                  REGISTER, OR FOR ONE WHOSE LINES WERE ALL
      *                  ANSWERED BEFORE, CHANGES NOTHING AND SAYS
      *                  SO -- A SECOND ANSWER TO A SETTLED SEQUENCE
      *                  IS FOR A PERSON TO LOOK AT, NOT FOR THIS
      *                  PROGRAM TO OVERWRITE.
      *----------------------------------------------------------------
       3000-PRINT-ACKS.
           WRITE ACK-RPT-LINE FROM WS-ACK-HEADING-1
               BEFORE ADVANCING 2 LINES
           WRITE ACK-RPT-LINE FROM WS-ACK-HEADING-2
               BEFORE ADVANCING 1 LINE
           MOVE 1 TO WS-ACK-SUB
           PERFORM 3100-PRINT-ONE-ACK
               THRU 3100-PRINT-ONE-ACK-EXIT
               UNTIL WS-ACK-SUB > WS-ACK-COUNT.
       3000-PRINT-ACKS-EXIT.
           EXIT.

       3100-PRINT-ONE-ACK.
           MOVE WA-SEQUENCE (WS-ACK-SUB) TO AL-SEQ
           MOVE WA-ACK-CODE (WS-ACK-SUB) TO AL-CODE
           MOVE WA-RECORD-COUNT (WS-ACK-SUB) TO AL-HO-RECORDS
           MOVE WA-VALUE-HASH (WS-ACK-SUB) TO AL-HO-HASH
           MOVE WA-OUR-RECORDS (WS-ACK-SUB) TO AL-OUR-RECORDS
           MOVE WA-OUR-HASH (WS-ACK-SUB) TO AL-OUR-HASH
           MOVE WA-SENT-DATE (WS-ACK-SUB) TO AL-SENT
           MOVE SPACES TO AL-REASON
           IF WA-REJECTED (WS-ACK-SUB)
               MOVE WA-REJECT-REASON (WS-ACK-SUB) TO AL-REASON
           END-IF
           EVALUATE TRUE
               WHEN WA-LINES-SEEN (WS-ACK-SUB) = ZERO
                   MOVE SPACES TO AL-SENT
                   MOVE "NOT ON REG" TO AL-RESULT
                   ADD 1 TO WS-NOT-ON-REG-COUNT
               WHEN WA-LINES-STAMPED (WS-ACK-SUB) = ZERO
                   MOVE "NO CHANGE" TO AL-RESULT
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WA-RESULT (WS-ACK-SUB) = "ACC"
                   MOVE "ACCEPTED" TO AL-RESULT
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN WA-RESULT (WS-ACK-SUB) = "REJ"
                   MOVE "REJECTED" TO AL-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE "OUT OF BAL" TO AL-RESULT
                   ADD 1 TO WS-OOB-COUNT
           END-EVALUATE
           WRITE ACK-RPT-LINE FROM WS-ACK-LINE
               BEFORE ADVANCING 1 LINE
           ADD 1 TO WS-ACK-SUB.
       3100-PRINT-ONE-ACK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-LIST-OUTSTANDING: READS BACK THE STAMPED COPY AND LISTS
      *                        EVERY TRANSMISSION LINE STILL WITHOUT
      *                        AN ANSWER MORE THAN THE LIMIT DAYS
      *                        AFTER ITS RUN DATE. A RESEND IS
      *                        MARKED SO IT IS NOT TAKEN FOR A
      *                        SECOND MISSING DAY.
      *----------------------------------------------------------------
       4000-LIST-OUTSTANDING.
           MOVE WS-LIMIT-DAYS TO OH-LIMIT
           MOVE SPACES TO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
               BEFORE ADVANCING 1 LINE
           WRITE ACK-RPT-LINE FROM WS-OUT-HEADING-1
               BEFORE ADVANCING 2 LINES
           WRITE ACK-RPT-LINE FROM WS-OUT-HEADING-2
               BEFORE ADVANCING 1 LINE
           OPEN INPUT REGISTER-NEW-FILE
           IF NOT REGN-FILE-OK
               DISPLAY "CORPACK: CORPXTR.REG.NEW NOT AVAILABLE, "
                   "STATUS " WS-REGN-FILE-STATUS
                   " -- OVERDUE LIST SKIPPED."
               ADD 1 TO WS-PROBLEM-COUNT
               GO TO 4000-LIST-OUTSTANDING-EXIT
           END-IF
           MOVE "N" TO WS-REG-EOF-SWITCH
           PERFORM 4100-READ-NEW-REGISTER
               THRU 4100-READ-NEW-REGISTER-EXIT
           PERFORM 4200-CHECK-ONE-LINE
               THRU 4200-CHECK-ONE-LINE-EXIT
               UNTIL END-OF-REGISTER
           CLOSE REGISTER-NEW-FILE.
       4000-LIST-OUTSTANDING-EXIT.
           EXIT.

       4100-READ-NEW-REGISTER.
           READ REGISTER-NEW-FILE
               AT END
                   SET END-OF-REGISTER TO TRUE
           END-READ.
       4100-READ-NEW-REGISTER-EXIT.
           EXIT.

       4200-CHECK-ONE-LINE.
           MOVE REGISTER-NEW-LINE TO WS-REGISTER-LINE
           IF RG-DATE IS NUMERIC
               AND RG-DATE > 19000101
               AND RG-ACK-OUTSTANDING
               COMPUTE WS-SENT-INT =
                   FUNCTION INTEGER-OF-DATE (RG-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SENT-INT
               IF WS-AGE-DAYS > WS-LIMIT-DAYS
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE RG-SEQ TO OL-SEQ
                   MOVE RG-DATE TO OL-DATE
                   MOVE WS-AGE-DAYS TO OL-AGE
                   MOVE SPACES TO OL-FLAG
                   IF RG-IS-RETRANSMISSION
                       MOVE "RESENT" TO OL-FLAG
                   END-IF
                   MOVE RG-RECORDS TO WS-OUR-RECORDS
                   MOVE WS-OUR-RECORDS TO OL-RECORDS
                   MOVE RG-HASH TO WS-OUR-HASH
                   MOVE WS-OUR-HASH TO OL-HASH
                   WRITE ACK-RPT-LINE FROM WS-OUT-LINE
                       BEFORE ADVANCING 1 LINE
               END-IF
           END-IF
           PERFORM 4100-READ-NEW-REGISTER
               THRU 4100-READ-NEW-REGISTER-EXIT.
       4200-CHECK-ONE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-TOTALS: THE COUNTS, THE VERDICT, AND THE CODE.
      *                    ANYTHING HEAD OFFICE DID NOT TAKE CLEAN,
      *                    ANYTHING WE COULD NOT PLACE, AND ANYTHING
      *                    OVERDUE IS RC=4.
      *----------------------------------------------------------------
       5000-WRITE-TOTALS.
           MOVE SPACES TO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "ANSWERS READ" TO SL-LABEL
           MOVE WS-ACKS-READ TO SL-COUNT
           WRITE ACK-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "  UNREADABLE" TO SL-LABEL
           MOVE WS-ACKS-UNREADABLE TO SL-COUNT
           WRITE ACK-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "  SUPERSEDED BY A LATER ANSWER" TO SL-LABEL
           MOVE WS-ACKS-SUPERSEDED TO SL-COUNT
           WRITE ACK-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "  NOT PROCESSED (TABLE FULL)" TO SL-LABEL
           MOVE WS-ACKS-OVERFLOW TO SL-COUNT
           WRITE ACK-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "ACCEPTED AND IN BALANCE" TO SL-LABEL
           MOVE WS-ACCEPTED-COUNT TO SL-COUNT
           WRITE ACK-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "REJECTED" TO SL-LABEL
           MOVE WS-REJECTED-COUNT TO SL-COUNT
           WRITE ACK-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "ACCEPTED OUT OF BALANCE" TO SL-LABEL
           MOVE WS-OOB-COUNT TO SL-COUNT
           WRITE ACK-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "SEQUENCE NOT ON THE REGISTER" TO SL-LABEL
           MOVE WS-NOT-ON-REG-COUNT TO SL-COUNT
           WRITE ACK-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "ALREADY ANSWERED -- NO CHANGE" TO SL-LABEL
           MOVE WS-ALREADY-COUNT TO SL-COUNT
           WRITE ACK-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "REGISTER LINES STAMPED" TO SL-LABEL
           MOVE WS-LINES-STAMPED TO SL-COUNT
           WRITE ACK-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "UNANSWERED PAST THE LIMIT" TO SL-LABEL
           MOVE WS-OVERDUE-COUNT TO SL-COUNT
           WRITE ACK-RPT-LINE FROM WS-SUMMARY-LINE
               BEFORE ADVANCING 1 LINE

           ADD WS-ACKS-UNREADABLE WS-ACKS-OVERFLOW WS-REJECTED-COUNT
               WS-OOB-COUNT WS-NOT-ON-REG-COUNT WS-ALREADY-COUNT
               WS-OVERDUE-COUNT
               TO WS-PROBLEM-COUNT
           IF WS-PROBLEM-COUNT > ZERO
               MOVE
               "** ATTENTION -- SEE REJECTS, IMBALANCES AND OVERDUE **"
                   TO WS-VERDICT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE
               "** EVERY ANSWER BALANCED -- NOTHING OVERDUE **"
                   TO WS-VERDICT-LINE
           END-IF
           WRITE ACK-RPT-LINE FROM WS-VERDICT-LINE
               BEFORE ADVANCING 2 LINES
           CLOSE ACK-RPT-FILE
           DISPLAY "CORPACK: " WS-ACKS-READ " ANSWERS, "
               WS-LINES-STAMPED " REGISTER LINES STAMPED, "
               WS-OVERDUE-COUNT " OVERDUE.".
       5000-WRITE-TOTALS-EXIT.
           EXIT.
