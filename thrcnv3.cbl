      ******************************************************************
      * PROGRAM  : THRCNV3
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : ONE-TIME CONVERSION OF THE THRESHM RULE MASTER
      *            FROM THE 107-BYTE EFFECTIVE-DATED LAYOUT TO THE
      *            217-BYTE MAKER/CHECKER LAYOUT (SEE THRESHM.cpy),
      *            AND OF ITS THRESHM.AUD AUDIT TRAIL FROM 251 TO
      *            259 BYTES (SEE THRAUDT.cpy). EVERY RULE VERSION ON
      *            THE OLD MASTER (THRESHMO) IS WRITTEN TO A FRESHLY
      *            DEFINED NEW MASTER (THRESHM) STAMPED APPROVED,
      *            WITH NO MAKER AND NOTHING PROPOSED -- IT WAS IN
      *            FORCE BEFORE APPROVAL EXISTED, SO IT STAYS IN
      *            FORCE AND EVERY RULE CLASSIFIES EXACTLY AS BEFORE.
      *            EVERY OLD AUDIT ROW (THRAUDO) IS COPIED TO THE NEW
      *            TRAIL (THRESHM.AUD) WITH ITS OWN OPERATOR AS THE
      *            MAKER -- BEFORE DUAL CONTROL, WHOEVER KEYED A
      *            CHANGE WAS THE ONLY ONE WHO EVER SAW IT. RUN ONCE
      *            FROM THE THRCNV3 JOB BEFORE THE FIRST POST-CHANGE
      *            THRMAINT OR IFELSE RUN; WITHOUT IT, OPENING AN OLD
      *            MASTER UNDER THE NEW FD FAILS WITH A LENGTH
      *            CONFLICT. (OLDER MASTERS CONVERT STRAIGHT TO THE
      *            CURRENT LAYOUT VIA THRCONV OR THRCNV2 INSTEAD.)
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "THRCNV3".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "THRESHMO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OTM-RULE-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-MASTER ASSIGN TO "THRESHM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-RULE-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT OLD-AUDIT-FILE ASSIGN TO "THRAUDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-AUDIT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "THRESHM.AUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE MASTER AND THE AUDIT ROW AS THEY STOOD BEFORE APPROVAL
      * STATUS EXISTED -- THESE LAYOUTS ARE FROZEN HERE ON PURPOSE
      * AND MUST NOT BE RE-POINTED AT THRESHM.cpy OR THRAUDT.cpy.
       FD  OLD-MASTER.
       01  OLD-MASTER-RECORD.
           05  OTM-RULE-KEY.
               10  OTM-RULE-ID           PIC X(06).
               10  OTM-EFFECTIVE-DATE    PIC 9(08).
           05  OTM-RULE-DATA             PIC X(93).

       FD  NEW-MASTER.
           COPY "THRESHM.cpy".

       FD  OLD-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 251 CHARACTERS.
       01  OLD-AUDIT-RECORD.
           05  OAU-STAMP                 PIC X(14).
           05  OAU-OPERATOR-ID           PIC X(08).
           05  OAU-REST                  PIC X(229).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 259 CHARACTERS.
           COPY "THRAUDT.cpy".

       WORKING-STORAGE SECTION.
       77  WS-OLD-FILE-STATUS           PIC X(02) VALUE "00".
           88  OLD-FILE-OK                         VALUE "00" "02".
       77  WS-NEW-FILE-STATUS           PIC X(02) VALUE "00".
           88  NEW-FILE-OK                         VALUE "00" "02".
       77  WS-OLD-AUDIT-STATUS          PIC X(02) VALUE "00".
           88  OLD-AUDIT-OK                        VALUE "00".
           88  OLD-AUDIT-NOT-FOUND                 VALUE "35".
       77  WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".
           88  AUDIT-FILE-OK                       VALUE "00".
       77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  END-OF-OLD-MASTER                   VALUE "Y".
       77  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  END-OF-OLD-AUDIT                    VALUE "Y".
       77  WS-RULES-CONVERTED           PIC 9(06) VALUE ZERO.
       77  WS-RULES-FAILED              PIC 9(06) VALUE ZERO.
       77  WS-AUDIT-ROWS-CONVERTED      PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: OPENS BOTH MASTERS, COPIES EVERY RULE VERSION
      *                ACROSS, THEN DOES THE SAME FOR THE AUDIT
      *                TRAIL, AND REPORTS THE TOTALS. ANY PROBLEM
      *                OPENING A MASTER ABORTS LOUDLY WITH RC=12 -- A
      *                HALF-CONVERTED MASTER IS WORSE THAN NO
      *                CONVERSION AT ALL. A SITE WITH NO AUDIT TRAIL
      *                YET HAS NOTHING TO CONVERT THERE, WHICH IS
      *                FINE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           OPEN INPUT OLD-MASTER
           IF NOT OLD-FILE-OK
               DISPLAY "THRCNV3: CANNOT OPEN OLD MASTER THRESHMO, "
                   "STATUS " WS-OLD-FILE-STATUS " -- NOTHING DONE."
               MOVE 12 TO RETURN-CODE
               GO TO 0000-STOP
           END-IF
           OPEN OUTPUT NEW-MASTER
           IF NOT NEW-FILE-OK
               DISPLAY "THRCNV3: CANNOT OPEN NEW MASTER THRESHM, "
                   "STATUS " WS-NEW-FILE-STATUS " -- NOTHING DONE."
               CLOSE OLD-MASTER
               MOVE 12 TO RETURN-CODE
               GO TO 0000-STOP
           END-IF

           MOVE LOW-VALUES TO OTM-RULE-KEY
           START OLD-MASTER KEY NOT < OTM-RULE-KEY
               INVALID KEY
                   SET END-OF-OLD-MASTER TO TRUE
           END-START
           IF NOT END-OF-OLD-MASTER
               PERFORM 1000-READ-OLD-MASTER
                   THRU 1000-READ-OLD-MASTER-EXIT
           END-IF
           PERFORM 2000-CONVERT-ONE-RULE
               THRU 2000-CONVERT-ONE-RULE-EXIT
               UNTIL END-OF-OLD-MASTER
           CLOSE OLD-MASTER
           CLOSE NEW-MASTER

           PERFORM 3000-CONVERT-AUDIT-TRAIL
               THRU 3000-CONVERT-AUDIT-TRAIL-EXIT

           DISPLAY "THRCNV3: " WS-RULES-CONVERTED
               " RULE VERSIONS CONVERTED, " WS-RULES-FAILED
               " FAILED."
           DISPLAY "THRCNV3: " WS-AUDIT-ROWS-CONVERTED
               " AUDIT ROWS CONVERTED."
           IF WS-RULES-FAILED > ZERO
               MOVE 12 TO RETURN-CODE
           END-IF.
       0000-STOP.
           STOP RUN.

       1000-READ-OLD-MASTER.
           READ OLD-MASTER NEXT RECORD
               AT END
                   SET END-OF-OLD-MASTER TO TRUE
           END-READ.
       1000-READ-OLD-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CONVERT-ONE-RULE: ONE OLD VERSION BECOMES ONE NEW ONE --
      *                        SAME KEY AND RULE DATA, STAMPED
      *                        APPROVED WITH NOTHING PROPOSED -- SO
      *                        IFELSE CLASSIFIES EXACTLY AS IT DID
      *                        BEFORE. A VERSION STILL QUEUED FOR A
      *                        FUTURE DATE IS APPROVED TOO: IT WAS
      *                        KEYED UNDER THE OLD RULES, WHICH
      *                        NEEDED NO CHECKER.
      *----------------------------------------------------------------
       2000-CONVERT-ONE-RULE.
           MOVE OTM-RULE-KEY TO TM-RULE-KEY
           MOVE OTM-RULE-DATA TO TM-RULE-DATA
           SET TM-VERSION-APPROVED TO TRUE
           MOVE SPACES TO TM-MAKER-ID
           MOVE ZERO TO TM-SUBMIT-DATE
           MOVE SPACES TO TM-PROPOSED-DATA
           WRITE THRESHOLD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "THRCNV3: WRITE FAILED FOR RULE "
                       TM-RULE-ID " EFFECTIVE " TM-EFFECTIVE-DATE
                       " STATUS " WS-NEW-FILE-STATUS
                   ADD 1 TO WS-RULES-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-RULES-CONVERTED
           END-WRITE
           PERFORM 1000-READ-OLD-MASTER
               THRU 1000-READ-OLD-MASTER-EXIT.
       2000-CONVERT-ONE-RULE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CONVERT-AUDIT-TRAIL: COPIES EVERY OLD AUDIT ROW ACROSS
      *                           UNCHANGED, WITH THE ROW'S OWN
      *                           OPERATOR ADDED AS ITS MAKER. NO OLD
      *                           TRAIL (STATUS 35) LEAVES AN EMPTY
      *                           NEW ONE FOR THRMAINT TO EXTEND.
      *----------------------------------------------------------------
       3000-CONVERT-AUDIT-TRAIL.
           OPEN OUTPUT AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               DISPLAY "THRCNV3: CANNOT OPEN NEW AUDIT TRAIL, "
                   "STATUS " WS-AUDIT-FILE-STATUS
                   " -- AUDIT ROWS NOT CONVERTED."
               MOVE 12 TO RETURN-CODE
               GO TO 3000-CONVERT-AUDIT-TRAIL-EXIT
           END-IF
           OPEN INPUT OLD-AUDIT-FILE
           IF NOT OLD-AUDIT-OK
               IF NOT OLD-AUDIT-NOT-FOUND
                   DISPLAY "THRCNV3: CANNOT OPEN OLD AUDIT TRAIL "
                       "THRAUDO, STATUS " WS-OLD-AUDIT-STATUS
                       " -- AUDIT ROWS NOT CONVERTED."
                   MOVE 12 TO RETURN-CODE
               END-IF
               CLOSE AUDIT-FILE
               GO TO 3000-CONVERT-AUDIT-TRAIL-EXIT
           END-IF
           PERFORM 3100-READ-OLD-AUDIT
               THRU 3100-READ-OLD-AUDIT-EXIT
           PERFORM 3200-CONVERT-ONE-AUDIT-ROW
               THRU 3200-CONVERT-ONE-AUDIT-ROW-EXIT
               UNTIL END-OF-OLD-AUDIT
           CLOSE OLD-AUDIT-FILE
           CLOSE AUDIT-FILE.
       3000-CONVERT-AUDIT-TRAIL-EXIT.
           EXIT.

       3100-READ-OLD-AUDIT.
           READ OLD-AUDIT-FILE
               AT END
                   SET END-OF-OLD-AUDIT TO TRUE
           END-READ.
       3100-READ-OLD-AUDIT-EXIT.
           EXIT.

       3200-CONVERT-ONE-AUDIT-ROW.
           MOVE OLD-AUDIT-RECORD TO AUDIT-RECORD
           MOVE OAU-OPERATOR-ID TO AU-MAKER-ID
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-ROWS-CONVERTED
           PERFORM 3100-READ-OLD-AUDIT
               THRU 3100-READ-OLD-AUDIT-EXIT.
       3200-CONVERT-ONE-AUDIT-ROW-EXIT.
           EXIT.
