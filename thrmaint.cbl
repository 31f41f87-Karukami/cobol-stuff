      *                    AUDIT TRAIL'S OPERATOR ID IS A VERIFIED
      *                    IDENTITY FROM HERE ON, AND A FAILED
      *                    SIGN-ON IS ITSELF LOGGED (BY SIGNON).
      *   2026-10-15  LB   MAKER/CHECKER ON RULE CHANGES (SEE
      *                    THRESHM.cpy). ADD NOW WRITES THE VERSION
      *                    AWAITING APPROVAL; CHANGE ON AN APPROVED
      *                    VERSION PARKS THE NEW VALUES IN ITS
      *                    PROPOSED AREA AND LEAVES THE LIVE ONES IN
      *                    FORCE, AND CHANGE ON A VERSION NOT YET
      *                    APPROVED (OR REJECTED) RESUBMITS IT. THE
      *                    OPERATOR WHO KEYED IT IS ITS MAKER. NEW
      *                    "R" REVIEW FUNCTION, FOR OPERATORS WITH
      *                    THE APPROVAL PERMISSION ONLY, AND NEVER ON
      *                    A CHANGE THE SAME OPERATOR KEYED: IT SHOWS
      *                    THE BAND TABLE BEFORE AND AFTER, WITH
      *                    LAST NIGHT'S IFELSE.CLS RECLASSIFIED UNDER
      *                    BOTH THE WAY WHATIF DOES, AND TAKES THE
      *                    APPROVE/REJECT DECISION. THE AUDIT ROW
      *                    CARRIES THE MAKER, AND THE DECISION IS
      *                    AUDITED AS "V" OR "R" UNDER THE CHECKER'S
      *                    ID (SEE THRAUDT.cpy). INQUIRE SHOWS THE
      *                    APPROVAL STATUS, AND THE P LIST NOW ALSO
      *                    SHOWS EVERY VERSION AWAITING APPROVAL.
      *   2026-10-15  LB   IFELSE.CLS IS NOW 32 BYTES -- THE RECORD
      *                    ENDS WITH ITS PROCESSING CYCLE (SEE
      *                    CLASSOUT.cpy). THE REVIEW'S VOLUME
      *                    COMPARISON USES THE FILE AS IT STANDS, THE
      *                    LATEST CYCLE'S CLASSIFIED RECORDS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "THRMAINT".
               RECORD KEY IS TM-RULE-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      * ONE ROW APPENDED PER SUCCESSFUL ADD/CHANGE/DELETE AND PER
      * APPROVE/REJECT DECISION -- THE MASTER RECORD ITSELF IS NO
      * TRACE AT ALL AFTER A DELETE.
           SELECT AUDIT-FILE ASSIGN TO "THRESHM.AUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      * READ ONLY BY THE REVIEW FUNCTION: WHICH SOURCES CLASSIFY
      * UNDER THE RULE, AND LAST NIGHT'S CLASSIFIED RECORDS TO RUN
      * THROUGH THE BEFORE AND AFTER TABLES.
           SELECT SOURCE-TABLE-FILE ASSIGN TO "SRCTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCTAB-FILE-STATUS.

           SELECT CLASS-IN-FILE ASSIGN TO "IFELSE.CLS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  THRESHOLD-MASTER.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 259 CHARACTERS.
           COPY "THRAUDT.cpy".

       FD  SOURCE-TABLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
           COPY "SRCTAB.cpy".

       FD  CLASS-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY "CLASSOUT.cpy".

       WORKING-STORAGE SECTION.
       77  WS-MASTER-FILE-STATUS        PIC X(02) VALUE "00".
           88  MASTER-FILE-OK                      VALUE "00" "02".
           88  FUNC-IS-DELETE                       VALUE "D" "d".
           88  FUNC-IS-INQUIRE                      VALUE "I" "i".
           88  FUNC-IS-PENDING                      VALUE "P" "p".
           88  FUNC-IS-REVIEW                       VALUE "R" "r".
           88  FUNC-IS-EXIT                          VALUE "X" "x".

       77  WS-DONE-SWITCH                PIC X(01) VALUE "N".

       01  WS-SAVE-AFTER-IMAGE           PIC X(107) VALUE SPACES.
       77  WS-AUDIT-FUNCTION             PIC X(01) VALUE SPACES.
       77  WS-AUDIT-MAKER                PIC X(08) VALUE SPACES.

      * A CHANGE PROPOSED AGAINST AN APPROVED VERSION, LAID OUT THE
      * WAY THE AUDIT IMAGES ARE -- THE KEY FOLLOWED BY RULE DATA.
       01  WS-PROPOSAL-IMAGE.
           05  WS-PI-RULE-KEY            PIC X(14).
           05  WS-PI-RULE-DATA           PIC X(93).

      * THE VERSION BEING CHANGED OR REVIEWED, HELD WHILE THE RECORD
      * AREA IS REUSED (NEW VALUES KEYED OVER IT, OR THE MASTER
      * SCANNED FOR THE VERSION IT WOULD REPLACE).
       01  WS-REVIEW-RECORD.
           05  WS-RV-RULE-KEY.
               10  WS-RV-RULE-ID         PIC X(06).
               10  WS-RV-EFFECTIVE-DATE  PIC 9(08).
           05  WS-RV-RULE-DATA           PIC X(93).
           05  WS-RV-APPROVAL-STATUS     PIC X(01).
               88  WS-RV-IN-FORCE                   VALUE "A" "C".
               88  WS-RV-CHANGE-PENDING             VALUE "C".
           05  WS-RV-MAKER-ID            PIC X(08).
           05  WS-RV-SUBMIT-DATE         PIC 9(08).
           05  WS-RV-PROPOSED-DATA       PIC X(93).

       77  WS-STATUS-TEXT                PIC X(24) VALUE SPACES.

      * REVIEW FUNCTION -- THE CHECKER'S DECISION, THE VERSION THE
      * CHANGE WOULD REPLACE, AND THE TWO BAND TABLES UNDER
      * COMPARISON, EACH WITH ITS OWN COUNTS.
       77  WS-DECISION                   PIC X(01) VALUE SPACES.
           88  DECISION-APPROVE                     VALUE "A" "a".
           88  DECISION-REJECT                      VALUE "R" "r".
       77  WS-PRIOR-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  PRIOR-VERSION-FOUND                  VALUE "Y".
       01  WS-PRIOR-IMAGE                PIC X(107) VALUE SPACES.
       77  WS-BEFORE-NOTE                PIC X(40) VALUE SPACES.
       77  WS-BEF-BAND-TOTAL             PIC 9(01) VALUE ZERO.
       01  WS-BEF-BAND-TABLE.
           05  WS-BEF-BAND-ENTRY OCCURS 5 TIMES.
               10  WS-BEF-BAND-FLOOR     PIC 9(02).
               10  WS-BEF-BAND-NAME      PIC X(12).
               10  WS-BEF-BAND-COUNT     PIC 9(06).
       77  WS-AFT-BAND-TOTAL             PIC 9(01) VALUE ZERO.
       01  WS-AFT-BAND-TABLE.
           05  WS-AFT-BAND-ENTRY OCCURS 5 TIMES.
               10  WS-AFT-BAND-FLOOR     PIC 9(02).
               10  WS-AFT-BAND-NAME      PIC X(12).
               10  WS-AFT-BAND-COUNT     PIC 9(06).

      * THE SOURCES WHOSE RECORDS CLASSIFY UNDER THE RULE BEING
      * REVIEWED -- AS IN WHATIF, NO SRCTAB AT ALL MEANS EVERY
      * RECORD TAKES PART.
       77  WS-SRCTAB-FILE-STATUS         PIC X(02) VALUE "00".
           88  SRCTAB-FILE-OK                       VALUE "00".
       77  WS-CLS-FILE-STATUS            PIC X(02) VALUE "00".
           88  CLS-FILE-OK                          VALUE "00".
       77  WS-SRCTAB-EOF-SWITCH          PIC X(01) VALUE "N".
           88  END-OF-SRCTAB                        VALUE "Y".
       77  WS-CLS-EOF-SWITCH             PIC X(01) VALUE "N".
           88  END-OF-CLS                           VALUE "Y".
       77  WS-SRCTAB-LOADED-SWITCH       PIC X(01) VALUE "N".
           88  SRCTAB-LOADED                        VALUE "Y".
       77  WS-SOURCE-OK-SWITCH           PIC X(01) VALUE "N".
           88  SOURCE-TAKES-PART                    VALUE "Y".
       77  WS-SOURCE-COUNT               PIC 9(01) VALUE ZERO.
       77  WS-SRC-SUB                    PIC 9(01) VALUE ZERO.
       01  WS-RULE-SOURCES.
           05  WS-RULE-SOURCE OCCURS 5 TIMES
                                         PIC X(03).
       77  WS-CURR-SOURCE                PIC X(03) VALUE SPACES.
       77  WS-CURR-VALUE                 PIC 9(02) VALUE ZERO.
       77  WS-RECORDS-SELECTED           PIC 9(06) VALUE ZERO.
       77  WS-SHIFT                      PIC S9(07) VALUE ZERO.
       77  WS-SHIFT-COUNT                PIC 9(01) VALUE ZERO.
       77  WS-LINE-MAX                   PIC 9(01) VALUE ZERO.

       01  WS-COMPARE-HEADING.
           05  FILLER                    PIC X(05) VALUE "BAND".
           05  FILLER                    PIC X(13) VALUE "BEFORE".
           05  FILLER                    PIC X(13) VALUE "FROM COUNT".
           05  FILLER                    PIC X(13) VALUE "AFTER".
           05  FILLER                    PIC X(14) VALUE "FROM COUNT".
           05  FILLER                    PIC X(05) VALUE "SHIFT".

       01  WS-COMPARE-LINE.
           05  CL-BAND-NUM               PIC 9(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  CL-BEF-NAME               PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CL-BEF-FLOOR              PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CL-BEF-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  CL-AFT-NAME               PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CL-AFT-FLOOR              PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CL-AFT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CL-SHIFT                  PIC +ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CL-FLAG                   PIC X(11).

       01  WS-AUDIT-STAMP.
           05  WS-AUDIT-DATE             PIC 9(08).
           IF NOT MASTER-FILE-OK
               DISPLAY "CANNOT OPEN THRESHM MASTER, STATUS "
                   WS-MASTER-FILE-STATUS " -- NO MAINTENANCE DONE."
               DISPLAY "IF THE MASTER PREDATES THE APPROVAL "
                   "LAYOUT, RUN THE THRCNV3 JOB FIRST."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
               WHEN FUNC-IS-PENDING
                   PERFORM 5500-PENDING-RULES
                       THRU 5500-PENDING-RULES-EXIT
               WHEN FUNC-IS-REVIEW AND SGN-AUTH-APPROVE = "Y"
                   PERFORM 6000-REVIEW-CHANGE
                       THRU 6000-REVIEW-CHANGE-EXIT
               WHEN FUNC-IS-REVIEW
                   DISPLAY "NOT AUTHORIZED TO APPROVE RULE CHANGES."
               WHEN FUNC-IS-EXIT
                   MOVE "Y" TO WS-DONE-SWITCH
               WHEN OTHER
           DISPLAY "  C - CHANGE A RULE".
           DISPLAY "  D - DELETE A RULE".
           DISPLAY "  I - INQUIRE ON A RULE".
           DISPLAY "  P - PENDING RULES (QUEUED / AWAITING APPROVAL)".
           DISPLAY "  R - REVIEW A CHANGE AWAITING APPROVAL".
           DISPLAY "  X - EXIT".
           DISPLAY "ENTER FUNCTION: " WITH NO ADVANCING.
       1100-DISPLAY-MENU-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-ADD-RULE: PROMPTS FOR A NEW RULE VERSION AND WRITES IT,
      *                AWAITING APPROVAL, WITH THIS OPERATOR AS ITS
      *                MAKER -- IT CLASSIFIES NOTHING UNTIL A SECOND
      *                OPERATOR APPROVES IT (FUNCTION R). THE
      *                EFFECTIVE DATE IS PART OF THE KEY -- A
      *                FUTURE DATE QUEUES THE VERSION WITHOUT
      *                DISTURBING THE ONE IN EFFECT TODAY. A VERSION
      *                ALREADY ON FILE UNDER THE SAME ID AND DATE IS
           ACCEPT TM-DESCRIPTION
           PERFORM 2500-ACCEPT-BANDS
               THRU 2500-ACCEPT-BANDS-EXIT
           SET TM-VERSION-PENDING TO TRUE
           MOVE WS-OPERATOR-ID TO TM-MAKER-ID
           MOVE WS-TODAY-NUM TO TM-SUBMIT-DATE
           MOVE SPACES TO TM-PROPOSED-DATA
           WRITE THRESHOLD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: RULE " TM-RULE-ID " EFFECTIVE "
                       " ALREADY EXISTS -- USE CHANGE."
               NOT INVALID KEY
                   DISPLAY "RULE " TM-RULE-ID " EFFECTIVE "
                       TM-EFFECTIVE-DATE " ADDED -- AWAITING "
                       "APPROVAL BY A SECOND OPERATOR."
                   IF TM-EFFECTIVE-DATE > WS-TODAY-NUM
                       DISPLAY "  (FUTURE-DATED -- QUEUED, NOT YET "
                           "IN EFFECT. SEE THE P INQUIRY.)"
                   END-IF
                   MOVE "A" TO WS-AUDIT-FUNCTION
                   MOVE WS-OPERATOR-ID TO WS-AUDIT-MAKER
                   MOVE SPACES TO WS-SAVE-BEFORE-IMAGE
                   MOVE THRESHOLD-MASTER-RECORD
                       TO WS-SAVE-AFTER-IMAGE

      *----------------------------------------------------------------
      * 3000-CHANGE-RULE: LOOKS UP ONE RULE VERSION (RULE ID PLUS
      *                   EFFECTIVE DATE) AND, IF FOUND, TAKES NEW
      *                   THRESHOLD VALUE, DESCRIPTION, AND BANDS FOR
      *                   IT. NOTHING KEYED HERE IS IN FORCE UNTIL A
      *                   SECOND OPERATOR APPROVES IT: ON AN APPROVED
      *                   VERSION THE NEW VALUES GO TO ITS PROPOSED
      *                   AREA AND THE LIVE ONES KEEP CLASSIFYING; A
      *                   VERSION NOT YET APPROVED, OR REJECTED, IS
      *                   CORRECTED IN PLACE AND GOES BACK TO
      *                   AWAITING APPROVAL. EITHER WAY THIS OPERATOR
      *                   BECOMES ITS MAKER.
      *----------------------------------------------------------------
       3000-CHANGE-RULE.
           DISPLAY "RULE ID TO CHANGE (6 CHARS): " WITH NO ADVANCING
               INVALID KEY
                   DISPLAY "ERROR: RULE " TM-RULE-ID " NOT FOUND."
               NOT INVALID KEY
                   PERFORM 3100-SUBMIT-CHANGE
                       THRU 3100-SUBMIT-CHANGE-EXIT
           END-READ.
       3000-CHANGE-RULE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-SUBMIT-CHANGE: THE VERSION JUST READ IS SAVED OFF, THE
      *                     NEW VALUES ARE KEYED OVER THE RECORD
      *                     AREA, AND -- FOR A VERSION IN FORCE --
      *                     MOVED ACROSS TO THE PROPOSED AREA WITH
      *                     THE SAVED LIVE VALUES PUT BACK. THE AUDIT
      *                     ROW'S BEFORE IMAGE IS WHAT THE CHANGE
      *                     REPLACES (AN EARLIER PROPOSAL, IF ONE WAS
      *                     STILL WAITING) AND ITS AFTER IMAGE IS THE
      *                     CHANGE ITSELF.
      *----------------------------------------------------------------
       3100-SUBMIT-CHANGE.
           MOVE THRESHOLD-MASTER-RECORD TO WS-REVIEW-RECORD
           IF WS-RV-CHANGE-PENDING
               MOVE WS-RV-RULE-KEY TO WS-PI-RULE-KEY
               MOVE WS-RV-PROPOSED-DATA TO WS-PI-RULE-DATA
               MOVE WS-PROPOSAL-IMAGE TO WS-SAVE-BEFORE-IMAGE
           ELSE
               MOVE THRESHOLD-MASTER-RECORD TO WS-SAVE-BEFORE-IMAGE
           END-IF
           DISPLAY "NEW THRESHOLD VALUE (2 DIGITS): "
               WITH NO ADVANCING
           ACCEPT TM-THRESHOLD-VALUE
           DISPLAY "NEW DESCRIPTION (20 CHARS): "
               WITH NO ADVANCING
           ACCEPT TM-DESCRIPTION
           PERFORM 2500-ACCEPT-BANDS
               THRU 2500-ACCEPT-BANDS-EXIT
           IF WS-RV-IN-FORCE
               MOVE TM-RULE-DATA TO TM-PROPOSED-DATA
               MOVE WS-RV-RULE-DATA TO TM-RULE-DATA
               SET TM-VERSION-CHANGE-PENDING TO TRUE
               MOVE TM-RULE-KEY TO WS-PI-RULE-KEY
               MOVE TM-PROPOSED-DATA TO WS-PI-RULE-DATA
               MOVE WS-PROPOSAL-IMAGE TO WS-SAVE-AFTER-IMAGE
           ELSE
               MOVE SPACES TO TM-PROPOSED-DATA
               SET TM-VERSION-PENDING TO TRUE
               MOVE THRESHOLD-MASTER-RECORD TO WS-SAVE-AFTER-IMAGE
           END-IF
           MOVE WS-OPERATOR-ID TO TM-MAKER-ID
           MOVE WS-TODAY-NUM TO TM-SUBMIT-DATE
           REWRITE THRESHOLD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: REWRITE FAILED FOR "
                       TM-RULE-ID
               NOT INVALID KEY
                   DISPLAY "RULE " TM-RULE-ID " CHANGE SUBMITTED "
                       "-- AWAITING APPROVAL BY A SECOND OPERATOR."
                   IF TM-VERSION-CHANGE-PENDING
                       DISPLAY "  (THE APPROVED VALUES STAY IN "
                           "FORCE UNTIL THEN.)"
                   END-IF
                   MOVE "C" TO WS-AUDIT-FUNCTION
                   MOVE WS-OPERATOR-ID TO WS-AUDIT-MAKER
                   PERFORM 8000-WRITE-AUDIT
                       THRU 8000-WRITE-AUDIT-EXIT
           END-REWRITE.
       3100-SUBMIT-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-DELETE-RULE: LOOKS UP ONE RULE VERSION (RULE ID PLUS
      *                   EFFECTIVE DATE) AND, IF FOUND, REMOVES IT.
                       NOT INVALID KEY
                           DISPLAY "RULE " TM-RULE-ID " DELETED."
                           MOVE "D" TO WS-AUDIT-FUNCTION
                           MOVE WS-OPERATOR-ID TO WS-AUDIT-MAKER
                           MOVE SPACES TO WS-SAVE-AFTER-IMAGE
                           PERFORM 8000-WRITE-AUDIT
                               THRU 8000-WRITE-AUDIT-EXIT

      *----------------------------------------------------------------
      * 5000-INQUIRE-RULE: LOOKS UP ONE RULE VERSION AND DISPLAYS ITS
      *                    CURRENT VALUES, ITS APPROVAL STATUS, AND
      *                    ANY CHANGE PROPOSED AGAINST IT, WITHOUT
      *                    CHANGING ANYTHING.
      *----------------------------------------------------------------
       5000-INQUIRE-RULE.
           DISPLAY "RULE ID TO INQUIRE (6 CHARS): " WITH NO ADVANCING
                   DISPLAY "DESCRIPTION : " TM-DESCRIPTION
                   PERFORM 5100-DISPLAY-BANDS
                       THRU 5100-DISPLAY-BANDS-EXIT
                   PERFORM 5050-DISPLAY-APPROVAL
                       THRU 5050-DISPLAY-APPROVAL-EXIT
           END-READ.
       5000-INQUIRE-RULE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5050-DISPLAY-APPROVAL: THE VERSION'S APPROVAL STATUS AND
      *                        MAKER, AND -- ON AN APPROVED VERSION
      *                        WITH A CHANGE WAITING -- THE PROPOSED
      *                        VALUES. THE PROPOSAL IS SHOWN BY
      *                        LAYING IT OVER THE LIVE FIELDS IN THE
      *                        RECORD AREA, WHICH IS NEVER WRITTEN
      *                        BACK FROM HERE.
      *----------------------------------------------------------------
       5050-DISPLAY-APPROVAL.
           PERFORM 5060-SET-STATUS-TEXT
               THRU 5060-SET-STATUS-TEXT-EXIT
           DISPLAY "APPROVAL    : " WS-STATUS-TEXT
           DISPLAY "KEYED BY    : " TM-MAKER-ID " ON " TM-SUBMIT-DATE
           IF TM-VERSION-CHANGE-PENDING
               MOVE TM-PROPOSED-DATA TO TM-RULE-DATA
               DISPLAY "PROPOSED CHANGE, NOT YET IN FORCE --"
               DISPLAY "THRESHOLD   : " TM-THRESHOLD-VALUE
               DISPLAY "DESCRIPTION : " TM-DESCRIPTION
               PERFORM 5100-DISPLAY-BANDS
                   THRU 5100-DISPLAY-BANDS-EXIT
           END-IF.
       5050-DISPLAY-APPROVAL-EXIT.
           EXIT.

       5060-SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN TM-VERSION-APPROVED
                   MOVE "APPROVED" TO WS-STATUS-TEXT
               WHEN TM-VERSION-CHANGE-PENDING
                   MOVE "CHANGE AWAITING APPROVAL" TO WS-STATUS-TEXT
               WHEN TM-VERSION-PENDING
                   MOVE "AWAITING APPROVAL" TO WS-STATUS-TEXT
               WHEN TM-VERSION-REJECTED
                   MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN -- NOT IN FORCE" TO WS-STATUS-TEXT
           END-EVALUATE.
       5060-SET-STATUS-TEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-DISPLAY-BANDS: SHOWS THE RULE'S BAND TABLE, OR NOTES THAT
      *                     THE RULE IS AN OLD-STYLE SINGLE CUTOFF.
      *                     THE FUTURE -- WHAT IS QUEUED TO TAKE
      *                     EFFECT AND WHEN -- SO A CHANGE KEYED
      *                     AHEAD OF ITS GO-LIVE CAN BE VERIFIED DAYS
      *                     BEFORE IT BITES -- PLUS EVERY VERSION
      *                     STILL AWAITING APPROVAL, WHATEVER ITS
      *                     DATE (THE CHECKER'S WORK LIST), EACH
      *                     WITH ITS APPROVAL STATUS.
      *----------------------------------------------------------------
       5500-PENDING-RULES.
           MOVE ZERO TO WS-PENDING-COUNT
               THRU 5600-SCAN-ONE-VERSION-EXIT
               UNTIL END-OF-MASTER-SCAN
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "  (NONE -- NOTHING QUEUED OR AWAITING "
                   "APPROVAL.)"
           ELSE
               DISPLAY "  " WS-PENDING-COUNT " VERSION(S) LISTED."
           END-IF.
       5500-PENDING-RULES-EXIT.
           EXIT.
                   SET END-OF-MASTER-SCAN TO TRUE
           END-READ
           IF NOT END-OF-MASTER-SCAN
               AND (TM-EFFECTIVE-DATE > WS-TODAY-NUM
                  OR TM-VERSION-AWAITING)
               PERFORM 5060-SET-STATUS-TEXT
                   THRU 5060-SET-STATUS-TEXT-EXIT
               DISPLAY "  RULE " TM-RULE-ID " EFFECTIVE "
                   TM-EFFECTIVE-DATE " THRESHOLD "
                   TM-THRESHOLD-VALUE " -- " TM-DESCRIPTION
               DISPLAY "      " WS-STATUS-TEXT " (KEYED BY "
                   TM-MAKER-ID ")"
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
       5600-SCAN-ONE-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-REVIEW-CHANGE: THE CHECKER'S SIDE OF A RULE CHANGE. ONE
      *                     VERSION AWAITING APPROVAL IS LOOKED UP,
      *                     ITS BAND TABLE IS SHOWN BESIDE THE ONE IT
      *                     WOULD REPLACE, LAST NIGHT'S CLASSIFIED
      *                     RECORDS ARE COUNTED UNDER BOTH, AND THE
      *                     DECISION IS TAKEN. THE OPERATOR WHO KEYED
      *                     THE CHANGE CANNOT REVIEW IT -- THAT IS
      *                     THE WHOLE POINT OF A SECOND PAIR OF EYES.
      *                     A BLANK DECISION LEAVES IT WAITING.
      *----------------------------------------------------------------
       6000-REVIEW-CHANGE.
           DISPLAY "RULE ID TO REVIEW (6 CHARS): " WITH NO ADVANCING
           ACCEPT TM-RULE-ID
           PERFORM 2400-ACCEPT-EFF-DATE
               THRU 2400-ACCEPT-EFF-DATE-EXIT
           READ THRESHOLD-MASTER
               INVALID KEY
                   DISPLAY "ERROR: RULE " TM-RULE-ID " EFFECTIVE "
                       TM-EFFECTIVE-DATE " NOT FOUND."
                   GO TO 6000-REVIEW-CHANGE-EXIT
           END-READ
           PERFORM 5060-SET-STATUS-TEXT
               THRU 5060-SET-STATUS-TEXT-EXIT
           IF NOT TM-VERSION-AWAITING
               DISPLAY "RULE " TM-RULE-ID " EFFECTIVE "
                   TM-EFFECTIVE-DATE " IS " WS-STATUS-TEXT
                   " -- NOTHING TO REVIEW."
               GO TO 6000-REVIEW-CHANGE-EXIT
           END-IF
           IF TM-MAKER-ID = WS-OPERATOR-ID
               DISPLAY "THIS CHANGE WAS KEYED BY " TM-MAKER-ID
                   " -- A DIFFERENT OPERATOR MUST REVIEW IT."
               GO TO 6000-REVIEW-CHANGE-EXIT
           END-IF
           MOVE THRESHOLD-MASTER-RECORD TO WS-REVIEW-RECORD
           DISPLAY " "
           DISPLAY "RULE " TM-RULE-ID " EFFECTIVE " TM-EFFECTIVE-DATE
               " -- " WS-STATUS-TEXT
           DISPLAY "KEYED BY " TM-MAKER-ID " ON " TM-SUBMIT-DATE
           PERFORM 6100-LOAD-BEFORE-TABLE
               THRU 6100-LOAD-BEFORE-TABLE-EXIT
           PERFORM 6200-LOAD-AFTER-TABLE
               THRU 6200-LOAD-AFTER-TABLE-EXIT
           PERFORM 6300-LOAD-RULE-SOURCES
               THRU 6300-LOAD-RULE-SOURCES-EXIT
           PERFORM 6400-TALLY-CLASSIFIED
               THRU 6400-TALLY-CLASSIFIED-EXIT
           PERFORM 6700-SHOW-COMPARISON
               THRU 6700-SHOW-COMPARISON-EXIT
           DISPLAY "APPROVE (A), REJECT (R), OR BLANK TO LEAVE IT "
               "WAITING: " WITH NO ADVANCING
           MOVE SPACES TO WS-DECISION
           ACCEPT WS-DECISION
           IF NOT DECISION-APPROVE AND NOT DECISION-REJECT
               DISPLAY "NO DECISION -- LEFT AWAITING APPROVAL."
               GO TO 6000-REVIEW-CHANGE-EXIT
           END-IF
           PERFORM 6800-RECORD-DECISION
               THRU 6800-RECORD-DECISION-EXIT.
       6000-REVIEW-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-LOAD-BEFORE-TABLE: WHAT THE CHANGE WOULD REPLACE. FOR A
      *                         CHANGE AGAINST AN APPROVED VERSION
      *                         THAT IS THE VERSION'S OWN LIVE
      *                         VALUES; FOR A NEW VERSION IT IS THE
      *                         LATEST VERSION IN FORCE DATED AHEAD
      *                         OF IT -- OR, WITH NONE, THE OLD
      *                         DEFAULT SPLIT AT 50, AS WHATIF DOES.
      *                         ITS IMAGE IS KEPT FOR THE AUDIT ROW.
      *----------------------------------------------------------------
       6100-LOAD-BEFORE-TABLE.
           MOVE SPACES TO WS-BEFORE-NOTE
           IF WS-RV-CHANGE-PENDING
               MOVE THRESHOLD-MASTER-RECORD TO WS-PRIOR-IMAGE
               MOVE "THE APPROVED VALUES OF THIS VERSION"
                   TO WS-BEFORE-NOTE
               PERFORM 6150-FILL-BEFORE-BANDS
                   THRU 6150-FILL-BEFORE-BANDS-EXIT
           ELSE
               PERFORM 6120-FIND-PRIOR-VERSION
                   THRU 6120-FIND-PRIOR-VERSION-EXIT
               IF PRIOR-VERSION-FOUND
                   MOVE WS-PRIOR-IMAGE TO THRESHOLD-MASTER-RECORD
                   STRING "VERSION IN FORCE SINCE " TM-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO WS-BEFORE-NOTE
                   PERFORM 6150-FILL-BEFORE-BANDS
                       THRU 6150-FILL-BEFORE-BANDS-EXIT
               ELSE
                   MOVE SPACES TO WS-PRIOR-IMAGE
                   MOVE "NONE IN FORCE -- DEFAULT SPLIT AT 50"
                       TO WS-BEFORE-NOTE
                   MOVE 2 TO WS-BEF-BAND-TOTAL
                   MOVE ZERO TO WS-BEF-BAND-FLOOR (1)
                   MOVE "DEBAJO" TO WS-BEF-BAND-NAME (1)
                   MOVE ZERO TO WS-BEF-BAND-COUNT (1)
                   MOVE 50 TO WS-BEF-BAND-FLOOR (2)
                   MOVE "ENCIMA" TO WS-BEF-BAND-NAME (2)
                   MOVE ZERO TO WS-BEF-BAND-COUNT (2)
               END-IF
           END-IF
           DISPLAY "BEFORE : " WS-BEFORE-NOTE.
       6100-LOAD-BEFORE-TABLE-EXIT.
           EXIT.

       6120-FIND-PRIOR-VERSION.
           MOVE "N" TO WS-PRIOR-FOUND-SWITCH
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE WS-RV-RULE-ID TO TM-RULE-ID
           MOVE ZERO TO TM-EFFECTIVE-DATE
           START THRESHOLD-MASTER KEY NOT < TM-RULE-KEY
               INVALID KEY
                   SET END-OF-MASTER-SCAN TO TRUE
           END-START
           PERFORM 6130-SCAN-PRIOR-VERSION
               THRU 6130-SCAN-PRIOR-VERSION-EXIT
               UNTIL END-OF-MASTER-SCAN.
       6120-FIND-PRIOR-VERSION-EXIT.
           EXIT.

       6130-SCAN-PRIOR-VERSION.
           READ THRESHOLD-MASTER NEXT RECORD
               AT END
                   SET END-OF-MASTER-SCAN TO TRUE
           END-READ
           IF NOT END-OF-MASTER-SCAN
               IF TM-RULE-ID NOT = WS-RV-RULE-ID
                   OR TM-EFFECTIVE-DATE NOT < WS-RV-EFFECTIVE-DATE
                   SET END-OF-MASTER-SCAN TO TRUE
               ELSE
                   IF TM-VERSION-IN-FORCE
                       MOVE THRESHOLD-MASTER-RECORD TO WS-PRIOR-IMAGE
                       MOVE "Y" TO WS-PRIOR-FOUND-SWITCH
                   END-IF
               END-IF
           END-IF.
       6130-SCAN-PRIOR-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6150-FILL-BEFORE-BANDS: BUILDS THE BEFORE TABLE FROM THE RULE
      *                         DATA IN THE RECORD AREA -- A RULE
      *                         WITH NO BANDS SPLITS TWO WAYS AT ITS
      *                         CUTOFF, THE WAY IFELSE CLASSIFIES IT.
      *----------------------------------------------------------------
       6150-FILL-BEFORE-BANDS.
           IF TM-BAND-COUNT IS NUMERIC
               AND TM-BAND-COUNT > ZERO
               AND TM-BAND-COUNT NOT > 5
               MOVE TM-BAND-COUNT TO WS-BEF-BAND-TOTAL
               MOVE 1 TO WS-BAND-SUB
               PERFORM 6160-FILL-ONE-BEFORE-BAND
                   THRU 6160-FILL-ONE-BEFORE-BAND-EXIT
                   UNTIL WS-BAND-SUB > WS-BEF-BAND-TOTAL
           ELSE
               MOVE 2 TO WS-BEF-BAND-TOTAL
               MOVE ZERO TO WS-BEF-BAND-FLOOR (1)
               MOVE "DEBAJO" TO WS-BEF-BAND-NAME (1)
               MOVE ZERO TO WS-BEF-BAND-COUNT (1)
               MOVE TM-THRESHOLD-VALUE TO WS-BEF-BAND-FLOOR (2)
               MOVE "ENCIMA" TO WS-BEF-BAND-NAME (2)
               MOVE ZERO TO WS-BEF-BAND-COUNT (2)
           END-IF.
       6150-FILL-BEFORE-BANDS-EXIT.
           EXIT.

       6160-FILL-ONE-BEFORE-BAND.
           MOVE TM-BAND-FLOOR (WS-BAND-SUB)
               TO WS-BEF-BAND-FLOOR (WS-BAND-SUB)
           MOVE TM-BAND-NAME (WS-BAND-SUB)
               TO WS-BEF-BAND-NAME (WS-BAND-SUB)
           MOVE ZERO TO WS-BEF-BAND-COUNT (WS-BAND-SUB)
           ADD 1 TO WS-BAND-SUB.
       6160-FILL-ONE-BEFORE-BAND-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-LOAD-AFTER-TABLE: THE CHANGE ITSELF -- THE PROPOSED AREA
      *                        OF AN APPROVED VERSION, OR THE WHOLE
      *                        OF A NEW ONE -- LAID INTO THE RECORD
      *                        AREA, BUILT INTO THE AFTER TABLE, AND
      *                        IMAGED FOR THE AUDIT ROW.
      *----------------------------------------------------------------
       6200-LOAD-AFTER-TABLE.
           MOVE WS-REVIEW-RECORD TO THRESHOLD-MASTER-RECORD
           IF WS-RV-CHANGE-PENDING
               MOVE TM-PROPOSED-DATA TO TM-RULE-DATA
           END-IF
           MOVE TM-RULE-KEY TO WS-PI-RULE-KEY
           MOVE TM-RULE-DATA TO WS-PI-RULE-DATA
           DISPLAY "AFTER  : THRESHOLD " TM-THRESHOLD-VALUE
               " -- " TM-DESCRIPTION
           IF TM-BAND-COUNT IS NUMERIC
               AND TM-BAND-COUNT > ZERO
               AND TM-BAND-COUNT NOT > 5
               MOVE TM-BAND-COUNT TO WS-AFT-BAND-TOTAL
               MOVE 1 TO WS-BAND-SUB
               PERFORM 6260-FILL-ONE-AFTER-BAND
                   THRU 6260-FILL-ONE-AFTER-BAND-EXIT
                   UNTIL WS-BAND-SUB > WS-AFT-BAND-TOTAL
           ELSE
               MOVE 2 TO WS-AFT-BAND-TOTAL
               MOVE ZERO TO WS-AFT-BAND-FLOOR (1)
               MOVE "DEBAJO" TO WS-AFT-BAND-NAME (1)
               MOVE ZERO TO WS-AFT-BAND-COUNT (1)
               MOVE TM-THRESHOLD-VALUE TO WS-AFT-BAND-FLOOR (2)
               MOVE "ENCIMA" TO WS-AFT-BAND-NAME (2)
               MOVE ZERO TO WS-AFT-BAND-COUNT (2)
           END-IF.
       6200-LOAD-AFTER-TABLE-EXIT.
           EXIT.

       6260-FILL-ONE-AFTER-BAND.
           MOVE TM-BAND-FLOOR (WS-BAND-SUB)
               TO WS-AFT-BAND-FLOOR (WS-BAND-SUB)
           MOVE TM-BAND-NAME (WS-BAND-SUB)
               TO WS-AFT-BAND-NAME (WS-BAND-SUB)
           MOVE ZERO TO WS-AFT-BAND-COUNT (WS-BAND-SUB)
           ADD 1 TO WS-BAND-SUB.
       6260-FILL-ONE-AFTER-BAND-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6300-LOAD-RULE-SOURCES: COLLECTS THE SOURCE CODES WHOSE
      *                         RECORDS CLASSIFY UNDER THE RULE BEING
      *                         REVIEWED, SO THE SHIFT SHOWN IS THE
      *                         SHIFT THE CHANGE WOULD ACTUALLY
      *                         CAUSE. WITH NO SRCTAB AT ALL, EVERY
      *                         RECORD TAKES PART.
      *----------------------------------------------------------------
       6300-LOAD-RULE-SOURCES.
           MOVE ZERO TO WS-SOURCE-COUNT
           MOVE "N" TO WS-SRCTAB-LOADED-SWITCH
           MOVE "N" TO WS-SRCTAB-EOF-SWITCH
           OPEN INPUT SOURCE-TABLE-FILE
           IF SRCTAB-FILE-OK
               MOVE "Y" TO WS-SRCTAB-LOADED-SWITCH
               PERFORM 6350-READ-SRCTAB
                   THRU 6350-READ-SRCTAB-EXIT
               PERFORM 6370-NOTE-ONE-SOURCE
                   THRU 6370-NOTE-ONE-SOURCE-EXIT
                   UNTIL END-OF-SRCTAB
               CLOSE SOURCE-TABLE-FILE
           END-IF.
       6300-LOAD-RULE-SOURCES-EXIT.
           EXIT.

       6350-READ-SRCTAB.
           READ SOURCE-TABLE-FILE
               AT END
                   SET END-OF-SRCTAB TO TRUE
           END-READ.
       6350-READ-SRCTAB-EXIT.
           EXIT.

       6370-NOTE-ONE-SOURCE.
           IF SR-RULE-ID = WS-RV-RULE-ID
               AND WS-SOURCE-COUNT < 5
               ADD 1 TO WS-SOURCE-COUNT
               MOVE SR-SOURCE-CODE
                   TO WS-RULE-SOURCE (WS-SOURCE-COUNT)
           END-IF
           PERFORM 6350-READ-SRCTAB
               THRU 6350-READ-SRCTAB-EXIT.
       6370-NOTE-ONE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6400-TALLY-CLASSIFIED: RUNS LAST NIGHT'S IFELSE.CLS THROUGH
      *                        BOTH TABLES. WITHOUT THE FILE THE
      *                        TABLES ARE STILL SHOWN, WITH NO
      *                        VOLUMES, AND THE SCREEN SAYS SO.
      *----------------------------------------------------------------
       6400-TALLY-CLASSIFIED.
           MOVE ZERO TO WS-RECORDS-SELECTED
           MOVE "N" TO WS-CLS-EOF-SWITCH
           OPEN INPUT CLASS-IN-FILE
           IF NOT CLS-FILE-OK
               DISPLAY "NO IFELSE.CLS TO RECLASSIFY, STATUS "
                   WS-CLS-FILE-STATUS " -- BAND TABLES ONLY."
               GO TO 6400-TALLY-CLASSIFIED-EXIT
           END-IF
           PERFORM 6450-READ-CLS
               THRU 6450-READ-CLS-EXIT
           PERFORM 6470-TALLY-ONE-RECORD
               THRU 6470-TALLY-ONE-RECORD-EXIT
               UNTIL END-OF-CLS
           CLOSE CLASS-IN-FILE.
       6400-TALLY-CLASSIFIED-EXIT.
           EXIT.

       6450-READ-CLS.
           READ CLASS-IN-FILE
               AT END
                   SET END-OF-CLS TO TRUE
           END-READ.
       6450-READ-CLS-EXIT.
           EXIT.

       6470-TALLY-ONE-RECORD.
           MOVE CO-SOURCE-CODE TO WS-CURR-SOURCE
           MOVE CO-THRESHOLD-VALUE TO WS-CURR-VALUE
           PERFORM 6500-CLASSIFY-BOTH
               THRU 6500-CLASSIFY-BOTH-EXIT
           PERFORM 6450-READ-CLS
               THRU 6450-READ-CLS-EXIT.
       6470-TALLY-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-CLASSIFY-BOTH: ONE VALUE THROUGH BOTH TABLES -- IF ITS
      *                     SOURCE BELONGS TO THE RULE UNDER REVIEW.
      *                     THE SAME STEP-DOWN IFELSE AND WHATIF USE.
      *----------------------------------------------------------------
       6500-CLASSIFY-BOTH.
           PERFORM 6550-CHECK-SOURCE
               THRU 6550-CHECK-SOURCE-EXIT
           IF NOT SOURCE-TAKES-PART
               GO TO 6500-CLASSIFY-BOTH-EXIT
           END-IF
           ADD 1 TO WS-RECORDS-SELECTED
           MOVE WS-BEF-BAND-TOTAL TO WS-BAND-SUB
           PERFORM 6600-STEP-DOWN
               THRU 6600-STEP-DOWN-EXIT
               UNTIL WS-BAND-SUB = 1
                  OR WS-CURR-VALUE
                     NOT < WS-BEF-BAND-FLOOR (WS-BAND-SUB)
           ADD 1 TO WS-BEF-BAND-COUNT (WS-BAND-SUB)
           MOVE WS-AFT-BAND-TOTAL TO WS-BAND-SUB
           PERFORM 6600-STEP-DOWN
               THRU 6600-STEP-DOWN-EXIT
               UNTIL WS-BAND-SUB = 1
                  OR WS-CURR-VALUE
                     NOT < WS-AFT-BAND-FLOOR (WS-BAND-SUB)
           ADD 1 TO WS-AFT-BAND-COUNT (WS-BAND-SUB).
       6500-CLASSIFY-BOTH-EXIT.
           EXIT.

       6550-CHECK-SOURCE.
           IF NOT SRCTAB-LOADED
               MOVE "Y" TO WS-SOURCE-OK-SWITCH
               GO TO 6550-CHECK-SOURCE-EXIT
           END-IF
           MOVE "N" TO WS-SOURCE-OK-SWITCH
           MOVE 1 TO WS-SRC-SUB
           PERFORM 6570-MATCH-ONE-SOURCE
               THRU 6570-MATCH-ONE-SOURCE-EXIT
               UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.
       6550-CHECK-SOURCE-EXIT.
           EXIT.

       6570-MATCH-ONE-SOURCE.
           IF WS-RULE-SOURCE (WS-SRC-SUB) = WS-CURR-SOURCE
               MOVE "Y" TO WS-SOURCE-OK-SWITCH
           END-IF
           ADD 1 TO WS-SRC-SUB.
       6570-MATCH-ONE-SOURCE-EXIT.
           EXIT.

       6600-STEP-DOWN.
           SUBTRACT 1 FROM WS-BAND-SUB.
       6600-STEP-DOWN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6700-SHOW-COMPARISON: BOTH TABLES SIDE BY SIDE -- NAME, FLOOR,
      *                       AND COUNT BEFORE AND AFTER, THE SHIFT ON
      *                       EVERY LINE, ANY MOVEMENT FLAGGED.
      *----------------------------------------------------------------
       6700-SHOW-COMPARISON.
           DISPLAY " "
           DISPLAY WS-COMPARE-HEADING
           MOVE ZERO TO WS-SHIFT-COUNT
           IF WS-BEF-BAND-TOTAL > WS-AFT-BAND-TOTAL
               MOVE WS-BEF-BAND-TOTAL TO WS-LINE-MAX
           ELSE
               MOVE WS-AFT-BAND-TOTAL TO WS-LINE-MAX
           END-IF
           MOVE 1 TO WS-BAND-SUB
           PERFORM 6750-SHOW-ONE-BAND-LINE
               THRU 6750-SHOW-ONE-BAND-LINE-EXIT
               UNTIL WS-BAND-SUB > WS-LINE-MAX
           DISPLAY "RECORDS UNDER THIS RULE ON IFELSE.CLS: "
               WS-RECORDS-SELECTED
           IF WS-SHIFT-COUNT = ZERO
               DISPLAY "** NO MOVEMENT -- SAME VOLUMES BEFORE AND "
                   "AFTER **"
           ELSE
               DISPLAY "** RECORDS MOVE -- REVIEW FLAGGED LINES **"
           END-IF.
       6700-SHOW-COMPARISON-EXIT.
           EXIT.

       6750-SHOW-ONE-BAND-LINE.
           MOVE SPACES TO WS-COMPARE-LINE
           MOVE WS-BAND-SUB TO CL-BAND-NUM
           MOVE ZERO TO WS-SHIFT
           IF WS-BAND-SUB NOT > WS-BEF-BAND-TOTAL
               MOVE WS-BEF-BAND-NAME (WS-BAND-SUB) TO CL-BEF-NAME
               MOVE WS-BEF-BAND-FLOOR (WS-BAND-SUB) TO CL-BEF-FLOOR
               MOVE WS-BEF-BAND-COUNT (WS-BAND-SUB) TO CL-BEF-COUNT
               SUBTRACT WS-BEF-BAND-COUNT (WS-BAND-SUB)
                   FROM WS-SHIFT
           END-IF
           IF WS-BAND-SUB NOT > WS-AFT-BAND-TOTAL
               MOVE WS-AFT-BAND-NAME (WS-BAND-SUB) TO CL-AFT-NAME
               MOVE WS-AFT-BAND-FLOOR (WS-BAND-SUB) TO CL-AFT-FLOOR
               MOVE WS-AFT-BAND-COUNT (WS-BAND-SUB) TO CL-AFT-COUNT
               ADD WS-AFT-BAND-COUNT (WS-BAND-SUB) TO WS-SHIFT
           END-IF
           MOVE WS-SHIFT TO CL-SHIFT
           IF WS-SHIFT NOT = ZERO
               MOVE "** MOVES **" TO CL-FLAG
               ADD 1 TO WS-SHIFT-COUNT
           END-IF
           DISPLAY WS-COMPARE-LINE
           ADD 1 TO WS-BAND-SUB.
       6750-SHOW-ONE-BAND-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6800-RECORD-DECISION: RE-READS THE VERSION AND APPLIES THE
      *                       CHECKER'S DECISION -- UNLESS IT HAS
      *                       CHANGED SINCE THE REVIEW STARTED, IN
      *                       WHICH CASE NOTHING IS DONE AND IT MUST
      *                       BE REVIEWED AGAIN. APPROVING A CHANGE
      *                       TO AN APPROVED VERSION MOVES THE
      *                       PROPOSAL INTO THE LIVE FIELDS; REJECTING
      *                       ONE SIMPLY DROPS IT, LEAVING THE VERSION
      *                       AS IT WAS. A NEW VERSION IS MARKED
      *                       APPROVED OR REJECTED. THE AUDIT ROW
      *                       CARRIES THE CHECKER AS OPERATOR, THE
      *                       MAKER, THE VERSION REPLACED AS THE
      *                       BEFORE IMAGE, AND THE CHANGE AS THE
      *                       AFTER IMAGE.
      *----------------------------------------------------------------
       6800-RECORD-DECISION.
           MOVE WS-RV-RULE-KEY TO TM-RULE-KEY
           READ THRESHOLD-MASTER
               INVALID KEY
                   DISPLAY "ERROR: RULE " TM-RULE-ID " EFFECTIVE "
                       TM-EFFECTIVE-DATE " IS NO LONGER ON FILE "
                       "-- NOTHING DONE."
                   GO TO 6800-RECORD-DECISION-EXIT
           END-READ
           IF THRESHOLD-MASTER-RECORD NOT = WS-REVIEW-RECORD
               DISPLAY "RULE " TM-RULE-ID " WAS CHANGED WHILE UNDER "
                   "REVIEW -- NOTHING DONE. REVIEW IT AGAIN."
               GO TO 6800-RECORD-DECISION-EXIT
           END-IF
           MOVE WS-PRIOR-IMAGE TO WS-SAVE-BEFORE-IMAGE
           MOVE WS-PROPOSAL-IMAGE TO WS-SAVE-AFTER-IMAGE
           MOVE TM-MAKER-ID TO WS-AUDIT-MAKER
           IF DECISION-APPROVE
               IF TM-VERSION-CHANGE-PENDING
                   MOVE TM-PROPOSED-DATA TO TM-RULE-DATA
               END-IF
               SET TM-VERSION-APPROVED TO TRUE
               MOVE "V" TO WS-AUDIT-FUNCTION
           ELSE
               IF TM-VERSION-CHANGE-PENDING
                   SET TM-VERSION-APPROVED TO TRUE
               ELSE
                   SET TM-VERSION-REJECTED TO TRUE
               END-IF
               MOVE "R" TO WS-AUDIT-FUNCTION
           END-IF
           MOVE SPACES TO TM-PROPOSED-DATA
           REWRITE THRESHOLD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: REWRITE FAILED FOR "
                       TM-RULE-ID
               NOT INVALID KEY
                   IF DECISION-APPROVE
                       DISPLAY "RULE " TM-RULE-ID " EFFECTIVE "
                           TM-EFFECTIVE-DATE " APPROVED."
                   ELSE
                       DISPLAY "RULE " TM-RULE-ID " EFFECTIVE "
                           TM-EFFECTIVE-DATE " CHANGE REJECTED."
                   END-IF
                   PERFORM 8000-WRITE-AUDIT
                       THRU 8000-WRITE-AUDIT-EXIT
           END-REWRITE.
       6800-RECORD-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-AUDIT: STAMPS AND APPENDS ONE AUDIT ROW FOR THE
      *                   MAINTENANCE ACTION JUST COMPLETED. THE
      *                   CALLER HAS ALREADY SET THE FUNCTION CODE,
      *                   THE MAKER, AND THE BEFORE/AFTER IMAGES --
      *                   SPACES WHERE NO IMAGE EXISTS (BEFORE ON AN
      *                   ADD, AFTER ON A DELETE).
      *----------------------------------------------------------------
       8000-WRITE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE TM-EFFECTIVE-DATE TO AU-EFFECTIVE-DATE
           MOVE WS-SAVE-BEFORE-IMAGE TO AU-BEFORE-IMAGE
           MOVE WS-SAVE-AFTER-IMAGE TO AU-AFTER-IMAGE
           MOVE WS-AUDIT-MAKER TO AU-MAKER-ID
           WRITE AUDIT-RECORD.
       8000-WRITE-AUDIT-EXIT.
           EXIT.
