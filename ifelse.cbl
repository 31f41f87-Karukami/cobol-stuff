      *                    SOURCE SPLITS AT THE OVERRIDE CUTOFF FOR
      *                    THAT ONE RUN. THE CHECKPOINT RECORD WAS
      *                    WIDENED TO CARRY THE PER-SOURCE COUNTS.
      *   2026-10-15  LB   THRESHM VERSIONS NOW CARRY AN APPROVAL
      *                    STATUS (SEE THRESHM.cpy) -- 0122 ONLY
      *                    TAKES A VERSION THAT IS IN FORCE, SO A
      *                    CHANGE STILL AWAITING ITS CHECKER (OR ONE
      *                    THE CHECKER REJECTED) NEVER CLASSIFIES A
      *                    RECORD, WHATEVER ITS EFFECTIVE DATE. A
      *                    MASTER NOT YET CONVERTED BY THRCNV3 FAILS
      *                    ITS OPEN AND IS ANNOUNCED AS BEFORE.
      *   2026-10-15  LB   THE DAY CAN NOW HAVE MORE THAN ONE
      *                    PROCESSING CYCLE. THE RUN'S CYCLE IS TAKEN
      *                    OFF CYCLECTL (WRITTEN BY RUNGUARD) AND
      *                    STAMPED ON THE HISTORY ROW AND THE JOURNAL
      *                    ROWS; EACH CLASSIFIED RECORD AND XREF ROW
      *                    CARRIES THE CYCLE ITS NUMIN RECORD CAME IN
      *                    ON.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "IFELSE".
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * THE DATE AND CYCLE RUNGUARD CLEARED THIS SUBMISSION FOR (SEE
      * CYCLECTL.cpy).
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.

      * CUST-ID ISSUANCE CROSS-REFERENCE (SEE CUSTXREF.cpy) -- EVERY
      * ID DRAWN FROM CUSTSEQ IS RECORDED HERE AT THE MOMENT OF
      * ASSIGNMENT AND MARKED LANDED ONCE ITS RECORD IS ON FILE.
       FILE SECTION.
       FD  NUM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  NUM-RECORD.
           05  NUM-SOURCE-CODE          PIC X(03).
           05  NUM-RECORD-VALUE         PIC 9(02).
           05  NUM-CYCLE                PIC X(01).

       FD  SOURCE-TABLE-FILE
           RECORDING MODE IS F

       FD  CLASS-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY "CLASSOUT.cpy".

       FD  HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS.
           COPY "CLASHIST.cpy".

      * HOLDS THE LAST RECORD NUMBER SUCCESSFULLY CLASSIFIED, PLUS THE

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY "RUNJRNL.cpy".

       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
           COPY "CYCLECTL.cpy".

       FD  XREF-FILE.
           COPY "CUSTXREF.cpy".

      * THE LATEST RULE VERSION WHOSE EFFECTIVE DATE IS NOT AFTER THE
      * RUN DATE, HELD ASIDE WHILE THE SCAN LOOKS AT THE NEXT (LATER)
      * VERSIONS TO SEE WHETHER ONE OF THEM SUPERSEDES IT.
       01  WS-SAVED-RULE                PIC X(217) VALUE SPACES.
       77  WS-HIST-FILE-STATUS          PIC X(02) VALUE "00".
           88  HIST-FILE-OK                        VALUE "00".

           05  WS-RUN-DD                  PIC 9(02).
       01  WS-RUN-DATE-NUM                PIC 9(08).

      * THIS RUN'S PROCESSING CYCLE (1 UNLESS CYCLECTL SAYS OTHERWISE
      * FOR TODAY) AND THE CYCLE OF THE NUMIN RECORD IN HAND -- THE
      * SAME THING UNLESS THE RECORD WAS EDITED UNDER ANOTHER CYCLE.
       77  WS-CYC-FILE-STATUS             PIC X(02) VALUE "00".
           88  CYC-FILE-OK                           VALUE "00".
       77  WS-RUN-CYCLE                   PIC 9(01) VALUE 1.
       77  WS-CURR-CYCLE                  PIC 9(01) VALUE 1.

       01  WS-HEADING-LINE-1.
           05  FILLER                     PIC X(10) VALUE "IFELSE".
           05  FILLER                     PIC X(30)
               THRU 0100-GET-THRESHOLD-EXIT
           PERFORM 0150-LOAD-SOURCE-TABLE
               THRU 0150-LOAD-SOURCE-TABLE-EXIT
           PERFORM 0180-READ-CYCLE-CONTROL
               THRU 0180-READ-CYCLE-CONTROL-EXIT
           PERFORM 0200-CHECK-RESTART
               THRU 0200-CHECK-RESTART-EXIT
           PERFORM 1000-INITIALIZE
                   WS-MASTER-FILE-STATUS
                   " -- FALLING BACK TO THRESCTL/DEFAULT."
               DISPLAY "IFELSE: IF THE MASTER PREDATES THE "
                   "APPROVAL LAYOUT, RUN THE THRCNV3 JOB."
           END-IF
           IF MASTER-FILE-OK
               MOVE WS-ACTIVE-RULE-ID TO WS-LOOKUP-RULE-ID

      *----------------------------------------------------------------
      * 0122-SCAN-RULE-VERSIONS: READS THE NEXT VERSION UNDER THE
      *                          LOOKED-UP RULE. AN APPROVED VERSION
      *                          DATED ON OR BEFORE THE RUN DATE
      *                          SUPERSEDES THE ONE SAVED SO FAR --
      *                          ONE STILL AWAITING APPROVAL, OR
      *                          REJECTED, IS PASSED OVER AS IF IT
      *                          WERE NOT THERE; THE FIRST VERSION
      *                          DATED AFTER THE RUN DATE -- OR A
      *                          RECORD BELONGING TO ANOTHER RULE --
      *                          ENDS THE SCAN.
                   OR TM-EFFECTIVE-DATE > WS-RUN-DATE-NUM
                   SET END-OF-MASTER-SCAN TO TRUE
               ELSE
                   IF TM-VERSION-IN-FORCE
                       MOVE THRESHOLD-MASTER-RECORD TO WS-SAVED-RULE
                       MOVE "Y" TO WS-MASTER-FOUND-SWITCH
                   END-IF
               END-IF
           END-IF.
       0122-SCAN-RULE-VERSIONS-EXIT.
       0175-LOAD-ONE-SOURCE-BAND-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0180-READ-CYCLE-CONTROL: TAKES THE RUN'S CYCLE OFF CYCLECTL.
      *                          NO FILE, OR ONE RUNGUARD WROTE FOR
      *                          AN EARLIER DATE, IS CYCLE 1 -- THE
      *                          LATTER SAID, SINCE IT MEANS THE
      *                          GUARD DID NOT RUN IN FRONT OF THIS
      *                          STEP TODAY.
      *----------------------------------------------------------------
       0180-READ-CYCLE-CONTROL.
           MOVE 1 TO WS-RUN-CYCLE
           OPEN INPUT CYCLE-CONTROL-FILE
           IF NOT CYC-FILE-OK
               GO TO 0180-READ-CYCLE-CONTROL-EXIT
           END-IF
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE SPACES TO CYCLE-CONTROL-RECORD
           END-READ
           CLOSE CYCLE-CONTROL-FILE
           IF CY-RUN-DATE IS NUMERIC
               AND CY-RUN-DATE = WS-RUN-DATE-NUM
               AND CY-CYCLE IS NUMERIC
               AND CY-CYCLE > ZERO
               MOVE CY-CYCLE TO WS-RUN-CYCLE
           ELSE
               DISPLAY "IFELSE: CYCLECTL IS NOT FOR TODAY -- "
                   "CLASSIFYING AS CYCLE 1."
           END-IF.
       0180-READ-CYCLE-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0200-CHECK-RESTART: LOOKS FOR A CHECKPOINT LEFT BY A PRIOR
      *                     RUN THAT DID NOT REACH END OF FILE. IF
           MOVE WS-CUST-ID-SEQ TO CUST-ID
           MOVE NUM-SOURCE-CODE TO WS-CURR-SOURCE-CODE
           MOVE NUM-RECORD-VALUE TO CUST-THRESHOLD-VALUE
           IF NUM-CYCLE IS NUMERIC
               AND NUM-CYCLE NOT = "0"
               MOVE NUM-CYCLE TO WS-CURR-CYCLE
           ELSE
               MOVE WS-RUN-CYCLE TO WS-CURR-CYCLE
           END-IF
           PERFORM 7500-RECORD-ISSUANCE
               THRU 7500-RECORD-ISSUANCE-EXIT
           PERFORM 2200-CLASSIFY-NUM
           MOVE WS-SRC-BAND-NAME (WS-CURR-SRC WS-BAND-SUB)
               TO CO-BAND-NAME
           MOVE WS-RUN-DATE TO CO-RUN-DATE
           MOVE WS-CURR-CYCLE TO CO-CYCLE
           WRITE CLASS-OUT-RECORD.
       2200-CLASSIFY-NUM-EXIT.
           EXIT.
           MOVE WS-SOURCE-COUNT TO CH-SOURCE-COUNT
           MOVE SPACES TO CH-SOURCE-TABLE
           MOVE SPACE TO CH-STATUS
           MOVE WS-RUN-CYCLE TO CH-CYCLE
           MOVE 1 TO WS-SRC-SUB
           PERFORM 3320-MERGE-ONE-SOURCE
               THRU 3320-MERGE-ONE-SOURCE-EXIT
               MOVE "I" TO XR-STATUS
               MOVE SPACES TO XR-DETAIL
               MOVE CUST-THRESHOLD-VALUE TO XR-DETAIL (1:2)
               MOVE WS-CURR-CYCLE TO XR-DETAIL (4:1)
               WRITE XREF-RECORD
                   INVALID KEY
                       REWRITE XREF-RECORD
           MOVE WS-JRNL-RECORDS-OUT TO RJ-RECORDS-OUT
           MOVE WS-JRNL-STATUS TO RJ-COMPLETION-STATUS
           MOVE WS-JRNL-RESTART-FLAG TO RJ-RESTART-FLAG
           MOVE WS-RUN-CYCLE TO RJ-CYCLE
           WRITE RUN-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
       8500-WRITE-JOURNAL-EXIT.
