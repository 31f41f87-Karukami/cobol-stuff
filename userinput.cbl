      *                    PERMISSION IS TURNED AWAY (RC=8) BEFORE
      *                    ANY FILE IS TOUCHED, AND A FAILED SIGN-ON
      *                    IS LOGGED BY SIGNON ITSELF.
      *   2026-10-15  LB   THE JOURNAL ROW IS NOW 41 BYTES -- THE
      *                    SESSION'S START AND END ROWS CARRY THE
      *                    PROCESSING CYCLE RUNGUARD CLEARED THE
      *                    SUBMISSION FOR (SEE CYCLECTL.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "USERINPUT".
               RECORD KEY IS XR-CUST-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

      * THE DATE AND CYCLE RUNGUARD CLEARED THIS SUBMISSION FOR (SEE
      * CYCLECTL.cpy).
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY "RUNJRNL.cpy".

       FD  XREF-FILE.
           COPY "CUSTXREF.cpy".

       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       77  WS-RECORD-COUNT              PIC 9(06) VALUE ZERO.
       77  WS-SEQ-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-JRNL-DATE             PIC 9(08).
           05  WS-JRNL-TIME-RAW         PIC 9(08).

      * THIS SESSION'S PROCESSING CYCLE -- 1 UNLESS CYCLECTL SAYS
      * OTHERWISE FOR TODAY.
       77  WS-CYC-FILE-STATUS           PIC X(02) VALUE "00".
           88  CYC-FILE-OK                        VALUE "00".
       77  WS-RUN-CYCLE                 PIC 9(01) VALUE 1.

       77  WS-XREF-FILE-STATUS          PIC X(02) VALUE "00".
           88  XREF-FILE-OK                       VALUE "00" "02".
           88  XREF-FILE-NOT-FOUND                VALUE "35".
           PERFORM 0350-OPEN-XREF
               THRU 0350-OPEN-XREF-EXIT

           PERFORM 0370-READ-CYCLE-CONTROL
               THRU 0370-READ-CYCLE-CONTROL-EXIT

           MOVE "S" TO WS-JRNL-TYPE
           PERFORM 8500-WRITE-JOURNAL
               THRU 8500-WRITE-JOURNAL-EXIT
       0350-OPEN-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0370-READ-CYCLE-CONTROL: TAKES THE SESSION'S CYCLE OFF
      *                          CYCLECTL FOR THE JOURNAL ROWS. NO
      *                          FILE, OR ONE WRITTEN FOR AN EARLIER
      *                          DATE, IS CYCLE 1.
      *----------------------------------------------------------------
       0370-READ-CYCLE-CONTROL.
           MOVE 1 TO WS-RUN-CYCLE
           OPEN INPUT CYCLE-CONTROL-FILE
           IF NOT CYC-FILE-OK
               GO TO 0370-READ-CYCLE-CONTROL-EXIT
           END-IF
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE SPACES TO CYCLE-CONTROL-RECORD
           END-READ
           CLOSE CYCLE-CONTROL-FILE
           IF CY-RUN-DATE IS NUMERIC
               AND CY-RUN-DATE = WS-XRUN-DATE
               AND CY-CYCLE IS NUMERIC
               AND CY-CYCLE > ZERO
               MOVE CY-CYCLE TO WS-RUN-CYCLE
           END-IF.
       0370-READ-CYCLE-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0400-PROCESS-ONE-ENTRY: ONE COMPLETE ENTRY -- TEXT, CATEGORY,
      *                         ID, LOG LINE -- THEN ASKS WHETHER THE
           MOVE WS-JRNL-RECORDS-OUT TO RJ-RECORDS-OUT
           MOVE WS-JRNL-STATUS TO RJ-COMPLETION-STATUS
           MOVE "F" TO RJ-RESTART-FLAG
           MOVE WS-RUN-CYCLE TO RJ-CYCLE
           WRITE RUN-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
       8500-WRITE-JOURNAL-EXIT.
