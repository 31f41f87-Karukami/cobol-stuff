      ******************************************************************
      * PROGRAM  : SWACONV
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : ONE-TIME CONVERSION OF THE SUSPWORK.AUD WORKBENCH
      *            AUDIT TRAIL FROM 55 TO 63 BYTES, FOR THE DATE THE
      *            RECORD WAS SUSPENDED ADDED AT THE END OF THE ROW
      *            (SEE SUSPAUD.cpy). EVERY ROW OF THE OLD TRAIL
      *            (SUSPAUDO) IS COPIED UNCHANGED TO A FRESHLY
      *            ALLOCATED NEW ONE WITH THE SUSPEND DATE ZERO -- THE
      *            DATE WAS NEVER KEPT, AND ZERO TELLS QUALRPT NOT TO
      *            AGE THE ROW RATHER THAN AGE IT WRONG. RUN ONCE FROM
      *            THE SWACONV JOB BEFORE THE FIRST WORKBENCH SESSION
      *            ON THE NEW LAYOUT; WITHOUT IT THE SESSION'S FIRST
      *            RELEASE OR WRITE-OFF FAILS ON A LENGTH CONFLICT.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SWACONV".
       AUTHOR. LOBSANG BARRIGA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUDIT-FILE ASSIGN TO "SUSPAUDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-AUDIT-STATUS.

           SELECT NEW-AUDIT-FILE ASSIGN TO "SUSPWORK.AUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE ROW AS IT STOOD BEFORE THE SUSPEND DATE -- THE NEW LAYOUT
      * LESS ITS LAST EIGHT BYTES, SO ONLY THE LENGTH IS FROZEN HERE.
       FD  OLD-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.
       01  OLD-AUDIT-RECORD             PIC X(55).

       FD  NEW-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 63 CHARACTERS.
           COPY "SUSPAUD.cpy".

       WORKING-STORAGE SECTION.
       77  WS-OLD-AUDIT-STATUS          PIC X(02) VALUE "00".
           88  OLD-AUDIT-OK                        VALUE "00".
       77  WS-NEW-AUDIT-STATUS          PIC X(02) VALUE "00".
           88  NEW-AUDIT-OK                        VALUE "00".
       77  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  END-OF-OLD-AUDIT                    VALUE "Y".
       77  WS-AUDIT-ROWS-CONVERTED      PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 0000-MAINLINE: COPIES EVERY OLD AUDIT ROW ACROSS AND REPORTS
      *                THE TOTAL. EITHER FILE FAILING TO OPEN ENDS THE
      *                RUN RC=12 WITH NOTHING CONVERTED.
      *----------------------------------------------------------------
       0000-MAINLINE.
           OPEN INPUT OLD-AUDIT-FILE
           IF NOT OLD-AUDIT-OK
               DISPLAY "SWACONV: CANNOT OPEN OLD TRAIL SUSPAUDO, "
                   "STATUS " WS-OLD-AUDIT-STATUS " -- NOT CONVERTED."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-AUDIT-FILE
           IF NOT NEW-AUDIT-OK
               DISPLAY "SWACONV: CANNOT OPEN NEW TRAIL SUSPWORK.AUD, "
                   "STATUS " WS-NEW-AUDIT-STATUS " -- NOT CONVERTED."
               CLOSE OLD-AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-OLD-AUDIT
               THRU 1100-READ-OLD-AUDIT-EXIT
           PERFORM 1200-CONVERT-ONE-ROW
               THRU 1200-CONVERT-ONE-ROW-EXIT
               UNTIL END-OF-OLD-AUDIT
           CLOSE OLD-AUDIT-FILE
           CLOSE NEW-AUDIT-FILE
           DISPLAY "SWACONV: " WS-AUDIT-ROWS-CONVERTED
               " AUDIT ROWS CONVERTED."
           STOP RUN.

       1100-READ-OLD-AUDIT.
           READ OLD-AUDIT-FILE
               AT END
                   SET END-OF-OLD-AUDIT TO TRUE
           END-READ.
       1100-READ-OLD-AUDIT-EXIT.
           EXIT.

       1200-CONVERT-ONE-ROW.
           MOVE OLD-AUDIT-RECORD TO AUDIT-RECORD (1:55)
           MOVE ZERO TO SA-SUSP-DATE
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-ROWS-CONVERTED
           PERFORM 1100-READ-OLD-AUDIT
               THRU 1100-READ-OLD-AUDIT-EXIT.
       1200-CONVERT-ONE-ROW-EXIT.
           EXIT.
