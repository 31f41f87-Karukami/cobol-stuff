      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : PRINTS THE THRESHM.AUD AUDIT TRAIL THRMAINT WRITES
      *            (SEE THRAUDT.cpy) -- WHO ADDED, CHANGED, OR
      *            DELETED WHICH RULE, WHO APPROVED OR REJECTED THE
      *            CHANGE AND WHO KEYED IT, WHEN, WITH THE FULL BEFORE
      *            AND AFTER RECORD IMAGES. THE OPERATOR IS PROMPTED
      *            FOR A RULE ID (BLANK OR "ALL" FOR EVERY RULE) AND
      *            AN OPTIONAL FROM/TO DATE RANGE (YYYYMMDD, BLANK
      *                    RECORD IMAGES (SEE THRAUDT.cpy). THE
      *                    DETAIL LINE PRINTS THE EFFECTIVE DATE
      *                    BESIDE THE RULE ID.
      *   2026-10-15  LB   THE AUDIT ROW IS NOW 259 BYTES -- IT
      *                    CARRIES THE MAKER OF EACH RULE CHANGE, AND
      *                    THE CHECKER'S DECISIONS ARRIVE AS FUNCTION
      *                    "V" (APPROVED) AND "R" (REJECTED) UNDER
      *                    THE CHECKER'S ID (SEE THRAUDT.cpy). THE
      *                    DETAIL LINE PRINTS THE MAKER AND SPELLS
      *                    THE FUNCTION OUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "THRAUDR".
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 259 CHARACTERS.
           COPY "THRAUDT.cpy".

       FD  AUDIT-RPT-FILE.
           05  FILLER                   PIC X(10) VALUE "OPERATOR".
           05  FILLER                   PIC X(04) VALUE "FN".
           05  FILLER                   PIC X(08) VALUE "RULE".
           05  FILLER                   PIC X(12) VALUE "EFFECTIVE".
           05  FILLER                   PIC X(10) VALUE "MAKER".
           05  FILLER                   PIC X(10) VALUE "FUNCTION".

       01  WS-DETAIL-LINE.
           05  DL-DATE.
               10  DL-EFF-MM            PIC 9(02).
               10  FILLER               PIC X(01) VALUE "-".
               10  DL-EFF-DD            PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-MAKER                 PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-FUNCTION-NAME         PIC X(10).

       01  WS-IMAGE-LINE.
           05  IL-LABEL                 PIC X(10).
           MOVE AU-EFFECTIVE-DATE (1:4) TO DL-EFF-YYYY
           MOVE AU-EFFECTIVE-DATE (5:2) TO DL-EFF-MM
           MOVE AU-EFFECTIVE-DATE (7:2) TO DL-EFF-DD
           MOVE AU-MAKER-ID TO DL-MAKER
           EVALUATE TRUE
               WHEN AU-FN-ADD
                   MOVE "ADDED" TO DL-FUNCTION-NAME
               WHEN AU-FN-CHANGE
                   MOVE "CHANGED" TO DL-FUNCTION-NAME
               WHEN AU-FN-DELETE
                   MOVE "DELETED" TO DL-FUNCTION-NAME
               WHEN AU-FN-APPROVE
                   MOVE "APPROVED" TO DL-FUNCTION-NAME
               WHEN AU-FN-REJECT
                   MOVE "REJECTED" TO DL-FUNCTION-NAME
               WHEN OTHER
                   MOVE SPACES TO DL-FUNCTION-NAME
           END-EVALUATE
           WRITE AUDIT-RPT-LINE FROM WS-DETAIL-LINE
               BEFORE ADVANCING 1 LINE

