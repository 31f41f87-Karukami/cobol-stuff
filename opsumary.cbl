      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-08-21  LB   INITIAL VERSION.
      *   2026-10-15  LB   THE JOURNAL ROW IS NOW 41 BYTES -- A CY
      *                    COLUMN SHOWS WHICH PROCESSING CYCLE OF THE
      *                    DAY EACH ROW BELONGS TO, SO A SECOND CYCLE'S
      *                    STEPS READ AS THEIR OWN RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OPSUMARY".
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
           COPY "RUNJRNL.cpy".

       FD  OPS-RPT-FILE.
           05  FILLER                   PIC X(10) VALUE "RECS IN".
           05  FILLER                   PIC X(10) VALUE "RECS OUT".
           05  FILLER                   PIC X(08) VALUE "STATUS".
           05  FILLER                   PIC X(05) VALUE "R/F".
           05  FILLER                   PIC X(02) VALUE "CY".

       01  WS-DETAIL-LINE.
           05  DL-PROGRAM               PIC X(08).
           05  DL-STATUS                PIC X(04).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-RESTART-FLAG          PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-CYCLE                 PIC X(01).

       01  WS-SUMMARY-LINE.
           05  SL-LABEL                 PIC X(30).
           MOVE RJ-RECORDS-OUT TO DL-RECS-OUT
           MOVE RJ-COMPLETION-STATUS TO DL-STATUS
           MOVE RJ-RESTART-FLAG TO DL-RESTART-FLAG
           MOVE RJ-CYCLE TO DL-CYCLE
           WRITE OPS-RPT-LINE FROM WS-DETAIL-LINE
               BEFORE ADVANCING 1 LINE.
       2200-PRINT-JOURNAL-ROW-EXIT.
