      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   THE NEW ROW IS NOW THE 170-BYTE LAYOUT
      *                    ENDING IN CH-CYCLE (SEE CLASHIST.cpy) AND
      *                    IS WRITTEN AS CYCLE 1, SO A HISTORY STILL
      *                    IN THE ORIGINAL LAYOUT COMES STRAIGHT
      *                    ACROSS. A 169-BYTE HISTORY IS CONVERTED BY
      *                    CYCCONV INSTEAD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "HSTCONV".

       FD  NEW-HIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS.
           COPY "CLASHIST.cpy".

       WORKING-STORAGE SECTION.
      *                       COUNT, AND BAND TABLE; A ZERO SOURCE
      *                       COUNT (NOTHING TO BREAK OUT -- THE ROW
      *                       PREDATES SOURCES); A SPACE STATUS (NOT
      *                       BACKED OUT); CYCLE 1. TRENDRPT, EXCMON,
      *                       AND MONCLOSE ALL READ THE CONVERTED ROW
      *                       EXACTLY AS THEY READ A PRE-CONVERSION
      *                       ONE.
      *----------------------------------------------------------------
           MOVE ZERO TO CH-SOURCE-COUNT
           MOVE SPACES TO CH-SOURCE-TABLE
           MOVE SPACE TO CH-STATUS
           MOVE 1 TO CH-CYCLE
           WRITE CLASS-HIST-RECORD
           ADD 1 TO WS-ROWS-CONVERTED
           PERFORM 1000-READ-OLD-HIST
