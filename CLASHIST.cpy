      *                    "B" ROWS: THE ROW SURVIVES AS EVIDENCE THE
      *                    RUN HAPPENED AND WAS REVERSED, BUT ITS
      *                    NUMBERS COUNT FOR NOTHING. 169 BYTES.
      *   2026-10-15  LB   ADDED CH-CYCLE -- WHICH PROCESSING CYCLE OF
      *                    THE RUN DATE THE ROW IS FOR (SEE
      *                    CYCLECTL.cpy). A DAY WITH A MORNING AND AN
      *                    AFTERNOON FEED HAS TWO ROWS, ONE PER
      *                    CYCLE; READERS THAT WANT THE DAY ADD THEM.
      *                    ROWS WRITTEN BEFORE CYCLES EXISTED WERE
      *                    CONVERTED AS CYCLE 1 (SEE CYCCONV). 170
      *                    BYTES.
      ******************************************************************
       01  CLASS-HIST-RECORD.
           05  CH-RUN-DATE               PIC 9(08).
                   15  CH-SOURCE-TOTAL   PIC 9(06).
           05  CH-STATUS                 PIC X(01).
               88  CH-ROW-BACKED-OUT                VALUE "B".
           05  CH-CYCLE                  PIC 9(01).
