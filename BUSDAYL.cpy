      ******************************************************************
      * COPYBOOK : BUSDAYL
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : PARAMETER BLOCK FOR THE SHARED BUSDAY SUBPROGRAM.
      *            THE CALLER MOVES A DATE (YYYYMMDD) TO BD-DATE AND
      *            CALLS "BUSDAY" USING THIS BLOCK; BUSDAY LOOKS THE
      *            DATE UP ON THE BUSCAL CALENDAR MASTER (SEE
      *            BUSCAL.cpy) AND RETURNS ITS DAY TYPE, ITS DAY OF
      *            THE WEEK (1=MONDAY ... 7=SUNDAY), AND WHERE THE
      *            ANSWER CAME FROM:
      *              "C" CALENDAR -- THE YEAR IS ON THE MASTER;
      *              "W" WEEKDAY  -- THE YEAR IS NOT ON THE MASTER
      *                             (OR THERE IS NO MASTER AT ALL):
      *                             MONDAY-FRIDAY IS TAKEN AS "B"
      *                             AND SATURDAY-SUNDAY AS "N", AND
      *                             THE CALLER SHOULD SAY SO;
      *              "X" INVALID  -- BD-DATE IS NOT A REAL DATE; THE
      *                             DAY TYPE AND WEEKDAY ARE SPACE
      *                             AND ZERO.
      *            BUSDAY KEEPS THE MASTER OPEN BETWEEN CALLS. A
      *            CALLER THAT IS DONE MOVES "F" TO BD-REQUEST AND
      *            CALLS ONCE MORE TO CLOSE IT; ANYTHING ELSE IN
      *            BD-REQUEST (NORMALLY "L") IS A LOOKUP. LIKE ANY
      *            SUBPROGRAM, BUSDAY HANDS BACK A ZERO RETURN-CODE
      *            -- A CALLER SETS ITS OWN CONDITION CODE AFTER ITS
      *            LAST CALL, NOT BEFORE.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       01  BUSDAY-PARMS.
           05  BD-REQUEST                PIC X(01).
               88  BD-LOOKUP                        VALUE "L".
               88  BD-FINISH                        VALUE "F".
           05  BD-DATE                   PIC 9(08).
           05  BD-DAY-TYPE               PIC X(01).
               88  BD-FULL-DAY                      VALUE "B".
               88  BD-HALF-DAY                      VALUE "S".
               88  BD-HOLIDAY                       VALUE "H".
               88  BD-NON-BUSINESS                  VALUE "N".
               88  BD-BUSINESS-DAY                  VALUE "B" "S".
           05  BD-WEEKDAY                PIC 9(01).
           05  BD-SOURCE                 PIC X(01).
               88  BD-FROM-CALENDAR                 VALUE "C".
               88  BD-FROM-WEEKDAY                  VALUE "W".
               88  BD-INVALID-DATE                  VALUE "X".
