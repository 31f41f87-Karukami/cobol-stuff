      ******************************************************************
      * COPYBOOK : BUSCAL
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : BUSINESS-DAY CALENDAR MASTER RECORD -- ONE ROW PER
      *            YEAR, KEYED BY BC-YEAR, HELD ON THE INDEXED BUSCAL
      *            MASTER FILE. EVERY DATE OF THE YEAR CARRIES ONE
      *            DAY-TYPE BYTE:
      *              "B" FULL BUSINESS DAY -- THE STREAM IS EXPECTED;
      *              "S" SHORT (HALF) BUSINESS DAY -- THE STREAM IS
      *                  EXPECTED, BUT ON A LIGHTER VOLUME;
      *              "H" HOLIDAY -- NO STREAM EXPECTED;
      *              "N" NON-BUSINESS DAY (WEEKEND) -- NO STREAM
      *                  EXPECTED;
      *              SPACE -- NOT A DATE (FEBRUARY 30TH AND THE
      *                  LIKE).
      *            UNTIL THIS MASTER EXISTED, "IS TODAY A BUSINESS
      *            DAY" WAS ANSWERED BY WHOEVER WAS ON SHIFT. A YEAR
      *            IS GENERATED BY CALMAINT WITH MONDAY-FRIDAY "B"
      *            AND SATURDAY-SUNDAY "N", AND THE HOLIDAYS AND
      *            HALF-DAYS ARE THEN KEYED OVER IT ONE DATE AT A
      *            TIME. THE BATCH PROGRAMS ASK VIA THE SHARED BUSDAY
      *            SUBPROGRAM (SEE BUSDAYL.cpy), NEVER BY READING
      *            THIS FILE DIRECTLY. EACH MONTH IS HELD BOTH AS
      *            ONE 31-BYTE STRING (FOR PRINTING) AND AS A TABLE
      *            OF DAYS (FOR LOOKUP).
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       01  BUSINESS-CALENDAR-RECORD.
           05  BC-YEAR                   PIC 9(04).
           05  BC-MONTH-ENTRY OCCURS 12 TIMES.
               10  BC-MONTH-DAYS         PIC X(31).
               10  BC-DAY-TABLE REDEFINES BC-MONTH-DAYS.
                   15  BC-DAY-TYPE       PIC X(01) OCCURS 31 TIMES.
                       88  BC-FULL-DAY              VALUE "B".
                       88  BC-HALF-DAY              VALUE "S".
                       88  BC-HOLIDAY               VALUE "H".
                       88  BC-NON-BUSINESS          VALUE "N".
                       88  BC-BUSINESS-DAY          VALUE "B" "S".
                       88  BC-VALID-DAY-TYPE        VALUE "B" "S"
                                                          "H" "N".
           05  BC-LAST-MAINT-DATE        PIC 9(08).
           05  BC-LAST-MAINT-BY          PIC X(08).
           05  FILLER                    PIC X(28).
