      ******************************************************************
      * COPYBOOK : CYCLECTL
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : PROCESSING-CYCLE CONTROL RECORD -- ONE RECORD,
      *            REWRITTEN BY RUNGUARD AT THE FRONT OF EVERY CUSTBAT
      *            SUBMISSION IT LETS THROUGH: THE BUSINESS DATE AND
      *            WHICH CYCLE OF THAT DAY THIS SUBMISSION IS (1 FOR
      *            THE MORNING FEED, 2 FOR THE AFTERNOON, AND SO ON --
      *            SEE RUNGUARD'S PARM='CYCLE=N'). EVERY LATER STEP
      *            OF THE STREAM READS IT TO STAMP THE CYCLE ON WHAT
      *            IT WRITES (NUMIN, IFELSE.CLS, THE IFELSE.HST ROW,
      *            RUNJRNL, THE CORPXTR HEADER). A MISSING FILE, OR
      *            ONE LEFT OVER FROM AN EARLIER DATE, READS AS CYCLE
      *            1 OF TODAY -- THE ONE-RUN-A-DAY STREAM AS IT ALWAYS
      *            WAS.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       01  CYCLE-CONTROL-RECORD.
           05  CY-RUN-DATE               PIC 9(08).
           05  CY-CYCLE                  PIC 9(01).
           05  FILLER                    PIC X(11).
