      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-08-21  LB   INITIAL VERSION.
      *   2026-10-15  LB   ADDED RJ-CYCLE -- THE PROCESSING CYCLE OF
      *                    THE DAY THE ROW BELONGS TO (SEE
      *                    CYCLECTL.cpy), SO A MORNING AND AN
      *                    AFTERNOON RUN OF THE SAME PROGRAM ON THE
      *                    SAME DATE CAN BE TOLD APART. ROWS WRITTEN
      *                    BEFORE CYCLES EXISTED WERE CONVERTED AS
      *                    CYCLE 1 (SEE CYCCONV). 41 BYTES.
      ******************************************************************
       01  RUN-JOURNAL-RECORD.
           05  RJ-PROGRAM-ID             PIC X(08).
           05  RJ-RECORDS-OUT            PIC 9(06).
           05  RJ-COMPLETION-STATUS      PIC X(04).
           05  RJ-RESTART-FLAG           PIC X(01).
           05  RJ-CYCLE                  PIC 9(01).
