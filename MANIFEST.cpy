      ******************************************************************
      * COPYBOOK : MANIFEST
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : UPSTREAM FEED MANIFEST RECORD -- ONE ROW PER OFFICE
      *            PER BUSINESS DATE, SENT BY THE OFFICE ALONGSIDE ITS
      *            RAWNUM RECORDS AND LANDED ON THE MANIFEST DATASET:
      *            THE SOURCE CODE, THE BUSINESS DATE THE FEED IS FOR,
      *            THE NUMBER OF RECORDS THE OFFICE SENT, AND A VALUE
      *            HASH -- THE SUM OF THE TWO-DIGIT VALUES ON THOSE
      *            RECORDS (A VALUE THAT IS NOT NUMERIC ADDS NOTHING,
      *            ON EITHER SIDE). NUMEDIT BALANCES EACH SOURCE'S
      *            CLEAN PLUS SUSPENDED RECORDS AGAINST ITS ROW BEFORE
      *            ANY OF THEM REACH NUMIN. A ROW FOR AN EARLIER
      *            BUSINESS DATE IS A LATE OR CORRECTED MANIFEST FOR A
      *            SOURCE STILL HELD ON NUMHOLD; WHEN TWO ROWS CARRY
      *            THE SAME SOURCE, DATE AND CYCLE, THE LATER ONE
      *            STANDS. AN OFFICE SENDING MORE THAN ONE FEED A DAY
      *            SENDS ONE ROW PER FEED, MF-CYCLE SAYING WHICH (1
      *            MORNING, 2 AFTERNOON ...); A BLANK OR ZERO CYCLE
      *            IS CYCLE 1, SO A ONCE-A-DAY OFFICE NEED NOT CHANGE
      *            ANYTHING.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      *   2026-10-15  LB   MF-CYCLE CARVED FROM THE FILLER -- WHICH
      *                    OF THE DAY'S FEEDS THE ROW IS FOR.
      ******************************************************************
       01  MANIFEST-RECORD.
           05  MF-SOURCE-CODE            PIC X(03).
           05  MF-BUSINESS-DATE          PIC 9(08).
           05  MF-RECORD-COUNT           PIC 9(06).
           05  MF-VALUE-HASH             PIC 9(10).
           05  MF-CYCLE                  PIC X(01).
           05  FILLER                    PIC X(02).
