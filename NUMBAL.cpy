      ******************************************************************
      * COPYBOOK : NUMBAL
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : DAILY PER-SOURCE EDIT TALLY -- ONE ROW PER SOURCE
      *            CODE SEEN ON THE DAY'S RAWNUM FEED, APPENDED TO THE
      *            NUMBAL DATASET BY EVERY NUMEDIT RUN THAT GOES AHEAD
      *            (A STOPPED DAY WRITES NONE -- IT WILL BE EDITED
      *            AGAIN). THE ROW CARRIES THE BUSINESS DATE AND
      *            CYCLE, THE SOURCE CODE AS RECEIVED, THE RECORDS
      *            RECEIVED UNDER IT, AND HOW MANY OF THOSE WENT TO
      *            SUSPENSE UNDER EACH NUMSUSP REASON (01 BLANK, 02
      *            VALUE NOT NUMERIC, 03 SOURCE NOT ON SRCTAB -- A
      *            CODE NOT ON SRCTAB SUSPENDS EVERY RECORD IT SENDS,
      *            A BLANK RECORD ARRIVES UNDER A BLANK CODE). RECORDS
      *            RELEASED OFF SUSPENSE ARE NOT COUNTED AGAIN; THEY
      *            WERE COUNTED THE DAY THEY ARRIVED. WHEN TWO ROWS
      *            CARRY THE SAME DATE, CYCLE AND SOURCE (A RERUN OF
      *            THE CYCLE), THE LATER ONE STANDS. READ BY QUALRPT
      *            FOR THE MONTHLY PER-OFFICE SCORECARD.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       01  SOURCE-TALLY-RECORD.
           05  NB-BUSINESS-DATE          PIC 9(08).
           05  NB-CYCLE                  PIC 9(01).
           05  NB-SOURCE-CODE            PIC X(03).
           05  NB-RECEIVED-COUNT         PIC 9(06).
           05  NB-SUSP-BLANK             PIC 9(06).
           05  NB-SUSP-NON-NUMERIC       PIC 9(06).
           05  NB-SUSP-BAD-SOURCE        PIC 9(06).
           05  FILLER                    PIC X(04).
