      ******************************************************************
      * COPYBOOK : NUMHOLD
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : FEED HOLD RECORD -- THE NUMHOLD FILE CARRIES THE
      *            CLEAN RECORDS OF ANY SOURCE NUMEDIT HELD OUT OF
      *            NUMIN BECAUSE ITS FEED DID NOT BALANCE TO ITS
      *            MANIFEST (OR NO MANIFEST CAME). TWO ROW TYPES:
      *              "C" ONE CONTROL ROW PER HELD SOURCE, BUSINESS
      *                  DATE AND CYCLE -- WHY IT WAS HELD (01 NO
      *                  MANIFEST, 02 RECORD COUNT OUT, 03 VALUE HASH
      *                  OUT), WHAT ARRIVED (CLEAN PLUS SUSPENDED),
      *                  WHAT THE MANIFEST CLAIMED, AND HOW MANY CLEAN
      *                  RECORDS ARE HELD;
      *              "D" ONE DETAIL ROW PER HELD CLEAN RECORD, THE
      *                  VALUE AS IT WOULD HAVE GONE TO NUMIN.
      *            A LATER NUMEDIT RUN RELEASES THE WHOLE GROUP TO
      *            NUMIN -- NOTHING RE-KEYED -- WHEN A MANIFEST FOR
      *            THAT SOURCE, DATE AND CYCLE NOW BALANCES TO THE
      *            CONTROL ROW, OR WHEN THE OPERATOR NAMES THE SOURCE IN
      *            PARM='RELEASE=XXX'. ROWS ARE NOT IN ANY ORDER;
      *            NUMEDIT READS THE CONTROL ROWS FIRST, THEN THE
      *            DETAIL. WRITTEN ONLY BY NUMEDIT.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      *   2026-10-15  LB   ADDED HD-CYCLE -- THE CYCLE OF THE BUSINESS
      *                    DATE THE HELD FEED CAME IN ON (SEE
      *                    CYCLECTL.cpy). A HELD GROUP IS NOW KEYED
      *                    BY SOURCE, DATE AND CYCLE, AND RELEASES ON
      *                    THE MANIFEST FOR THAT SAME CYCLE. ROWS
      *                    WRITTEN BEFORE CYCLES EXISTED WERE
      *                    CONVERTED AS CYCLE 1 (SEE CYCCONV). 53
      *                    BYTES.
      ******************************************************************
       01  HOLD-RECORD.
           05  HD-RECORD-TYPE            PIC X(01).
               88  HD-CONTROL-ROW                   VALUE "C".
               88  HD-DETAIL-ROW                    VALUE "D".
           05  HD-SOURCE-CODE            PIC X(03).
           05  HD-BUSINESS-DATE          PIC 9(08).
           05  HD-CONTROL-DATA.
               10  HD-HOLD-REASON        PIC X(02).
               10  HD-RECEIVED-COUNT     PIC 9(06).
               10  HD-RECEIVED-HASH      PIC 9(10).
               10  HD-MANIFEST-COUNT     PIC 9(06).
               10  HD-MANIFEST-HASH      PIC 9(10).
               10  HD-HELD-COUNT         PIC 9(06).
           05  HD-DETAIL-DATA REDEFINES HD-CONTROL-DATA.
               10  HD-RECORD-VALUE       PIC 9(02).
               10  FILLER                PIC X(38).
           05  HD-CYCLE                  PIC 9(01).
