      *            VANISHED BETWEEN DRAW AND WRITE; CUSTXINQ'S GAP
      *            REPORT LISTS BOTH. IDS ISSUED BEFORE THIS MASTER
      *            EXISTED SHOW AS MISSING ON THE GAP REPORT AND
      *            SHOULD BE READ WITH THAT IN MIND. ON AN IFELSE
      *            ROW XR-DETAIL CARRIES THE VALUE CLASSIFIED IN
      *            BYTES 1-2 AND THE PROCESSING CYCLE OF THE RUN
      *            (SEE CYCLECTL.cpy) IN BYTE 4 -- A BLANK CYCLE IS
      *            CYCLE 1.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-08-21  LB   INITIAL VERSION.
      *   2026-10-15  LB   IFELSE NOW STAMPS ITS RUN'S CYCLE IN BYTE 4
      *                    OF XR-DETAIL, SO BACKOUT CAN VOID ONE
      *                    CYCLE'S IDS AND LEAVE THE OTHER'S ALONE.
      ******************************************************************
       01  XREF-RECORD.
           05  XR-CUST-ID                PIC X(06).
