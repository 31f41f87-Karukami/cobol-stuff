      ******************************************************************
      * COPYBOOK : CORPACK
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : HEAD OFFICE'S ACKNOWLEDGMENT RECORD -- ONE 40-BYTE
      *            ROW PER TRANSMISSION THEY HAVE PROCESSED, ARRIVING
      *            ON THE INBOUND XTRACK FILE:
      *              AK-SEQUENCE      THE XT-H-SEQUENCE OF THE FILE
      *                               THEY ARE ANSWERING;
      *              AK-ACK-CODE      "A" ACCEPTED, "R" REJECTED;
      *              AK-RECORD-COUNT  THE RECORDS THEY COUNTED ON
      *                               THE DETAIL ROWS;
      *              AK-VALUE-HASH    THE VALUE HASH THEY COUNTED;
      *              AK-ACK-DATE      THE DATE THEY PROCESSED IT;
      *              AK-REJECT-REASON THEIR REASON CODE ON A REJECT,
      *                               SPACES OTHERWISE.
      *            THIS LAYOUT IS AN EXTERNAL INTERFACE, AGREED WITH
      *            HEAD OFFICE -- THE SAME CUTOVER RULE AS CORPXTR.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       01  ACK-RECORD.
           05  AK-SEQUENCE               PIC 9(06).
           05  AK-ACK-CODE               PIC X(01).
               88  AK-ACCEPTED                      VALUE "A".
               88  AK-REJECTED                      VALUE "R".
           05  AK-RECORD-COUNT           PIC 9(06).
           05  AK-VALUE-HASH             PIC 9(10).
           05  AK-ACK-DATE               PIC 9(08).
           05  AK-REJECT-REASON          PIC X(04).
           05  FILLER                    PIC X(05).
