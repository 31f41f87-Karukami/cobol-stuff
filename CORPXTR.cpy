      *              "H" HEADER  -- RUN DATE AND THE TRANSMISSION
      *                            SEQUENCE NUMBER (FROM THE XTRSEQ
      *                            CONTROL FILE, ONE UP PER
      *                            TRANSMISSION), AND ON A RESEND
      *                            THE RETRANSMISSION FLAG "R" AND
      *                            THE DATE IT WAS RESENT -- THE
      *                            RUN DATE AND SEQUENCE STAY THE
      *                            ORIGINAL'S. XT-H-CYCLE SAYS WHICH
      *                            PROCESSING CYCLE OF THE RUN DATE
      *                            THE FILE CARRIES -- ONE
      *                            TRANSMISSION PER CYCLE;
      *              "D" DETAIL  -- ONE SUMMARY ROW PER BAND PER
      *                            SOURCE: RECORD COUNT AND THE SUM
      *                            OF THE CLASSIFIED VALUES;
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   XT-H-RETRANSMIT-FLAG AND XT-H-RESENT-DATE
      *                    CARVED FROM THE HEADER FILLER (AGREED WITH
      *                    HEAD OFFICE) -- BLANK ON A NORMAL DAY, SO
      *                    THE ORIGINAL LAYOUT STILL PARSES.
      *   2026-10-15  LB   XT-H-CYCLE CARVED FROM THE HEADER FILLER
      *                    (AGREED WITH HEAD OFFICE) -- THE CYCLE OF
      *                    THE RUN DATE NOW THAT AN OFFICE CAN FEED
      *                    TWICE A DAY. A ONCE-A-DAY SITE SENDS 1;
      *                    A READER THAT IGNORES THE BYTE PARSES THE
      *                    HEADER AS BEFORE.
      ******************************************************************
       01  XT-RECORD.
           05  XT-RECORD-TYPE            PIC X(01).
               10  XT-H-RUN-DATE         PIC 9(08).
               10  XT-H-SEQUENCE         PIC 9(06).
               10  XT-H-SITE             PIC X(08).
               10  XT-H-RETRANSMIT-FLAG  PIC X(01).
                   88  XT-H-IS-RETRANSMISSION       VALUE "R".
               10  XT-H-RESENT-DATE      PIC X(08).
               10  XT-H-CYCLE            PIC 9(01).
               10  FILLER                PIC X(27).
           05  XT-DETAIL-DATA REDEFINES XT-DATA.
               10  XT-D-SOURCE-CODE      PIC X(03).
               10  XT-D-BAND-NAME        PIC X(12).
