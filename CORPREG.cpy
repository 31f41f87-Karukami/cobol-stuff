      ******************************************************************
      * COPYBOOK : CORPREG
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : ONE LINE OF THE CORPXTR.REG TRANSMISSION REGISTER
      *            -- THE PRINTABLE RECEIPT CORPXTR APPENDS FOR EVERY
      *            FILE IT SENDS TO HEAD OFFICE: RUN DATE, SEQUENCE,
      *            AND THE TRAILER TOTALS. SHARED BY CORPXTR, WHICH
      *            WRITES THE LINES, AND CORPACK, WHICH STAMPS HEAD
      *            OFFICE'S VERDICT ON THEM.
      *
      *            RG-RETRANSMIT-FLAG IS "R" ON THE LINE A RESEND
      *            WRITES (CORPXTR PARM='RESEND=NNNNNN') -- THE DATE
      *            AND SEQUENCE ARE THE ORIGINAL'S, SO WITHOUT THE
      *            FLAG A RESEND WOULD READ AS A SECOND DAY.
      *            RG-ACK-STATUS IS SPACES UNTIL HEAD OFFICE ANSWERS:
      *              "ACC" ACCEPTED, THEIR TOTALS AGREE WITH OURS;
      *              "REJ" REJECTED BY HEAD OFFICE;
      *              "OOB" ACCEPTED, BUT THEIR COUNTED TOTALS DO NOT
      *                    AGREE WITH THE TRAILER WE SENT.
      *            BOTH FIELDS SIT PAST COLUMN 74, SO REGISTER LINES
      *            WRITTEN BEFORE THEY EXISTED READ AS AN ORIGINAL
      *            TRANSMISSION STILL AWAITING AN ANSWER.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION -- LIFTED OUT OF CORPXTR
      *                    AND EXTENDED WITH THE RETRANSMISSION FLAG
      *                    AND THE ACKNOWLEDGMENT STATUS.
      ******************************************************************
       01  WS-REGISTER-LINE.
           05  RG-DATE                  PIC 9(08).
           05  FILLER                   PIC X(06) VALUE "  SEQ ".
           05  RG-SEQ                   PIC 9(06).
           05  FILLER                   PIC X(09) VALUE "  DETAILS".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RG-DETAILS               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE "  RECORDS".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RG-RECORDS               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(06) VALUE "  HASH".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RG-HASH                  PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RG-RETRANSMIT-FLAG       PIC X(01) VALUE SPACES.
               88  RG-IS-RETRANSMISSION            VALUE "R".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RG-ACK-STATUS            PIC X(03) VALUE SPACES.
               88  RG-ACK-OUTSTANDING              VALUE SPACES.
               88  RG-ACK-ACCEPTED                 VALUE "ACC".
               88  RG-ACK-REJECTED                 VALUE "REJ".
               88  RG-ACK-OUT-OF-BALANCE           VALUE "OOB".
