      *            OPERMST.cpy) -- WHO MAY SIGN ON, WITH WHAT
      *            PASSWORD, AND WHICH FUNCTIONS EACH OPERATOR IS
      *            ALLOWED: RULE MAINTENANCE, SUSPENSE WORK, ENTRY
      *            LOGGING, SOURCE TABLE MAINTENANCE, RULE-CHANGE
      *            APPROVAL, BUSINESS CALENDAR MAINTENANCE, AND
      *            MAINTENANCE OF THIS MASTER ITSELF.
      *            THE SESSION OPENS WITH THE SHARED SIGNON CHECK;
      *            ADD, CHANGE, AND DELETE NEED THE OPERMNT FLAG,
      *            INQUIRE IS OPEN TO ANYONE SIGNED ON (THE INQUIRY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   ADD AND CHANGE PROMPT FOR THE NEW SOURCE
      *                    TABLE FLAG (OM-AUTH-SRCTAB, CHECKED BY
      *                    SRCMAINT), INQUIRE SHOWS IT, AND THE AUDIT
      *                    ROW CARRIES IT IN ONE BYTE OF ITS FILLER.
      *   2026-10-15  LB   THE SAME FOR THE NEW RULE-CHANGE APPROVAL
      *                    FLAG (OM-AUTH-APPROVE, CHECKED BY
      *                    THRMAINT'S REVIEW FUNCTION).
      *   2026-10-15  LB   THE SAME FOR THE NEW BUSINESS CALENDAR
      *                    FLAG (OM-AUTH-CALENDAR, CHECKED BY
      *                    CALMAINT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OPERMNT".
           05  OA-TARGET-NAME            PIC X(20).
           05  OA-AUTH-FLAGS             PIC X(04).
           05  OA-STATUS                 PIC X(01).
           05  OA-AUTH-SRCTAB            PIC X(01).
           05  OA-AUTH-APPROVE           PIC X(01).
           05  OA-AUTH-CALENDAR          PIC X(01).
           05  FILLER                    PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-OPER-FILE-STATUS          PIC X(02) VALUE "00".

      *----------------------------------------------------------------
      * 2500-ACCEPT-DETAILS: THE FIELDS COMMON TO ADD AND CHANGE --
      *                      NAME, PASSWORD, THE SEVEN PERMISSION
      *                      FLAGS (ANYTHING BUT Y DENIES), AND THE
      *                      ACTIVE/DISABLED STATUS.
      *----------------------------------------------------------------
           ACCEPT OM-AUTH-INPUT
           DISPLAY "ALLOW OPERATOR MAINT (Y/N): " WITH NO ADVANCING
           ACCEPT OM-AUTH-OPERMNT
           DISPLAY "ALLOW SOURCE TABLE MAINT (Y/N): "
               WITH NO ADVANCING
           ACCEPT OM-AUTH-SRCTAB
           DISPLAY "ALLOW RULE CHANGE APPROVAL (Y/N): "
               WITH NO ADVANCING
           ACCEPT OM-AUTH-APPROVE
           DISPLAY "ALLOW BUSINESS CALENDAR MAINT (Y/N): "
               WITH NO ADVANCING
           ACCEPT OM-AUTH-CALENDAR
           DISPLAY "STATUS (A=ACTIVE, D=DISABLED): "
               WITH NO ADVANCING
           ACCEPT OM-STATUS
                   DISPLAY "SUSPENSE    : " OM-AUTH-SUSPENSE
                   DISPLAY "ENTRY LOG   : " OM-AUTH-INPUT
                   DISPLAY "OPER MAINT  : " OM-AUTH-OPERMNT
                   DISPLAY "SOURCE TABLE: " OM-AUTH-SRCTAB
                   DISPLAY "APPROVE RULE: " OM-AUTH-APPROVE
                   DISPLAY "CALENDAR    : " OM-AUTH-CALENDAR
                   DISPLAY "STATUS      : " OM-STATUS
           END-READ.
       5000-INQUIRE-OPERATOR-EXIT.
           MOVE OM-OPERATOR-NAME TO OA-TARGET-NAME
           MOVE OM-AUTH-FLAGS TO OA-AUTH-FLAGS
           MOVE OM-STATUS TO OA-STATUS
           MOVE OM-AUTH-SRCTAB TO OA-AUTH-SRCTAB
           MOVE OM-AUTH-APPROVE TO OA-AUTH-APPROVE
           MOVE OM-AUTH-CALENDAR TO OA-AUTH-CALENDAR
           WRITE AUDIT-RECORD.
       8000-WRITE-AUDIT-EXIT.
           EXIT.
