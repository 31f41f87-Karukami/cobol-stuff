      *            SUBPROGRAM VERIFIES THE ID AND PASSWORD AGAINST
      *            THIS MASTER AND HANDS THE CALLER THE PERMISSION
      *            FLAGS -- RULE MAINTENANCE, SUSPENSE WORK, ENTRY
      *            LOGGING, OPERATOR MAINTENANCE, SOURCE TABLE
      *            MAINTENANCE, RULE-CHANGE APPROVAL, AND BUSINESS
      *            CALENDAR MAINTENANCE ARE EACH
      *            GRANTED SEPARATELY ("Y" GRANTS, ANYTHING ELSE
      *            DENIES). INQUIRIES NEED NO FLAG AT ALL.
      *            MAINTAINED VIA OPERMNT; A DISABLED OPERATOR
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   ADDED OM-AUTH-SRCTAB, THE SOURCE TABLE
      *                    MAINTENANCE FLAG CHECKED BY SRCMAINT. IT
      *                    TAKES ONE BYTE OF THE TRAILING FILLER, SO
      *                    THE RECORD LENGTH IS UNCHANGED AND NO
      *                    CONVERSION IS NEEDED -- ROWS WRITTEN BEFORE
      *                    IT CARRY A SPACE THERE, WHICH DENIES.
      *   2026-10-15  LB   ADDED OM-AUTH-APPROVE, THE FLAG THAT LETS
      *                    AN OPERATOR APPROVE OR REJECT THRESHM RULE
      *                    CHANGES KEYED BY SOMEONE ELSE (THRMAINT'S
      *                    REVIEW FUNCTION). ANOTHER BYTE OF THE
      *                    TRAILING FILLER -- NO CONVERSION; EXISTING
      *                    ROWS DENY UNTIL OPERMNT GRANTS IT.
      *   2026-10-15  LB   ADDED OM-AUTH-CALENDAR, THE FLAG CHECKED BY
      *                    CALMAINT BEFORE A BUSINESS CALENDAR YEAR
      *                    IS GENERATED, CHANGED, OR DELETED. ANOTHER
      *                    BYTE OF THE TRAILING FILLER -- NO
      *                    CONVERSION; EXISTING ROWS DENY.
      ******************************************************************
       01  OPERATOR-MASTER-RECORD.
           05  OM-OPERATOR-ID            PIC X(08).
           05  OM-STATUS                 PIC X(01).
               88  OM-OPER-ACTIVE                   VALUE "A".
               88  OM-OPER-DISABLED                 VALUE "D".
           05  OM-AUTH-SRCTAB            PIC X(01).
           05  OM-AUTH-APPROVE           PIC X(01).
           05  OM-AUTH-CALENDAR          PIC X(01).
           05  FILLER                    PIC X(03).
