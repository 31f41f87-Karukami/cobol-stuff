      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   ADDED SGN-AUTH-SRCTAB FOR SRCMAINT. EVERY
      *                    CALLER MUST BE RECOMPILED WITH SIGNON.
      *   2026-10-15  LB   ADDED SGN-AUTH-APPROVE FOR THRMAINT'S
      *                    RULE-CHANGE REVIEW. EVERY CALLER MUST BE
      *                    RECOMPILED WITH SIGNON.
      *   2026-10-15  LB   ADDED SGN-AUTH-CALENDAR FOR CALMAINT.
      *                    EVERY CALLER MUST BE RECOMPILED WITH
      *                    SIGNON.
      ******************************************************************
       01  SIGNON-PARMS.
           05  SGN-CALLER-PROGRAM        PIC X(08).
           05  SGN-AUTH-SUSPENSE         PIC X(01).
           05  SGN-AUTH-INPUT            PIC X(01).
           05  SGN-AUTH-OPERMNT          PIC X(01).
           05  SGN-AUTH-SRCTAB           PIC X(01).
           05  SGN-AUTH-APPROVE          PIC X(01).
           05  SGN-AUTH-CALENDAR         PIC X(01).
           05  SGN-RESULT                PIC X(01).
               88  SIGNON-VERIFIED                  VALUE "V".
               88  SIGNON-FAILED                    VALUE "F".
