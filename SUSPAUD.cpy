      ******************************************************************
      * COPYBOOK : SUSPAUD
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : SUSPENSE WORKBENCH AUDIT RECORD -- ONE ROW APPENDED
      *            TO SUSPWORK.AUD FOR EVERY NUMSUSP RECORD RELEASED
      *            OR WRITTEN OFF THROUGH SUSPWORK: WHEN, BY WHOM
      *            (THE SIGNED-ON OPERATOR), THE ACTION (R RELEASED,
      *            W WRITTEN OFF), THE FIVE BYTES AS RECEIVED, THE
      *            CORRECTED BYTES ON A RELEASE, THE ORIGINAL REASON
      *            CODE, THE WRITE-OFF REASON, AND THE DATE THE RECORD
      *            WAS FIRST SET ASIDE (ZERO ON ROWS WRITTEN BEFORE
      *            THAT DATE WAS KEPT). THE SUSPENSE RECORD ITSELF IS
      *            GONE ONCE WORKED -- THIS ROW IS ALL THAT REMAINS.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION -- LAYOUT LIFTED FROM
      *                    SUSPWORK'S IN-LINE FD NOW THAT QUALRPT
      *                    READS THE SAME FILE, AND SA-SUSP-DATE
      *                    ADDED (55->63).
      ******************************************************************
       01  AUDIT-RECORD.
           05  SA-DATE                   PIC 9(08).
           05  SA-TIME                   PIC 9(06).
           05  SA-OPERATOR-ID            PIC X(08).
           05  SA-ACTION-CODE            PIC X(01).
               88  SA-RELEASED                     VALUE "R".
               88  SA-WRITTEN-OFF                  VALUE "W".
           05  SA-ORIG-DATA              PIC X(05).
           05  SA-NEW-DATA               PIC X(05).
           05  SA-REASON-CODE            PIC X(02).
           05  SA-WO-REASON              PIC X(20).
           05  SA-SUSP-DATE              PIC 9(08).
