      * PROGRAM  : SIGNON
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : SHARED SIGN-ON CHECK FOR THE MAINTENANCE PROGRAMS
      *            (THRMAINT, SUSPWORK, USERINPUT, OPERMNT,
      *            SRCMAINT, CALMAINT). CALLED
      *            WITH THE SIGNONL.cpy PARAMETER BLOCK, IT PROMPTS
      *            FOR AN OPERATOR ID AND PASSWORD, VERIFIES THEM
      *            AGAINST THE INDEXED OPERMAST MASTER (SEE
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   PASSES BACK THE NEW SOURCE TABLE FLAG
      *                    (OM-AUTH-SRCTAB) FOR SRCMAINT.
      *   2026-10-15  LB   PASSES BACK THE NEW RULE-CHANGE APPROVAL
      *                    FLAG (OM-AUTH-APPROVE) FOR THRMAINT.
      *   2026-10-15  LB   PASSES BACK THE NEW BUSINESS CALENDAR FLAG
      *                    (OM-AUTH-CALENDAR) FOR CALMAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SIGNON".
           MOVE "N" TO SGN-AUTH-SUSPENSE
           MOVE "N" TO SGN-AUTH-INPUT
           MOVE "N" TO SGN-AUTH-OPERMNT
           MOVE "N" TO SGN-AUTH-SRCTAB
           MOVE "N" TO SGN-AUTH-APPROVE
           MOVE "N" TO SGN-AUTH-CALENDAR
           MOVE "F" TO SGN-RESULT
           MOVE ZERO TO WS-TRY-COUNT
           MOVE "N" TO WS-DONE-SWITCH
                   MOVE OM-AUTH-SUSPENSE TO SGN-AUTH-SUSPENSE
                   MOVE OM-AUTH-INPUT TO SGN-AUTH-INPUT
                   MOVE OM-AUTH-OPERMNT TO SGN-AUTH-OPERMNT
                   MOVE OM-AUTH-SRCTAB TO SGN-AUTH-SRCTAB
                   MOVE OM-AUTH-APPROVE TO SGN-AUTH-APPROVE
                   MOVE OM-AUTH-CALENDAR TO SGN-AUTH-CALENDAR
                   MOVE "V" TO SGN-RESULT
                   MOVE "V" TO WS-LOG-RESULT
                   MOVE "Y" TO WS-DONE-SWITCH
           MOVE "Y" TO SGN-AUTH-SUSPENSE
           MOVE "Y" TO SGN-AUTH-INPUT
           MOVE "Y" TO SGN-AUTH-OPERMNT
           MOVE "Y" TO SGN-AUTH-SRCTAB
           MOVE "Y" TO SGN-AUTH-APPROVE
           MOVE "Y" TO SGN-AUTH-CALENDAR
           MOVE "N" TO SGN-RESULT
           MOVE "N" TO WS-LOG-RESULT
           PERFORM 8000-WRITE-SIGNON-LOG
