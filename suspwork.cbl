      *                    THE SUSPENSE PERMISSION, THE LIST STAYS
      *                    OPEN TO ANYONE, AND THE SUSPWORK.AUD
      *                    TRAIL CARRIES A VERIFIED IDENTITY.
      *   2026-10-15  LB   THE SUSPWORK.AUD LAYOUT MOVES TO
      *                    SUSPAUD.cpy AND NOW CARRIES THE DATE THE
      *                    RECORD WAS SUSPENDED (55->63), SO THE
      *                    MONTHLY SCORECARD (QUALRPT) CAN AGE EACH
      *                    RELEASE AND WRITE-OFF. RUN THE SWACONV JOB
      *                    ONCE TO WIDEN THE EXISTING TRAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SUSPWORK".
               FILE STATUS IS WS-SUSP-FILE-STATUS.

      * CORRECTED RECORDS GO HERE, LAID OUT AS RAWNUM RECORDS, AND
      * NUMEDIT EDITS THIS FILE AHEAD OF THE NEXT DAY'S RAWNUM -- A
      * RELEASED RECORD RE-PRESENTS THROUGH THE SAME EDIT AS
      * EVERYTHING ELSE INSTEAD OF BEING SPLICED IN.
           SELECT RELEASE-FILE ASSIGN TO "NUMRELSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 63 CHARACTERS.
           COPY "SUSPAUD.cpy".

       WORKING-STORAGE SECTION.
       77  WS-SUSP-FILE-STATUS          PIC X(02) VALUE "00".
      *                   ENTRY IN WS-PICK-NUM -- ACTION R OR W
      *                   STRAIGHT OFF ITS STATUS, THE BYTES AS
      *                   RECEIVED, THE CORRECTED BYTES ON A RELEASE,
      *                   THE REASON ON A WRITE-OFF, AND THE DATE THE
      *                   RECORD WAS FIRST SET ASIDE.
      *----------------------------------------------------------------
       8000-WRITE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE WT-NEW-DATA (WS-PICK-NUM) TO SA-NEW-DATA
           MOVE WT-REASON-CODE (WS-PICK-NUM) TO SA-REASON-CODE
           MOVE WT-WO-REASON (WS-PICK-NUM) TO SA-WO-REASON
           MOVE WT-DATE (WS-PICK-NUM) TO SA-SUSP-DATE
           WRITE AUDIT-RECORD.
       8000-WRITE-AUDIT-EXIT.
           EXIT.
