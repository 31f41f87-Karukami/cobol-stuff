      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   THE TARGET LAYOUT IS NOW THE 217-BYTE
      *                    MAKER/CHECKER RECORD (SEE THRESHM.cpy) --
      *                    EVERY CONVERTED RULE IS STAMPED APPROVED
      *                    WITH NO MAKER AND NOTHING PROPOSED, SO IT
      *                    STAYS IN FORCE. A MASTER ALREADY ON THE
      *                    107-BYTE LAYOUT CONVERTS VIA THRCNV3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "THRCNV2".
           MOVE OTM-DESCRIPTION TO TM-DESCRIPTION
           MOVE OTM-BAND-COUNT TO TM-BAND-COUNT
           MOVE OTM-BAND-TABLE TO TM-BAND-TABLE
           SET TM-VERSION-APPROVED TO TRUE
           MOVE SPACES TO TM-MAKER-ID
           MOVE ZERO TO TM-SUBMIT-DATE
           MOVE SPACES TO TM-PROPOSED-DATA
           WRITE THRESHOLD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "THRCNV2: WRITE FAILED FOR RULE "
