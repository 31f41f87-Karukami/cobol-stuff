      *                    EXACTLY AS BEFORE. A MASTER ALREADY ON THE
      *                    99-BYTE BAND LAYOUT CONVERTS VIA THRCNV2,
      *                    NOT THIS PROGRAM.
      *   2026-10-15  LB   THE TARGET LAYOUT IS NOW THE 217-BYTE
      *                    MAKER/CHECKER RECORD (SEE THRESHM.cpy) --
      *                    EVERY CONVERTED RULE IS STAMPED APPROVED
      *                    WITH NO MAKER AND NOTHING PROPOSED, SO IT
      *                    STAYS IN FORCE. A MASTER ALREADY ON THE
      *                    107-BYTE LAYOUT CONVERTS VIA THRCNV3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "THRCONV".
           MOVE OTM-DESCRIPTION TO TM-DESCRIPTION
           MOVE ZERO TO TM-BAND-COUNT
           MOVE SPACES TO TM-BAND-TABLE
           SET TM-VERSION-APPROVED TO TRUE
           MOVE SPACES TO TM-MAKER-ID
           MOVE ZERO TO TM-SUBMIT-DATE
           MOVE SPACES TO TM-PROPOSED-DATA
           WRITE THRESHOLD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "THRCONV: WRITE FAILED FOR RULE "
