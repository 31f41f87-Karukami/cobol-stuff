      *                    ONCE, VIA THE THRCNV2 JOB, TO THIS 107-BYTE
      *                    KEYED LAYOUT BEFORE ANY PROGRAM OPENS IT
      *                    WITH THE NEW FD.
      *   2026-10-15  LB   RULE CHANGES NOW NEED A SECOND PAIR OF
      *                    EYES. EVERY VERSION CARRIES AN APPROVAL
      *                    STATUS, THE OPERATOR WHO KEYED IT (THE
      *                    MAKER) AND THE DATE IT WAS KEYED:
      *                      "P" A NEW VERSION AWAITING APPROVAL;
      *                      "A" APPROVED;
      *                      "C" APPROVED, WITH A CHANGE TO IT
      *                          AWAITING APPROVAL -- THE CHANGE SITS
      *                          IN TM-PROPOSED-DATA AND THE LIVE
      *                          FIELDS STAY IN FORCE UNTIL IT IS
      *                          APPROVED;
      *                      "R" REJECTED.
      *                    ONLY "A" AND "C" VERSIONS (TM-VERSION-IN-
      *                    FORCE) MAY CLASSIFY ANYTHING -- IFELSE,
      *                    WHATIF, SRCMAINT AND THRMAINT ALL SKIP
      *                    THE REST WHEN PICKING THE VERSION IN
      *                    EFFECT. THE CHECKER APPROVES OR REJECTS
      *                    THROUGH THRMAINT'S REVIEW FUNCTION. THE
      *                    FIRST 107 BYTES ARE UNCHANGED; AN EXISTING
      *                    107-BYTE MASTER MUST BE CONVERTED ONCE,
      *                    VIA THE THRCNV3 JOB, TO THIS 217-BYTE
      *                    LAYOUT (EVERY RULE ON IT STAMPED "A")
      *                    BEFORE ANY PROGRAM OPENS IT WITH THE NEW
      *                    FD.
      ******************************************************************
       01  THRESHOLD-MASTER-RECORD.
           05  TM-RULE-KEY.
               10  TM-RULE-ID            PIC X(06).
               10  TM-EFFECTIVE-DATE     PIC 9(08).
           05  TM-RULE-DATA.
               10  TM-THRESHOLD-VALUE    PIC 9(02).
               10  TM-DESCRIPTION        PIC X(20).
               10  TM-BAND-COUNT         PIC 9(01).
               10  TM-BAND-TABLE.
                   15  TM-BAND-ENTRY OCCURS 5 TIMES.
                       20  TM-BAND-FLOOR PIC 9(02).
                       20  TM-BAND-NAME  PIC X(12).
           05  TM-APPROVAL-DATA.
               10  TM-APPROVAL-STATUS    PIC X(01).
                   88  TM-VERSION-PENDING           VALUE "P".
                   88  TM-VERSION-APPROVED          VALUE "A".
                   88  TM-VERSION-CHANGE-PENDING    VALUE "C".
                   88  TM-VERSION-REJECTED          VALUE "R".
                   88  TM-VERSION-IN-FORCE          VALUE "A" "C".
                   88  TM-VERSION-AWAITING          VALUE "P" "C".
               10  TM-MAKER-ID           PIC X(08).
               10  TM-SUBMIT-DATE        PIC 9(08).
      * THE CHANGE AWAITING APPROVAL ON A "C" VERSION -- SAME SHAPE
      * AS TM-RULE-DATA, SPACES WHEN NOTHING IS PROPOSED.
           05  TM-PROPOSED-DATA.
               10  TM-PROP-THRESHOLD-VALUE
                                         PIC 9(02).
               10  TM-PROP-DESCRIPTION   PIC X(20).
               10  TM-PROP-BAND-COUNT    PIC 9(01).
               10  TM-PROP-BAND-TABLE.
                   15  TM-PROP-BAND-ENTRY OCCURS 5 TIMES.
                       20  TM-PROP-BAND-FLOOR
                                         PIC 9(02).
                       20  TM-PROP-BAND-NAME
                                         PIC X(12).
