      *                    SHOULD BE RENAMED ASIDE BEFORE THE FIRST
      *                    POST-CHANGE THRMAINT RUN; THE OLD ROWS DO
      *                    NOT PARSE UNDER THIS RECORD.
      *   2026-10-15  LB   RULE CHANGES ARE NOW MAKER/CHECKER (SEE
      *                    THRESHM.cpy). ADDED AU-MAKER-ID, THE
      *                    OPERATOR WHO KEYED THE CHANGE, AND TWO
      *                    FUNCTION CODES FOR THE CHECKER'S DECISION
      *                    -- "V" APPROVED, "R" REJECTED -- ON WHICH
      *                    AU-OPERATOR-ID IS THE CHECKER. ON A
      *                    DECISION THE BEFORE IMAGE IS THE VERSION
      *                    IN FORCE AHEAD OF THE CHANGE AND THE AFTER
      *                    IMAGE IS THE CHANGE ITSELF. THE IMAGES
      *                    STAY THE FIRST 107 BYTES OF THE MASTER
      *                    RECORD (KEY PLUS RULE DATA); A CHANGE
      *                    PROPOSED AGAINST AN APPROVED VERSION IS
      *                    IMAGED AS THE KEY PLUS THE PROPOSED DATA.
      *                    259 BYTES ALL TOLD -- THE THRCNV3 JOB
      *                    CONVERTS AN EXISTING 251-BYTE TRAIL,
      *                    TAKING EACH OLD ROW'S OPERATOR AS ITS
      *                    MAKER.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AU-DATE                   PIC 9(08).
           05  AU-TIME                   PIC 9(06).
           05  AU-OPERATOR-ID            PIC X(08).
           05  AU-FUNCTION-CODE          PIC X(01).
               88  AU-FN-ADD                        VALUE "A".
               88  AU-FN-CHANGE                     VALUE "C".
               88  AU-FN-DELETE                     VALUE "D".
               88  AU-FN-APPROVE                    VALUE "V".
               88  AU-FN-REJECT                     VALUE "R".
           05  AU-RULE-ID                PIC X(06).
           05  AU-EFFECTIVE-DATE         PIC 9(08).
           05  AU-BEFORE-IMAGE           PIC X(107).
           05  AU-AFTER-IMAGE            PIC X(107).
           05  AU-MAKER-ID               PIC X(08).
