      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   THE ACTIVE VERSION IS NOW THE LATEST ONE
      *                    IN FORCE -- A VERSION STILL AWAITING ITS
      *                    CHECKER, OR REJECTED, IS SKIPPED, AS IN
      *                    IFELSE (SEE THRESHM.cpy). PROPRULE STAYS
      *                    107 BYTES: THE KEY AND RULE DATA THAT LEAD
      *                    THE MASTER RECORD.
      *   2026-10-15  LB   NUMIN (6 BYTES) AND IFELSE.CLS (32 BYTES)
      *                    NOW END WITH THE PROCESSING CYCLE THE
      *                    RECORD CAME IN ON. THE SIMULATION TAKES
      *                    THE FILE AS IT STANDS -- THE LATEST CYCLE'S
      *                    FEED -- AND DOES NOT USE THE CYCLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "WHATIF".

       FD  NUM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  NUM-RECORD.
           05  NUM-SOURCE-CODE          PIC X(03).
           05  NUM-RECORD-VALUE         PIC 9(02).
           05  NUM-CYCLE                PIC X(01).

       FD  CLASS-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY "CLASSOUT.cpy".

       FD  SIM-RPT-FILE.
           88  END-OF-MASTER-SCAN                  VALUE "Y".
       77  WS-MASTER-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  MASTER-RULE-FOUND                   VALUE "Y".
       01  WS-SAVED-RULE                PIC X(217) VALUE SPACES.

      * PARM: BLANK READS THE DAY'S NUMIN; 'CLS' READS THE
      * CLASSIFIED FILE INSTEAD (THE VALUES AND SOURCES COME OFF THE
      *----------------------------------------------------------------
      * 0200-LOAD-ACTIVE-RULE: FINDS THE VERSION OF THE PROPOSAL'S
      *                        RULE IN EFFECT TODAY, THE SAME
      *                        EFFECTIVE-DATE SCAN IFELSE RUNS --
      *                        VERSIONS AWAITING APPROVAL OR
      *                        REJECTED DO NOT COUNT -- AND BUILDS
      *                        THE ACTIVE BAND TABLE FROM IT.
      *                        A RULE NOT ON THE MASTER COMPARES
      *                        AGAINST THE OLD DEFAULT SPLIT AT 50,
      *                        AND THE REPORT SAYS SO.
                   OR TM-EFFECTIVE-DATE > WS-RUN-DATE-NUM
                   SET END-OF-MASTER-SCAN TO TRUE
               ELSE
                   IF TM-VERSION-IN-FORCE
                       MOVE THRESHOLD-MASTER-RECORD TO WS-SAVED-RULE
                       MOVE "Y" TO WS-MASTER-FOUND-SWITCH
                   END-IF
               END-IF
           END-IF.
       0250-SCAN-RULE-VERSIONS-EXIT.
