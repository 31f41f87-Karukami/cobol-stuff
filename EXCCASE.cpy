      ******************************************************************
      * COPYBOOK : EXCCASE
      * AUTHOR   : LOBSANG BARRIGA
      * PURPOSE  : EXCEPTION CASE RECORD -- ONE ROW PER EXCEPTION
      *            CASE, KEYED BY EC-CASE-NUMBER ON THE INDEXED
      *            EXCCASE MASTER. EXCMON OPENS A CASE FOR EVERY
      *            EXCEPTION IT FIRES, NUMBERED ONE PAST THE HIGHEST
      *            ON FILE. THE SAME EXCEPTION FIRING AGAIN -- SAME
      *            TYPE, SUBJECT AND CYCLE -- WHILE ITS CASE IS STILL
      *            OPEN OR ACKNOWLEDGED DOES NOT OPEN ANOTHER: THE
      *            CASE'S LAST-SEEN DATE, OCCURRENCE COUNT AND
      *            NUMBERS ARE UPDATED INSTEAD, SO A BAND THAT
      *            MISBEHAVES FIVE NIGHTS RUNNING IS ONE CASE SEEN
      *            FIVE TIMES. ONCE CLOSED, A FRESH FIRING IS A NEW
      *            CASE. OPERATORS ACKNOWLEDGE, ANNOTATE AND CLOSE
      *            CASES THROUGH EXCWORK; CASERPT PRINTS THE AGING OF
      *            EVERYTHING NOT YET CLOSED AND MONCLOSE WARNS WHEN
      *            A MONTH CLOSES WITH CASES STILL OPEN.
      *
      *            CASE TYPES, WHAT EC-SUBJECT HOLDS, AND THE NUMBERS
      *            THAT TRIPPED IT:
      *              B BAND VOLUME     BAND NAME; VALUE = TODAY'S
      *                                COUNT, LIMIT = TRAILING
      *                                AVERAGE, TEXT = OVER DOUBLE OR
      *                                UNDER HALF.
      *              U STEP NEVER      PROGRAM ID; VALUE = STARTS,
      *                ENDED           LIMIT = ENDS.
      *              D STEP ENDED      PROGRAM ID; VALUE = DIRTY ENDS,
      *                DIRTY           LIMIT = ALL ENDS, TEXT = THE
      *                                LAST DIRTY COMPLETION STATUS.
      *              N NO RUN          THE BUSINESS DATE (YYYYMMDD)
      *                                WITH NO HISTORY ROW.
      *              X EXTRA RUN       THE DATE; VALUE = HISTORY ROWS
      *                                FOR THE CYCLE, LIMIT = 1.
      *            EC-CYCLE IS THE PROCESSING CYCLE A BAND OR RUN
      *            CASE BELONGS TO, ZERO FOR A CASE ABOUT THE WHOLE
      *            DAY (STEP CASES, A BUSINESS DAY NEVER RUN).
      *            EC-STATUS: "O" OPEN, "A" ACKNOWLEDGED (SOMEONE IS
      *            ON IT -- STILL OPEN FOR REPEATS AND AGING), "C"
      *            CLOSED. THE TWO NOTE LINES HOLD THE LATEST TWO
      *            NOTES KEYED, THE NEWER SECOND; CLOSING A CASE
      *            TAKES A RESOLUTION NOTE.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-10-15  LB   INITIAL VERSION.
      ******************************************************************
       01  EXCEPTION-CASE-RECORD.
           05  EC-CASE-NUMBER            PIC 9(06).
           05  EC-CASE-TYPE              PIC X(01).
               88  EC-BAND-VOLUME                   VALUE "B".
               88  EC-STEP-UNENDED                  VALUE "U".
               88  EC-STEP-DIRTY                    VALUE "D".
               88  EC-NO-RUN                        VALUE "N".
               88  EC-EXTRA-RUN                     VALUE "X".
           05  EC-SUBJECT                PIC X(12).
           05  EC-CYCLE                  PIC 9(01).
           05  EC-OPENED-DATE            PIC 9(08).
           05  EC-LAST-SEEN-DATE         PIC 9(08).
           05  EC-OCCURRENCES            PIC 9(04).
           05  EC-TRIP-VALUE             PIC 9(09).
           05  EC-TRIP-LIMIT             PIC 9(09).
           05  EC-TRIP-TEXT              PIC X(20).
           05  EC-STATUS                 PIC X(01).
               88  EC-CASE-OPEN                     VALUE "O".
               88  EC-CASE-ACKNOWLEDGED             VALUE "A".
               88  EC-CASE-CLOSED                   VALUE "C".
               88  EC-CASE-UNRESOLVED               VALUE "O" "A".
           05  EC-ACK-BY                 PIC X(08).
           05  EC-ACK-DATE               PIC 9(08).
           05  EC-CLOSED-BY              PIC X(08).
           05  EC-CLOSED-DATE            PIC 9(08).
           05  EC-NOTE-BY                PIC X(08).
           05  EC-NOTE-DATE              PIC 9(08).
           05  EC-NOTE-LINE              PIC X(60) OCCURS 2 TIMES.
           05  FILLER                    PIC X(13).
