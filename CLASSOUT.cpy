      *                    UPSTREAM OFFICE NOW CLASSIFIES UNDER ITS
      *                    OWN RULE, SO DOWNSTREAM READERS NEED TO
      *                    KNOW WHOSE RECORD EACH ONE IS. 31 BYTES.
      *   2026-10-15  LB   ADDED CO-CYCLE -- THE PROCESSING CYCLE OF
      *                    THE BUSINESS DAY THE RECORD WAS FED IN
      *                    (SEE CYCLECTL.cpy), CARRIED THROUGH FROM
      *                    NUMIN. 32 BYTES.
      ******************************************************************
       01  CLASS-OUT-RECORD.
           05  CO-CUST-ID                PIC X(06).
           05  CO-THRESHOLD-VALUE        PIC 9(02).
           05  CO-BAND-NAME              PIC X(12).
           05  CO-RUN-DATE               PIC 9(08).
           05  CO-CYCLE                  PIC 9(01).
