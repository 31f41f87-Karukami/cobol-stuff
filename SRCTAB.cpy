      *            SOURCE CODE AGAINST THIS TABLE (AN UNKNOWN CODE
      *            GOES TO SUSPENSE); IFELSE READS IT TO KNOW WHICH
      *            RULE EACH SOURCE'S RECORDS FALL UNDER. MAINTAINED
      *            THROUGH SRCMAINT, NEVER BY EDITING THE DATASET BY
      *            HAND -- A WRONG ROW HERE MISCLASSIFIES A WHOLE
      *            OFFICE'S DAY, AND SRCMAINT'S SRCTAB.AUD TRAIL IS
      *            THE ONLY RECORD OF WHO CHANGED WHAT.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  -------------------------------------------
      *   2026-09-03  LB   INITIAL VERSION.
      *   2026-10-15  LB   THE TABLE IS NOW MAINTAINED THROUGH THE
      *                    SIGNED-ON SRCMAINT SCREEN, WITH EVERY ADD,
      *                    CHANGE, AND DELETE AUDITED ON SRCTAB.AUD.
      ******************************************************************
       01  SOURCE-TABLE-RECORD.
           05  SR-SOURCE-CODE            PIC X(03).
