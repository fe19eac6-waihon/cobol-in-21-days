      *--------------------------------------------------
      * INTRCTL.cpy
      * Control record for intraday posting (INTRCTL.DAT,
      * one record).
      *
      * IK-CUTOFF-TIME - HHMM. The first INTRDY01 run at
      *                  or after this time on the
      *                  business date closes intraday
      *                  posting for the date; anything
      *                  keyed later waits for the night.
      *                  Absent or not numeric, 1800.
      *--------------------------------------------------
       01  INTRADAY-CONTROL-RECORD.
           05  IK-CUTOFF-TIME        PIC 9(4).
