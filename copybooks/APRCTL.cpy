      *--------------------------------------------------
      * APRCTL.cpy
      * Control record for the high-value approval queue
      * (APRCTL.DAT, one record).
      *
      * AK-CUTOFF-TIME  - HHMM. An item approved on the
      *                   APRREV01 screen by this time on
      *                   the night's business date posts
      *                   that night; one approved later
      *                   waits for the next night.
      *                   Absent or not numeric, 1800.
      * AK-PENDING-DAYS - business days an item may wait
      *                   for a decision before the daily
      *                   operations digest lists it.
      *                   Absent or zero, 2.
      *--------------------------------------------------
       01  APPROVAL-CONTROL-RECORD.
           05  AK-CUTOFF-TIME        PIC 9(4).
           05  FILLER                PIC X.
           05  AK-PENDING-DAYS       PIC 9(3).
