      * inquiry is as attributable as a change. NAMINQ01
      * reports the activity by operator and flags
      * unusual volume.
      *
      * The RECBRW01 record browser logs here too, one
      * record per use, with the data file browsed as the
      * lookup key.
      *--------------------------------------------------
       01  NAME-INQUIRY-RECORD.
           05  NQ-RUN-DATE           PIC 9(8).
