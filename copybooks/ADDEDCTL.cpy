      * volume without a recompile; with no file at all
      * the tolerance is zero, so any reject holds the
      * stream.
      *
      * ED-DUPLICATE-WINDOW is how many prior nights a
      * transaction's fingerprint is checked against for a
      * resent duplicate. A trailing field; a record
      * written before it existed, or zero, means 7.
      *--------------------------------------------------
       01  ADD-EDIT-CONTROL-RECORD.
           05  ED-REJECT-TOLERANCE   PIC 9(5).
           05  FILLER                PIC X.
           05  ED-DUPLICATE-WINDOW   PIC 9(3).
