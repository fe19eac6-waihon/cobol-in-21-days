      *--------------------------------------------------
      * BATCHWIN.cpy
      * The nightly batch window, HHMM to HHMM, during
      * which the stream owns the files and nothing
      * submitted from the menu may start. A window
      * written with start > end wraps midnight (2300 0600
      * is the usual night); equal times mean no window.
      * Read from BATCHWIN.DAT; with no card STREAM01 uses
      * 2300 to 0600, the same hours the menu options'
      * own time windows keep clear.
      *--------------------------------------------------
       01  BATCH-WINDOW-RECORD.
           05  BW-START-TIME         PIC 9(4).
           05  FILLER                PIC X.
           05  BW-END-TIME           PIC 9(4).
