      *--------------------------------------------------
      * CAPHIST.cpy
      * The capacity history, CAPHIST.DAT -- one row per
      * watched file per weekly CAPFOR01 run, with the
      * file's record count and its size in kilobytes
      * (rounded up) on that business date. The forecast
      * fits its growth trend to these rows.
      *--------------------------------------------------
       01  CAPACITY-HISTORY-RECORD.
           05  CY-BUSINESS-DATE      PIC 9(8).
           05  FILLER                PIC X.
           05  CY-FILE-NAME          PIC X(12).
           05  FILLER                PIC X.
           05  CY-RECORD-COUNT       PIC 9(9).
           05  FILLER                PIC X.
           05  CY-SIZE-KB            PIC 9(7).
