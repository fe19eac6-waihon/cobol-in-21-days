      *--------------------------------------------------
      * CAPCTL.cpy
      * One control record per data file the weekly
      * capacity forecast watches. CP-LIMIT-JOB and
      * CP-LIMIT-TABLE name the in-memory table the file
      * is loaded into, looked up through TBLLIMIT the same
      * way the owning job looks up its own working limit;
      * CP-COMPILED-LIMIT is that job's compiled default,
      * which stands when TBLLIMIT.DAT has no row for it.
      * Spaces and zeros mean no table holds the whole file
      * -- a log that is only ever read through.
      *
      * CP-SPACE-SHARE is the percentage of the night's
      * PREFLSPC.DAT space allowance the file may grow to;
      * zero leaves the file's size unwatched.
      *--------------------------------------------------
       01  CAPACITY-CONTROL-RECORD.
           05  CP-FILE-NAME          PIC X(12).
           05  FILLER                PIC X.
           05  CP-LIMIT-JOB          PIC X(8).
           05  FILLER                PIC X.
           05  CP-LIMIT-TABLE        PIC X(8).
           05  FILLER                PIC X.
           05  CP-COMPILED-LIMIT     PIC 9(5).
           05  FILLER                PIC X.
           05  CP-SPACE-SHARE        PIC 9(3).
