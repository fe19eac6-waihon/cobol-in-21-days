      *--------------------------------------------------
      * INTRPARM.cpy
      * Run parameter for the steps the intraday driver
      * INTRDY01 launches -- ADDEDT01, ADD07, GLPOST01 --
      * taken from the command line the way STREAM01
      * hands a queued request its parameters. The
      * driver launches each as "program INTRADAY nnn";
      * run from the nightly stream the line is empty and
      * the step runs its night exactly as before.
      *
      * IP-MODE       - "INTRADAY" for an intraday run.
      * IP-RUN-NUMBER - the day's intraday run number,
      *                 001 upward, from INTRREG.DAT.
      *--------------------------------------------------
       01  INTRADAY-PARAMETER.
           05  IP-MODE               PIC X(08).
               88  RUNNING-INTRADAY            VALUE "INTRADAY".
           05  FILLER                PIC X.
           05  IP-RUN-NUMBER         PIC X(03).
           05  FILLER                PIC X(68).
