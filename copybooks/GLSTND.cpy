      *--------------------------------------------------
      * GLSTND.cpy
      * One standing journal entry per record -- a posting
      * that repeats on a schedule (inter-department rent,
      * depreciation, service fees) instead of being keyed
      * again as an ADD pair every month. GLSTD01 writes
      * each due entry to GLEXTR.DAT under its own job
      * name.
      *
      * SE-FREQUENCY is "M"onthly, "Q"uarterly, "S"emi-
      * annual, or "A"nnual, counted from the month of
      * SE-START-DATE. An SE-END-DATE of zero means the
      * entry runs until someone ends it.
      *
      * SE-LAST-PERIOD is the last YYYYMM fiscal month the
      * entry was generated for; GLSTD01 stamps it as it
      * writes the extract line, so a rerun in the same
      * month finds the entry already done. Zero on a new
      * entry.
      *--------------------------------------------------
       01  GL-STANDING-ENTRY-RECORD.
           05  SE-ENTRY-ID           PIC X(06).
           05  FILLER                PIC X.
           05  SE-DESCRIPTION        PIC X(20).
           05  FILLER                PIC X.
           05  SE-DEBIT-ACCOUNT      PIC 9(6).
           05  FILLER                PIC X.
           05  SE-CREDIT-ACCOUNT     PIC 9(6).
           05  FILLER                PIC X.
           05  SE-AMOUNT             PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  SE-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  SE-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  SE-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  SE-FREQUENCY          PIC X.
           05  FILLER                PIC X.
           05  SE-START-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  SE-END-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  SE-LAST-PERIOD        PIC 9(6).
