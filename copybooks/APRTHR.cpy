      *--------------------------------------------------
      * APRTHR.cpy
      * High-value approval threshold, one row per trans
      * type, company, and currency in APRTHR.DAT. The
      * ADDEDT01 pre-edit holds for approval any ADDTRNP
      * transaction whose pair, taken in its own currency
      * and without its sign, is over the threshold of the
      * row that fits it, instead of passing it to ADD07.
      *
      * "**" in HT-TRANS-TYPE or HT-COMPANY, or "***" in
      * HT-CURRENCY-CODE, fits any value; where more than
      * one row fits, the one naming the most fields
      * itself is used. A transaction no row fits needs no
      * approval.
      *--------------------------------------------------
       01  APPROVAL-THRESHOLD-RECORD.
           05  HT-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  HT-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  HT-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  HT-THRESHOLD          PIC 9(9)V99.
