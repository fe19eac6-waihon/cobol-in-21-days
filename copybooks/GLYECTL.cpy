      *--------------------------------------------------
      * GLYECTL.cpy
      * One control record per company for the GLYEC01
      * fiscal year-end close: the retained-earnings
      * account that company's income and expense balances
      * are closed into, and the last fiscal year already
      * closed. GLYEC01 stamps YC-LAST-CLOSED-YEAR when it
      * writes a company's closing entries, so a rerun of
      * the same year is refused instead of closing the
      * books a second time.
      *--------------------------------------------------
       01  GL-YEAR-END-CONTROL-RECORD.
           05  YC-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  YC-RETAINED-ACCOUNT   PIC 9(6).
           05  FILLER                PIC X.
           05  YC-LAST-CLOSED-YEAR   PIC 9(4).
