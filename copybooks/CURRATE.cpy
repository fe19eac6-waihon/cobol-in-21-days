      * A transaction in a currency with no usable rate on
      * file goes to suspense rather than posting
      * unconverted.
      *
      * Rows come from treasury's daily TRSRATE.DAT file
      * through the RATIMP01 import, which appends them, or
      * from RATREV01 when a rate the import held is
      * approved -- so the file is in the order rates were
      * taken in, not by currency or date. Treasury's file
      * is in this same layout.
      *--------------------------------------------------
       01  CURRENCY-RATE-RECORD.
           05  CU-CURRENCY-CODE      PIC X(03).
