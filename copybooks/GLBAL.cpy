      * rejects an extract line naming an account it has
      * never seen, so a typo in GLACCT.DAT can't silently
      * open a new ledger account.
      *
      * GLBAL.DAT is an indexed file keyed on GB-KEY --
      * company, account, period -- so GLPOST01 reads and
      * rewrites only the balances a night's extract
      * touches, and the readers go straight to the
      * accounts they want (through the shared GLBGET
      * routine) instead of passing the whole ledger. Each
      * account's months follow one another in key order.
      * GB-COMPANY is the legal entity whose books hold
      * the balance, as on the extract line and the chart
      * of accounts; GLBCNV01 converted the old flat file,
      * which had no company, taking each account's company
      * from GLCHART.DAT.
      *--------------------------------------------------
       01  GL-BALANCE-RECORD.
           05  GB-KEY.
               10  GB-COMPANY        PIC X(02).
               10  FILLER            PIC X.
               10  GB-ACCOUNT        PIC 9(6).
               10  FILLER            PIC X.
               10  GB-PERIOD         PIC 9(6).
           05  FILLER                PIC X.
           05  GB-OPENING-BALANCE    PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
