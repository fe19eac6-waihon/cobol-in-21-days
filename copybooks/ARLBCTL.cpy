      *--------------------------------------------------
      * ARLBCTL.cpy
      * One record per bank lockbox. LX-COMPANY is the
      * legal entity whose receivables the lockbox
      * collects; a payment is applied only to that
      * company's open items. The cash deposited is
      * debited to LX-CASH-ACCOUNT, and whatever cannot be
      * applied is credited to LX-UNAPPLIED-ACCOUNT until
      * ARUNAP01 works it. LX-COST-CENTER is carried on
      * the cash and unapplied extract lines. A blank
      * company is the default company "01".
      *--------------------------------------------------
       01  AR-LOCKBOX-CONTROL-RECORD.
           05  LX-LOCKBOX-ID         PIC X(06).
           05  FILLER                PIC X.
           05  LX-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  LX-CASH-ACCOUNT       PIC 9(6).
           05  FILLER                PIC X.
           05  LX-UNAPPLIED-ACCOUNT  PIC 9(6).
           05  FILLER                PIC X.
           05  LX-COST-CENTER        PIC X(04).
