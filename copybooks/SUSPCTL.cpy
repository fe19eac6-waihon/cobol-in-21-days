      *--------------------------------------------------
      * SUSPCTL.cpy
      * One control record per company for the ADD
      * suspense file's postings to the ledger. Every item
      * ADD07 diverts to ADDSUSP.DAT is credited by SUSGL01
      * to SU-SUSPENSE-ACCOUNT, so the company's ledger
      * carries the money sitting in suspense and the
      * month-end SUSREC01 reconciliation can prove the
      * account against the open items. An item written
      * off is cleared from suspense to
      * SU-WRITE-OFF-ACCOUNT. A blank company is the
      * default company "01".
      *--------------------------------------------------
       01  SUSPENSE-CONTROL-RECORD.
           05  SU-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  SU-SUSPENSE-ACCOUNT   PIC 9(6).
           05  FILLER                PIC X.
           05  SU-WRITE-OFF-ACCOUNT  PIC 9(6).
