      *--------------------------------------------------
      * ARCTL.cpy
      * One receivable transaction type per record: an
      * ADDTRNP pair of type AC-TRANS-TYPE in company
      * AC-COMPANY is a sale on account, and ARPOST01
      * opens a receivable item for its customer. The
      * GLACCT.DAT row the pair posts through names the
      * receivable control account -- its debit account --
      * so the ledger and the open items stay keyed the
      * same way. AC-TERMS-DAYS is the credit term: an
      * item falls due that many days after its item date,
      * and ARAGE01 ages it past due from there. A blank
      * company is the default company "01".
      *--------------------------------------------------
       01  AR-CONTROL-RECORD.
           05  AC-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  AC-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  AC-TERMS-DAYS         PIC 9(3).
