      *--------------------------------------------------
      * AROPEN.cpy
      * One open receivable item per record on AROPEN.DAT,
      * kept in customer-number order (AR-CUST-NO, then
      * the name key, item date and sequence). ARPOST01
      * opens an item for each posted ADDTRNP pair of a
      * receivable type named on ARCTL.DAT.
      *
      * AR-CUST-NO is the NAMEMAST.DAT NM-CUST-NO of the
      * pair's TT-CUSTOMER name key; it is spaces when the
      * name key had no master record, and AR-CUSTOMER
      * keeps the key as it arrived so the gap can be
      * traced. AR-ITEM-DATE is the business date the
      * item posted; AR-DUE-DATE adds the ARCTL.DAT
      * terms. AR-SOURCE names the job that opened it.
      * The item date and sequence together, 13 digits,
      * are the item's reference: the number printed on
      * the invoice and quoted back on a lockbox
      * remittance.
      *
      * Amounts are in the base currency (USD), the
      * currency the ledger balances are kept in, so the
      * items tie to the GL receivable control account
      * AR-CONTROL-ACCOUNT. AR-ORIGINAL-AMOUNT never
      * changes; AR-OPEN-AMOUNT is what is still owed --
      * ARCASH01 and ARUNAP01 reduce it as cash is applied
      * -- and an item at zero is settled. A negative item
      * is a credit the customer holds.
      *--------------------------------------------------
       01  AR-OPEN-ITEM-RECORD.
           05  AR-CUST-NO            PIC X(06).
           05  FILLER                PIC X.
           05  AR-CUSTOMER           PIC X(10).
           05  FILLER                PIC X.
           05  AR-ITEM-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  AR-ITEM-SEQ           PIC 9(5).
           05  FILLER                PIC X.
           05  AR-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  AR-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  AR-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  AR-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  AR-DUE-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  AR-CONTROL-ACCOUNT    PIC 9(6).
           05  FILLER                PIC X.
           05  AR-ORIGINAL-AMOUNT    PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  AR-OPEN-AMOUNT        PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  AR-SOURCE             PIC X(08).
