      *--------------------------------------------------
      * ADDTAX.cpy
      * Sales-tax register, one record per pair ADD07
      * posts, appended to ADDTAX.DAT night after night so
      * the monthly sales-tax worksheet has every sale's
      * state, taxability and tax to total. SX-RUN-DATE
      * and SX-RECORD-NO (the pair's position in that
      * night's ADDTRNP.DAT) trace a row to its pair.
      *
      * SX-STATE is the customer's NM-STATE, spaces when
      * the customer is unknown. SX-TAX-STATUS: "T" taxed;
      * "E" exempt -- a type TAXTYPE.DAT does not mark
      * taxable, or a state with no rate in force; "N" a
      * taxable sale whose tax could not be charged
      * because GLACCT.DAT has no tax row for it (logged
      * by ADD07). Amounts are in the pair's currency and,
      * as SX-BASE-, in base currency at the night's rate.
      * SX-DEBIT-ACCOUNT and SX-LIABILITY-ACCOUNT are the
      * tax row's accounts the tax posted to.
      *--------------------------------------------------
       01  SALES-TAX-REGISTER-RECORD.
           05  SX-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  SX-RECORD-NO          PIC 9(7).
           05  FILLER                PIC X.
           05  SX-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  SX-STATE              PIC X(02).
           05  FILLER                PIC X.
           05  SX-CUSTOMER           PIC X(10).
           05  FILLER                PIC X.
           05  SX-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  SX-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  SX-TAX-STATUS         PIC X.
           05  FILLER                PIC X.
           05  SX-SALE-AMOUNT        PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  SX-TAX-AMOUNT         PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  SX-BASE-SALE          PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  SX-BASE-TAX           PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  SX-DEBIT-ACCOUNT      PIC 9(6).
           05  FILLER                PIC X.
           05  SX-LIABILITY-ACCOUNT  PIC 9(6).
