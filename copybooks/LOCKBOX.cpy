      *--------------------------------------------------
      * LOCKBOX.cpy
      * The bank's lockbox remittance file, keyed by
      * LB-RECORD-TYPE the way GLXMIT keys its envelope:
      * one "H" header per deposit batch naming the
      * lockbox and the bank's batch, one "D" record per
      * customer payment, and one "T" trailer with the
      * bank's item count and batch total. A file may
      * carry several batches, each inside its own header
      * and trailer. The "D" and "T" views REDEFINE the
      * header detail.
      *
      * LB-CUST-NO is the NAMEMAST.DAT NM-CUST-NO the
      * customer wrote on the remittance; LB-INVOICE-REF
      * is the item reference printed on the invoice --
      * the AROPEN item date and sequence, 13 digits --
      * and is spaces when the customer quoted none.
      *--------------------------------------------------
       01  LOCKBOX-RECORD.
           05  LB-RECORD-TYPE        PIC X.
           05  FILLER                PIC X.
           05  LB-HEADER-DETAIL.
               10  LB-LOCKBOX-ID         PIC X(06).
               10  FILLER                PIC X.
               10  LB-BATCH-ID           PIC X(08).
               10  FILLER                PIC X.
               10  LB-BATCH-DATE         PIC 9(8).
               10  FILLER                PIC X(26).
           05  LB-PAYMENT-DETAIL REDEFINES LB-HEADER-DETAIL.
               10  LB-CUST-NO            PIC X(06).
               10  FILLER                PIC X.
               10  LB-INVOICE-REF        PIC X(13).
               10  LB-INVOICE-REF-PARTS REDEFINES LB-INVOICE-REF.
                   15  LB-REF-ITEM-DATE      PIC 9(8).
                   15  LB-REF-ITEM-SEQ       PIC 9(5).
               10  FILLER                PIC X.
               10  LB-AMOUNT             PIC 9(7)V99.
               10  FILLER                PIC X.
               10  LB-DEPOSIT-DATE       PIC 9(8).
               10  FILLER                PIC X(11).
           05  LB-TRAILER-DETAIL REDEFINES LB-HEADER-DETAIL.
               10  LB-ITEM-COUNT         PIC 9(5).
               10  FILLER                PIC X.
               10  LB-BATCH-TOTAL        PIC 9(9)V99.
               10  FILLER                PIC X(33).
