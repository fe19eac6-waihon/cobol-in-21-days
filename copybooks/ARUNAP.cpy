      *--------------------------------------------------
      * ARUNAP.cpy
      * One unapplied cash item per record on ARUNAP.DAT:
      * a lockbox payment, or the part of one, that
      * ARCASH01 could not apply to an open item. The
      * deposit date, lockbox, bank batch and item number
      * within the batch identify the payment it came
      * from.
      *
      * UA-REASON says why: UNKNOWN CUSTOMER (no customer
      * number on the name master, and no reference that
      * names an item), NO REFERENCE (neither a customer
      * number nor a reference), or OVERPAYMENT (more than
      * the customer's open items). UA-OPEN-AMOUNT is what
      * is still unapplied; ARUNAP01 reduces it as the item
      * is worked.
      *
      * UA-STATUS: "O" open; "A" applied in full to open
      * items; "R" refunded to the customer. UA-WORKED-BY
      * and UA-WORKED-DATE name the operator who last
      * worked it and when.
      *--------------------------------------------------
       01  AR-UNAPPLIED-RECORD.
           05  UA-DEPOSIT-DATE       PIC 9(8).
           05  FILLER                PIC X.
           05  UA-LOCKBOX-ID         PIC X(06).
           05  FILLER                PIC X.
           05  UA-BATCH-ID           PIC X(08).
           05  FILLER                PIC X.
           05  UA-ITEM-NO            PIC 9(5).
           05  FILLER                PIC X.
           05  UA-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  UA-CUST-NO            PIC X(06).
           05  FILLER                PIC X.
           05  UA-INVOICE-REF        PIC X(13).
           05  FILLER                PIC X.
           05  UA-REASON             PIC X(16).
           05  FILLER                PIC X.
           05  UA-ORIGINAL-AMOUNT    PIC 9(7)V99.
           05  FILLER                PIC X.
           05  UA-OPEN-AMOUNT        PIC 9(7)V99.
           05  FILLER                PIC X.
           05  UA-STATUS             PIC X.
           05  FILLER                PIC X.
           05  UA-WORKED-BY          PIC X(08).
           05  FILLER                PIC X.
           05  UA-WORKED-DATE        PIC 9(8).
