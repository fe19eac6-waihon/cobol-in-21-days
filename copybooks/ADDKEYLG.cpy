      *--------------------------------------------------
      * ADDKEYLG.cpy
      * Keying log. ADDENT01 appends one record for every
      * pair in a batch it releases, with the operator who
      * keyed it, because ADDTRNP itself has no room for
      * one. The ADDEDT01 pre-edit looks a high-value item
      * up here to stamp its keying operator on the
      * pending-approval record, so that operator can
      * never be the one to approve it. Pairs are as keyed,
      * the company included, the way they reach ADDTRNP.
      *--------------------------------------------------
       01  ADD-KEYING-LOG-RECORD.
           05  KL-KEYED-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  KL-OPERATOR-ID        PIC X(08).
           05  FILLER                PIC X.
           05  KL-FIRST-NUMBER       PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  KL-SECOND-NUMBER      PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  KL-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  KL-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  KL-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  KL-CUSTOMER           PIC X(10).
           05  FILLER                PIC X.
           05  KL-COMPANY            PIC X(02).
