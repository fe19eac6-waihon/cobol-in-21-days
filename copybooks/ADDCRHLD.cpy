      *--------------------------------------------------
      * ADDCRHLD.cpy
      * Credit hold record for an ADDTRNP transaction the
      * ADDEDT01 pre-edit kept out of the clean feed
      * because it would take the customer past their
      * NAMECRED.DAT credit limit, or the customer is on
      * credit hold. Kept in DISPLAY format, the pair
      * unpacked and its keys as submitted, the way
      * ADDSUSP.cpy keeps suspense, so the item can be
      * fed back exactly as it arrived.
      *
      * CH-CUST-NO is the customer's NM-CUST-NO. CH-BASE-
      * AMOUNT is the pair in the base currency at the
      * hold date's rate; CH-BALANCE is what the customer
      * already owed when it was held -- open receivables
      * plus anything passed earlier the same night -- and
      * CH-CREDIT-LIMIT the limit it was measured against.
      *
      * CH-DISPOSITION: "O" open, awaiting the credit
      * supervisor; "L" released on the CRDREV01 review
      * screen; "J" rejected there, never to post; "R"
      * recycled -- set by the nightly CRDRCY01 step when
      * it feeds a released item back into ADDTRNP, with
      * CH-RECYCLE-DATE the night it went. ADDEDT01 lets a
      * recycled item through that night without holding
      * it again. CH-WORKED-BY and CH-WORKED-DATE stamp
      * the supervisor's decision.
      *
      * CH-INTRADAY-RUN is the intraday run number when
      * the item was held by an intraday pre-edit (see
      * INTRREG.cpy); spaces when held at night. Trailing,
      * so holds written before it read in as spaces.
      *
      * CH-EFFECTIVE-DATE is the pair's TT-EFFECTIVE-DATE
      * as ADDEDT01 had it, so CRDRCY01 feeds the item
      * back under the date it was meant to post on, and
      * the pre-edit checks that date's period again
      * before it goes through. Trailing; spaces on items
      * written before it, which post on the recycle
      * night.
      *--------------------------------------------------
       01  ADD-CREDIT-HOLD-RECORD.
           05  CH-FIRST-NUMBER       PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  CH-SECOND-NUMBER      PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  CH-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  CH-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  CH-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  CH-CUSTOMER           PIC X(10).
           05  FILLER                PIC X.
           05  CH-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  CH-CUST-NO            PIC X(06).
           05  FILLER                PIC X.
           05  CH-HOLD-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  CH-REASON             PIC X(20).
           05  FILLER                PIC X.
           05  CH-BASE-AMOUNT        PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  CH-BALANCE            PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  CH-CREDIT-LIMIT       PIC 9(9)V99.
           05  FILLER                PIC X.
           05  CH-DISPOSITION        PIC X.
           05  FILLER                PIC X.
           05  CH-WORKED-BY          PIC X(08).
           05  FILLER                PIC X.
           05  CH-WORKED-DATE        PIC 9(8).
           05  FILLER                PIC X.
           05  CH-RECYCLE-DATE       PIC 9(8).
           05  FILLER                PIC X.
           05  CH-INTRADAY-RUN       PIC X(03).
           05  FILLER                PIC X.
           05  CH-EFFECTIVE-DATE     PIC X(08).
