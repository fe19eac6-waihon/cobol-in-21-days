      *--------------------------------------------------
      * ADDAPRV.cpy
      * Pending-approval record for an ADDTRNP transaction
      * the ADDEDT01 pre-edit kept out of the clean feed
      * because its pair was over the APRTHR.DAT threshold
      * for its trans type, company, and currency. Kept in
      * DISPLAY format, the pair unpacked and its keys as
      * submitted, the way ADDCRHLD.cpy keeps credit holds,
      * so the item can be fed back exactly as it arrived.
      *
      * AW-RECORD-NUMBER is the item's place in the
      * night's feed and AW-THRESHOLD the limit it was
      * over. AW-KEYED-BY is the operator who keyed the
      * pair on ADDENT01, found on the ADDKEYLG.DAT keying
      * log; spaces when it came in on a feed.
      *
      * AW-DISPOSITION: "O" open, awaiting approval; "A"
      * approved on the APRREV01 screen; "J" rejected
      * there, never to post; "R" recycled -- set by the
      * nightly APRRCY01 step when it feeds an approved
      * item back into ADDTRNP, with AW-RECYCLE-DATE the
      * night it went. Both decisions go through DUALAUTH,
      * so the keying operator never approves their own
      * item. AW-WORKED-BY is the operator at the screen,
      * and AW-WORKED-DATE and AW-WORKED-TIME (HHMM) the
      * clock when it was decided, which APRRCY01 measures
      * against the APRCTL.DAT cutoff.
      *
      * AW-INTRADAY-RUN is the intraday run number when
      * the item was queued by an intraday pre-edit;
      * spaces when queued at night. Trailing, so items
      * written before it read in as spaces.
      *
      * AW-EFFECTIVE-DATE is the pair's TT-EFFECTIVE-DATE
      * as ADDEDT01 had it, so APRRCY01 feeds the item
      * back under the date it was meant to post on, and
      * the pre-edit checks that date's period again
      * before it goes through. Trailing; spaces on items
      * written before it, which post on the recycle
      * night.
      *--------------------------------------------------
       01  ADD-APPROVAL-RECORD.
           05  AW-FIRST-NUMBER       PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  AW-SECOND-NUMBER      PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  AW-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  AW-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  AW-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  AW-CUSTOMER           PIC X(10).
           05  FILLER                PIC X.
           05  AW-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  AW-HOLD-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  AW-RECORD-NUMBER      PIC 9(7).
           05  FILLER                PIC X.
           05  AW-THRESHOLD          PIC 9(9)V99.
           05  FILLER                PIC X.
           05  AW-KEYED-BY           PIC X(08).
           05  FILLER                PIC X.
           05  AW-DISPOSITION        PIC X.
           05  FILLER                PIC X.
           05  AW-WORKED-BY          PIC X(08).
           05  FILLER                PIC X.
           05  AW-WORKED-DATE        PIC 9(8).
           05  FILLER                PIC X.
           05  AW-WORKED-TIME        PIC 9(4).
           05  FILLER                PIC X.
           05  AW-RECYCLE-DATE       PIC 9(8).
           05  FILLER                PIC X.
           05  AW-INTRADAY-RUN       PIC X(03).
           05  FILLER                PIC X.
           05  AW-EFFECTIVE-DATE     PIC X(08).
