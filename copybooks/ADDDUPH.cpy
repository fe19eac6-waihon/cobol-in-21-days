      *--------------------------------------------------
      * ADDDUPH.cpy
      * Duplicate hold record for an ADDTRNP transaction
      * the ADDEDT01 pre-edit kept out of the clean feed
      * because its fingerprint -- customer, trans type,
      * cost center, company, currency, and both amounts
      * -- matched a transaction already taken earlier the
      * same night or on a night still inside the
      * ADDEDCTL.DAT duplicate window (ADDFPHST.DAT keeps
      * those). Kept in DISPLAY format, the pair unpacked
      * and its keys as submitted, the way ADDCRHLD.cpy
      * keeps credit holds, so the item can be fed back
      * exactly as it arrived.
      *
      * DQ-RECORD-NUMBER is the item's place in the night's
      * feed; DQ-MATCH-DATE and DQ-MATCH-RECORD name the
      * night and feed record it repeats.
      *
      * DQ-DISPOSITION: "O" open, awaiting review; "L"
      * released on the DUPREV01 review screen, with the
      * reason the reviewer gave in DQ-RELEASE-REASON; "J"
      * rejected there, never to post; "R" recycled -- set
      * by the nightly DUPRCY01 step when it feeds a
      * released item back into ADDTRNP, with
      * DQ-RECYCLE-DATE the night it went. ADDEDT01 lets a
      * recycled item past the duplicate check that night.
      * DQ-WORKED-BY and DQ-WORKED-DATE stamp the decision.
      *
      * DQ-INTRADAY-RUN is the intraday run number when
      * the item was held by an intraday pre-edit;
      * spaces when held at night. Trailing, so holds
      * written before it read in as spaces.
      *
      * DQ-EFFECTIVE-DATE is the pair's TT-EFFECTIVE-DATE
      * as ADDEDT01 had it, so DUPRCY01 feeds the item
      * back under the date it was meant to post on, and
      * the pre-edit checks that date's period again
      * before it goes through. Trailing; spaces on items
      * written before it, which post on the recycle
      * night.
      *--------------------------------------------------
       01  ADD-DUPLICATE-HOLD-RECORD.
           05  DQ-FIRST-NUMBER       PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  DQ-SECOND-NUMBER      PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  DQ-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  DQ-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  DQ-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  DQ-CUSTOMER           PIC X(10).
           05  FILLER                PIC X.
           05  DQ-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  DQ-HOLD-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  DQ-RECORD-NUMBER      PIC 9(7).
           05  FILLER                PIC X.
           05  DQ-MATCH-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  DQ-MATCH-RECORD       PIC 9(7).
           05  FILLER                PIC X.
           05  DQ-DISPOSITION        PIC X.
           05  FILLER                PIC X.
           05  DQ-WORKED-BY          PIC X(08).
           05  FILLER                PIC X.
           05  DQ-WORKED-DATE        PIC 9(8).
           05  FILLER                PIC X.
           05  DQ-RECYCLE-DATE       PIC 9(8).
           05  FILLER                PIC X.
           05  DQ-RELEASE-REASON     PIC X(30).
           05  FILLER                PIC X.
           05  DQ-INTRADAY-RUN       PIC X(03).
           05  FILLER                PIC X.
           05  DQ-EFFECTIVE-DATE     PIC X(08).
