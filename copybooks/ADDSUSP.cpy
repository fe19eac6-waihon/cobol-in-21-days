      * item never recycles twice). Old records read in
      * with spaces and count as open. SS-RUN-DATE is the
      * entry date the aging report measures from.
      *
      * SS-RECYCLE-DATE is the business date SUSRCY01 fed
      * the item back into ADDTRNP, so the night's control
      * balancing can show how much of the feed came back
      * out of suspense. Zero until the item recycles;
      * older records read in as spaces.
      *
      * SS-GL-POSTING is what SUSGL01 put on the ledger for
      * the item, so the GL balance of money in suspense
      * can be tied back to this file. SS-GL-POST-DATE is
      * the night it posted: each number of the pair, in
      * the base currency, debited to the account its
      * GLACCT.DAT row names (kept in SS-GL-DEBIT-ACCOUNT)
      * and credited to the company's SUSPCTL.DAT suspense
      * account (SS-GL-SUSPENSE-ACCOUNT), the base amounts
      * as posted kept in SS-GL-FIRST-BASE and
      * SS-GL-SECOND-BASE. The
      * clearing entry made when the item recycles or is
      * written off reverses exactly those amounts, however
      * the pair was corrected since, and SS-GL-CLEAR-DATE
      * is the night it went. Trailing; spaces until the
      * item posts, and on records written before it.
      *
      * SS-EFFECTIVE-DATE is the pair's TT-EFFECTIVE-DATE
      * as ADD07 had it, so SUSRCY01 feeds the item
      * back under the date it was meant to post on, and
      * the pre-edit checks that date's period again
      * before it goes through. Trailing; spaces on items
      * written before it, which post on the recycle
      * night.
      *--------------------------------------------------
       01  ADD-SUSPENSE-RECORD.
           05  SS-FIRST-NUMBER       PIC S9(7)V99
           05  SS-CUSTOMER           PIC X(10).
           05  FILLER                PIC X.
           05  SS-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  SS-RECYCLE-DATE       PIC 9(8).
           05  FILLER                PIC X.
           05  SS-GL-POSTING.
               10  SS-GL-POST-DATE   PIC 9(8).
               10  FILLER            PIC X.
               10  SS-GL-DEBIT-ACCOUNT
                                     PIC 9(6).
               10  FILLER            PIC X.
               10  SS-GL-SUSPENSE-ACCOUNT
                                     PIC 9(6).
               10  FILLER            PIC X.
               10  SS-GL-FIRST-BASE  PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
               10  FILLER            PIC X.
               10  SS-GL-SECOND-BASE PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
               10  FILLER            PIC X.
               10  SS-GL-CLEAR-DATE  PIC 9(8).
           05  FILLER                PIC X.
           05  SS-EFFECTIVE-DATE     PIC X(08).
