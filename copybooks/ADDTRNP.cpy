      * read in as spaces and post under the default
      * company "01".
           05  TT-COMPANY            PIC X(02).
      * TT-EFFECTIVE-DATE is the CCYYMMDD business date the
      * pair belongs to. Spaces (or zero) mean the night it
      * arrives, as every feed written before the field
      * existed reads in. ADDEDT01 sends a pair dated ahead
      * of the business date to the ADDWHSE.DAT warehouse
      * until its day comes, and a pair dated back posts
      * into its own FISCCTL.DAT period while that period
      * is still open.
           05  TT-EFFECTIVE-DATE     PIC X(08).
      * TT-SOURCE-ID names the upstream system that sent
      * the pair -- branch keying, the order system,
      * ADDENT01, the night's own recycle steps -- as
      * registered on ADDSRC.DAT, so a night whose total
      * is wrong can be traced to the sender that caused
      * it. Trailing, like the fields above; a feed
      * written before it existed reads in as spaces.
      *
      * TT-RECORD-KIND is spaces on a pair. A sender
      * brackets its pairs with an "H" header record and
      * a "T" trailer record, both carrying its source ID;
      * the trailer carries the sender's own count of the
      * pairs between them (TT-SOURCE-COUNT) and their
      * hash total, both numbers of every pair summed
      * (TT-SOURCE-HASH). The pair fields are zero on
      * them. Only the ADDEDT01 pre-edit reads them: it
      * balances each source to its trailer and passes
      * the pairs on to ADD07 without them.
           05  TT-SOURCE-ID          PIC X(04).
           05  TT-RECORD-KIND        PIC X.
               88  TT-SOURCE-PAIR              VALUE SPACE.
               88  TT-SOURCE-HEADER            VALUE "H".
               88  TT-SOURCE-TRAILER           VALUE "T".
           05  TT-SOURCE-COUNT       PIC 9(7)      COMP-3.
           05  TT-SOURCE-HASH        PIC S9(13)V99 COMP-3.
