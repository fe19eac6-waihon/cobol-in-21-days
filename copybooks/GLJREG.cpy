      *--------------------------------------------------
      * GLJREG.cpy
      * The manual journal register GLJE01 keeps on
      * GLJREG.DAT: one record per journal line, each
      * carrying its journal's header -- the journal
      * number, when and by whom it was keyed, company,
      * period and description -- so any journal reprints
      * from the register alone through GLJRP01.
      *
      * JR-STATUS: "P" posted to GLEXTR.DAT after a second
      * operator approved it through DUALAUTH; "R"
      * rejected, with JR-REASON saying why (out of
      * balance, not approved, withdrawn by the preparer
      * at the confirmation). Every journal keyed is
      * registered, posted or not. JR-DEBIT-CREDIT is "D"
      * or "C"; JR-AMOUNT is always positive.
      *--------------------------------------------------
       01  GL-JOURNAL-REGISTER-RECORD.
           05  JR-JOURNAL-ID         PIC 9(6).
           05  FILLER                PIC X.
           05  JR-LINE-NO            PIC 9(3).
           05  FILLER                PIC X.
           05  JR-ENTRY-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  JR-PREPARER-ID        PIC X(8).
           05  FILLER                PIC X.
           05  JR-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  JR-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  JR-STATUS             PIC X.
           05  FILLER                PIC X.
           05  JR-REASON             PIC X(20).
           05  FILLER                PIC X.
           05  JR-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X.
           05  JR-ACCOUNT            PIC 9(6).
           05  FILLER                PIC X.
           05  JR-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  JR-DEBIT-CREDIT       PIC X.
           05  FILLER                PIC X.
           05  JR-AMOUNT             PIC 9(7)V99.
