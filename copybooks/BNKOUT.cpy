      *--------------------------------------------------
      * BNKOUT.cpy
      * One reconciling item for a GL cash account: a
      * bank statement line not yet matched to the books
      * (BO-SIDE "S"), or a cash line posted to the books
      * not yet matched to the bank (BO-SIDE "B").
      * BNKIMP01 adds the statement lines and BNKREC01 the
      * night's GLEXTR cash lines; BNKOUT.DAT carries what
      * is still unmatched from month to month.
      *
      * BO-AMOUNT is signed the way the cash account moves:
      * plus for money in, minus for money out, on both
      * sides, so a matching pair carries the same amount.
      * For a statement line BO-ITEM-TYPE is the bank's
      * type and BO-SOURCE the bank account; for a book
      * line BO-ITEM-TYPE is "GL " and BO-SOURCE the job
      * that wrote the extract line.
      *
      * BO-STATUS: "O" open; "A" matched by BNKREC01; "M"
      * matched by hand on BNKMAT01; "W" written off on
      * BNKMAT01 with BO-REASON, posted by the next
      * BNKREC01 run. Every item of one match carries the
      * same BO-MATCH-NUMBER -- the item number of the one
      * it was matched from. BNKREC01 moves closed items
      * to BNKMTCH.DAT, which keeps this same layout.
      *--------------------------------------------------
       01  BANK-OUTSTANDING-RECORD.
           05  BO-ITEM-NUMBER        PIC 9(7).
           05  FILLER                PIC X.
           05  BO-CASH-ACCOUNT       PIC 9(6).
           05  FILLER                PIC X.
           05  BO-SIDE               PIC X.
               88  BO-IS-BANK-SIDE               VALUE "S".
               88  BO-IS-BOOK-SIDE               VALUE "B".
           05  FILLER                PIC X.
           05  BO-ITEM-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  BO-AMOUNT             PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  BO-REFERENCE          PIC X(12).
           05  FILLER                PIC X.
           05  BO-ITEM-TYPE          PIC X(03).
           05  FILLER                PIC X.
           05  BO-SOURCE             PIC X(10).
           05  FILLER                PIC X.
           05  BO-ADDED-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  BO-STATUS             PIC X.
               88  BO-IS-OPEN                    VALUE "O".
           05  FILLER                PIC X.
           05  BO-MATCH-NUMBER       PIC 9(7).
           05  FILLER                PIC X.
           05  BO-WORKED-BY          PIC X(08).
           05  FILLER                PIC X.
           05  BO-WORKED-DATE        PIC 9(8).
           05  FILLER                PIC X.
           05  BO-REASON             PIC X(30).
