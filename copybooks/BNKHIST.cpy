      *--------------------------------------------------
      * BNKHIST.cpy
      * One record per bank statement BNKIMP01 has taken
      * in, so a statement sent twice is never imported
      * twice, each new statement can be proved to follow
      * on from the last one's closing balance, and the
      * BNKREC01 reconciliation has the bank's balance to
      * start from. BA-IMPORT-DATE is the business date of
      * the run that took it in.
      *--------------------------------------------------
       01  BANK-STATEMENT-HISTORY-RECORD.
           05  BA-BANK-ACCOUNT       PIC X(10).
           05  FILLER                PIC X.
           05  BA-STATEMENT-DATE     PIC 9(8).
           05  FILLER                PIC X.
           05  BA-IMPORT-DATE        PIC 9(8).
           05  FILLER                PIC X.
           05  BA-ITEM-COUNT         PIC 9(5).
           05  FILLER                PIC X.
           05  BA-OPENING-BALANCE    PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  BA-CLOSING-BALANCE    PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
