      *--------------------------------------------------
      * GLPSTCTL.cpy
      * Posting control record GLPOST01 leaves behind each
      * run: how many GLEXTR extract lines it applied to
      * the GLBAL ledger and for how much, and how many it
      * refused for an unknown account. The amounts are
      * the base-currency figures the ledger takes, one
      * side of each line, so the ADD control balancing
      * can prove the extract went onto the ledger whole.
      * Rewritten every run.
      *
      * GO-INTRADAY-RUN is the intraday run number when
      * the record is an intraday run's (GLPSTCI.DAT);
      * spaces on the night's. Trailing; older records
      * read in as spaces.
      *--------------------------------------------------
       01  GL-POSTING-CONTROL-RECORD.
           05  GO-BUSINESS-DATE      PIC 9(8).
           05  FILLER                PIC X.
           05  GO-POSTED-COUNT       PIC 9(7).
           05  FILLER                PIC X.
           05  GO-POSTED-AMOUNT      PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  GO-REJECTED-COUNT     PIC 9(7).
           05  FILLER                PIC X.
           05  GO-REJECTED-AMOUNT    PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  GO-INTRADAY-RUN       PIC X(03).
