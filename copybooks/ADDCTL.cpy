      * sees exactly one record. Trailers archived before
      * the field existed read in as spaces and belong to
      * the default company "01".
      *
      * CT-TAX-TOTAL is the company's sales tax charged on
      * the night's taxable pairs. The tax posts to the GL
      * extract alongside the sales, so the extract
      * balances to CT-GRAND-TOTAL plus CT-TAX-TOTAL.
      * Trailing; older trailers read in as spaces and
      * carried no tax.
      *
      * CT-INTRADAY-RUN is the intraday run number on a
      * trailer ADD07 wrote for an intraday run; the
      * night's run carries the day's intraday trailers
      * into its own ADDCTL.DAT so the day balances as
      * one. Spaces on the night's own trailers and on
      * older ones.
      *
      * CT-SOURCE-ID is the upstream source (ADDSRC.DAT)
      * whose pairs the trailer totals: a company's night
      * is now one trailer per source that sent it pairs,
      * so a wrong total can be traced to its sender.
      * Summed across its sources a company still balances
      * as before. Trailing; older trailers read in as
      * spaces, a single unnamed source.
      *--------------------------------------------------
       01  ADD-CONTROL-TRAILER.
           05  CT-RECORD-COUNT       PIC 9(7).
           05  CT-NEGATIVE-COUNT     PIC 9(7).
           05  FILLER                PIC X.
           05  CT-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  CT-TAX-TOTAL          PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  CT-INTRADAY-RUN       PIC X(03).
           05  FILLER                PIC X.
           05  CT-SOURCE-ID          PIC X(04).
