      * bucket posts under, and one "K" record per company
      * holds that company's running trailer figures -- so
      * a restarted run still writes one balanced control
      * trailer per legal entity. The "K" record also
      * carries the company's running sales tax, so the
      * restarted trailer's CT-TAX-TOTAL covers the whole
      * job too.
      *
      * CKPT-POSTING-DATE follows every view and is used by
      * the "B" record alone: the CCYYMMDD date the bucket
      * posts under, since a back-dated pair gets a bucket
      * of its own dated into its own period. Spaces -- a
      * checkpoint written before it existed -- mean the
      * run date.
      *
      * One "S" record per company and upstream source
      * holds that pair of keys' running trailer figures,
      * since the control trailer is now written per
      * source within each company. The figures sit side
      * by side with no separators to fit the record.
      *--------------------------------------------------
       01  ADD-CHECKPOINT-RECORD.
           05  CKPT-RECORD-TYPE      PIC X.
                                          SIGN IS TRAILING SEPARATE.
               10  FILLER                PIC X.
               10  CKPT-CO-NEGATIVE-COUNT PIC 9(7).
               10  FILLER                PIC X.
               10  CKPT-CO-TAX-TOTAL     PIC S9(7)V99
                                          SIGN IS TRAILING SEPARATE.
               10  FILLER                PIC X.
           05  CKPT-SOURCE-DETAIL REDEFINES CKPT-HEADER-DETAIL.
               10  CKPT-SO-COMPANY       PIC X(2).
               10  CKPT-SO-SOURCE-ID     PIC X(4).
               10  FILLER                PIC X.
               10  CKPT-SO-RECORD-COUNT  PIC 9(7).
               10  CKPT-SO-GRAND-TOTAL   PIC S9(7)V99
                                          SIGN IS TRAILING SEPARATE.
               10  CKPT-SO-NEGATIVE-COUNT PIC 9(7).
               10  CKPT-SO-TAX-TOTAL     PIC S9(7)V99
                                          SIGN IS TRAILING SEPARATE.
           05  CKPT-POSTING-DATE     PIC X(08).
