      *--------------------------------------------------
      * BNKSEQ.cpy
      * Next-item control record for the bank
      * reconciliation, the way GLSEQ keeps the GL
      * transmission sequence: BNKIMP01 and BNKREC01 stamp
      * BQ-NEXT-ITEM-NUMBER on each reconciling item they
      * add to BNKOUT.DAT, then increment and rewrite it.
      * BQ-LAST-CAPTURE-DATE is the business date whose
      * GLEXTR cash lines BNKREC01 last took in, so a
      * rerun the same night never takes them twice.
      *--------------------------------------------------
       01  BANK-SEQUENCE-CONTROL-RECORD.
           05  BQ-NEXT-ITEM-NUMBER   PIC 9(7).
           05  FILLER                PIC X.
           05  BQ-LAST-CAPTURE-DATE  PIC 9(8).
