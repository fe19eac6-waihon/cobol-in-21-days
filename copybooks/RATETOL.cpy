      *--------------------------------------------------
      * RATETOL.cpy
      * Movement tolerance for the treasury rate import,
      * one row per currency treasury quotes us in
      * RATETOL.DAT. RATIMP01 takes a rate in from the
      * TRSRATE.DAT feed only for a currency named here;
      * a new rate that moves from the one before it by
      * more than RL-TOLERANCE-PERCENT of that rate, up or
      * down, is held for approval on RATREV01 instead of
      * going straight onto CURRATE.DAT. A currency's
      * first rate has nothing to be measured against and
      * is always held.
      *--------------------------------------------------
       01  RATE-TOLERANCE-RECORD.
           05  RL-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  RL-TOLERANCE-PERCENT  PIC 9(2)V99.
           05  FILLER                PIC X.
           05  RL-DESCRIPTION        PIC X(20).
