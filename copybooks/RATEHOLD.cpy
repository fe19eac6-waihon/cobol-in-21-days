      *--------------------------------------------------
      * RATEHOLD.cpy
      * A treasury rate the RATIMP01 import kept off
      * CURRATE.DAT, in RATEHOLD.DAT, with the rate it was
      * measured against and why it was held:
      * "OVER TOLERANCE" when it moved by more than the
      * RATETOL.DAT tolerance for its currency, "NO PRIOR
      * RATE" for a currency's first rate, or "EARLIER
      * RATE HELD" when a rate before it for the same
      * currency is still waiting, so the rates go on in
      * date order.
      *
      * RH-PRIOR-DATE and RH-PRIOR-RATE are the rate in
      * force before the held one (zeros when there was
      * none), RH-MOVE-PERCENT the move from it without
      * its sign, and RH-TOLERANCE-PERCENT the tolerance
      * it was measured against.
      *
      * RH-DISPOSITION: "O" open, awaiting a decision on
      * RATREV01; "A" approved there and appended to
      * CURRATE.DAT at once; "J" rejected, never to load.
      * Both decisions go through DUALAUTH. RH-WORKED-BY
      * is the operator at the screen, and RH-WORKED-DATE
      * and RH-WORKED-TIME (HHMM) the clock when it was
      * decided.
      *--------------------------------------------------
       01  RATE-HOLD-RECORD.
           05  RH-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  RH-EFFECTIVE-DATE     PIC 9(8).
           05  FILLER                PIC X.
           05  RH-RATE               PIC 9(3)V9(6).
           05  FILLER                PIC X.
           05  RH-PRIOR-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  RH-PRIOR-RATE         PIC 9(3)V9(6).
           05  FILLER                PIC X.
           05  RH-MOVE-PERCENT       PIC 9(5)V99.
           05  FILLER                PIC X.
           05  RH-TOLERANCE-PERCENT  PIC 9(2)V99.
           05  FILLER                PIC X.
           05  RH-HOLD-REASON        PIC X(20).
           05  FILLER                PIC X.
           05  RH-HOLD-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  RH-DISPOSITION        PIC X.
           05  FILLER                PIC X.
           05  RH-WORKED-BY          PIC X(08).
           05  FILLER                PIC X.
           05  RH-WORKED-DATE        PIC 9(8).
           05  FILLER                PIC X.
           05  RH-WORKED-TIME        PIC 9(4).
