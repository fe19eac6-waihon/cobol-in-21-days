      *--------------------------------------------------
      * RNGTCTL.cpy
      * One line per archived RANGETRN.DAT copy to include
      * in the bounds-tuning statistics -- the nightly
      * value feeds saved off the same way the RANGEXC.DAT
      * reject files are for RNGTRD01 -- so RNGSTA01 can
      * describe the whole span of traffic a profile saw,
      * accepted values included, not just its rejects.
      *--------------------------------------------------
       01  RANGE-TRAFFIC-CONTROL-RECORD.
           05  TA-RANGETRN-FILE      PIC X(40).
