      *--------------------------------------------------
      * RNGSTCTL.cpy
      * Control card for the bounds-tuning statistics:
      * the share of traffic, as a percentage, that the
      * suggested bounds should have rejected -- split
      * evenly between the low and high ends. 0100 is
      * 1.00 percent; with no card, 1.00 percent is used.
      *--------------------------------------------------
       01  RANGE-STATISTICS-CONTROL-RECORD.
           05  RS-REJECT-PERCENT     PIC 9(2)V99.
