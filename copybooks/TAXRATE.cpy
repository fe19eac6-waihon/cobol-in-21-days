      *--------------------------------------------------
      * TAXRATE.cpy
      * One sales-tax rate record per state per effective
      * date, keyed by the two-letter state the name master
      * carries in NM-STATE. The rate in force on a night
      * is the row with the latest SR-EFFECTIVE-DATE at or
      * before the business date, the same choice
      * CURRATE.DAT's rows get, so a rate change can be
      * staged ahead of the day it takes effect.
      *
      * SR-RATE-PERCENT is the combined rate as a percent
      * to four decimals: 6.25% is keyed 062500. A state
      * with no row in force charges no tax; its taxable
      * sales are reported as exempt.
      *--------------------------------------------------
       01  SALES-TAX-RATE-RECORD.
           05  SR-STATE              PIC X(02).
           05  FILLER                PIC X.
           05  SR-EFFECTIVE-DATE     PIC 9(8).
           05  FILLER                PIC X.
           05  SR-RATE-PERCENT       PIC 9(2)V9(4).
