      *--------------------------------------------------
      * GLFXBAL.cpy
      * One foreign-currency position per GL account per
      * currency per fiscal month, kept by GLPOST01 beside
      * the base-currency GLBAL.DAT master from every
      * extract line not in the base currency. The foreign
      * figures are in FB-CURRENCY-CODE; the base figures
      * are what those units are carried at in GLBAL, so
      * the carried rate is base over foreign. As on
      * GLBAL, each month's closing figure is opening plus
      * activity and the opening is the prior month's
      * closing carried forward.
      *
      * GLFXR01 restates the carried base figure at the
      * month-end CURRATE rate; its revaluation lines move
      * the base figures only, so FB-FOREIGN-ACTIVITY is
      * untouched by them.
      *--------------------------------------------------
       01  GL-FX-BALANCE-RECORD.
           05  FB-ACCOUNT            PIC 9(6).
           05  FILLER                PIC X.
           05  FB-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  FB-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  FB-FOREIGN-OPENING    PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  FB-FOREIGN-ACTIVITY   PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  FB-BASE-OPENING       PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  FB-BASE-ACTIVITY      PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
