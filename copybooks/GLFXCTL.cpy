      *--------------------------------------------------
      * GLFXCTL.cpy
      * One control record per company for the GLFXR01
      * month-end foreign-currency revaluation: the
      * unrealized exchange gain/loss account the
      * company's revaluation differences are posted
      * against, and the last YYYYMM fiscal month already
      * revalued. GLFXR01 stamps FC-LAST-PERIOD when it
      * writes a company's entries, so a rerun of the same
      * month is refused instead of booking it twice.
      *--------------------------------------------------
       01  GL-FX-CONTROL-RECORD.
           05  FC-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  FC-GAIN-LOSS-ACCOUNT  PIC 9(6).
           05  FILLER                PIC X.
           05  FC-LAST-PERIOD        PIC 9(6).
