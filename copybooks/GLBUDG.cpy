      *--------------------------------------------------
      * GLBUDG.cpy
      * One budget record per company, GLCHART account,
      * cost center, and fiscal month -- the figure the
      * department expects that account to show for the
      * month, in its natural sign (an expense budget and
      * an income budget are both entered as positive
      * amounts). Maintained through GLBUD01 or loaded
      * whole from Finance's spreadsheet through CSVIMP01;
      * GLVAR01 reports actuals against it.
      *
      * A blank BG-COST-CENTER budgets the account as a
      * whole, and GLVAR01 measures it against the
      * account's GLBAL.DAT activity rather than one
      * department's extract lines.
      *--------------------------------------------------
       01  GL-BUDGET-RECORD.
           05  BG-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  BG-ACCOUNT            PIC 9(6).
           05  FILLER                PIC X.
           05  BG-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  BG-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  BG-AMOUNT             PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
