      *--------------------------------------------------
      * GLVARCTL.cpy
      * Control record for the GLVAR01 budget-versus-
      * actual report -- the percentage a line may stray
      * from its budget, either way, before the report
      * flags it. Read from GLVARCTL.DAT so Finance can
      * tighten or loosen it without a recompile; with no
      * file at all the tolerance is 10.0 percent.
      *--------------------------------------------------
       01  GL-VARIANCE-CONTROL-RECORD.
           05  VC-TOLERANCE-PCT      PIC 9(3)V9.
