      *--------------------------------------------------
      * GLALLOC.cpy
      * One allocation split per record: how much of a
      * shared-cost source (an overhead cost center's
      * account -- IT, facilities) one target department
      * takes at month end. Every row with the same
      * source company, cost center, and account belongs
      * to one allocation, and all its rows must use the
      * same AL-METHOD:
      *   "P" -- a fixed AL-PERCENT; the rows must add up
      *          to 100.00.
      *   "H" -- the department's AL-HEADCOUNT, as a share
      *          of the allocation's total headcount.
      *   "A" -- the department's share of the month's
      *          ADD07 activity, read from the archived
      *          extracts; nothing is keyed on the row.
      * The target department is charged on
      * AL-TARGET-ACCOUNT and the source account relieved.
      *
      * AL-LAST-PERIOD is the last YYYYMM fiscal month the
      * row was allocated for; GLALC01 stamps it as it
      * writes the extract lines, so a rerun finds the
      * month already moved. Zero on a new row.
      *--------------------------------------------------
       01  GL-ALLOCATION-RECORD.
           05  AL-SOURCE-COMPANY     PIC X(02).
           05  FILLER                PIC X.
           05  AL-SOURCE-COST-CENTER PIC X(04).
           05  FILLER                PIC X.
           05  AL-SOURCE-ACCOUNT     PIC 9(6).
           05  FILLER                PIC X.
           05  AL-TARGET-COST-CENTER PIC X(04).
           05  FILLER                PIC X.
           05  AL-TARGET-ACCOUNT     PIC 9(6).
           05  FILLER                PIC X.
           05  AL-METHOD             PIC X.
           05  FILLER                PIC X.
           05  AL-PERCENT            PIC 9(3)V99.
           05  FILLER                PIC X.
           05  AL-HEADCOUNT          PIC 9(5).
           05  FILLER                PIC X.
           05  AL-LAST-PERIOD        PIC 9(6).
