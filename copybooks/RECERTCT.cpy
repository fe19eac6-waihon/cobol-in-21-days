      *--------------------------------------------------
      * RECERTCT.cpy
      * Operator access recertification control card,
      * read from RECERTCT.DAT. A recertification cycle is
      * the calendar quarter holding the business date;
      * every operator must be confirmed by a supervisor
      * within RV-RESPONSE-DAYS calendar days of the first
      * day of the quarter, and an account with no menu
      * activity for more than RV-DORMANT-DAYS calendar
      * days is dormant. Both are suspended by RECSUS01.
      * Without the card the cycle is 30 days and dormant
      * is 90.
      *--------------------------------------------------
       01  RECERT-CONTROL-RECORD.
           05  RV-RESPONSE-DAYS      PIC 9(3).
           05  FILLER                PIC X.
           05  RV-DORMANT-DAYS       PIC 9(3).
