      *--------------------------------------------------
      * GLICST.cpy
      * One intercompany reconciliation result per fiscal
      * month, written by GLICR01 each time it reconciles
      * that month. IS-RESULT is "B" when every due-from/
      * due-to pair netted to zero and "U" when at least
      * one did not. GLYEC01 will not close a year until
      * the year's last month shows "B" here, so the
      * consolidated books never close carrying an
      * intercompany difference.
      *--------------------------------------------------
       01  IC-STATUS-RECORD.
           05  IS-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  IS-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  IS-RESULT             PIC X.
           05  FILLER                PIC X.
           05  IS-PAIR-COUNT         PIC 9(4).
           05  FILLER                PIC X.
           05  IS-UNBALANCED-COUNT   PIC 9(4).
