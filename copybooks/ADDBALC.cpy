      *--------------------------------------------------
      * ADDBALC.cpy
      * Outcome of the night's ADD control balancing, as
      * ADDBAL01 leaves it for the batch-window digest:
      * the business date and calendar date it ran, the
      * condition code it ended with, and how many of the
      * sheet's stages balanced, were out, or could not be
      * checked because a stage's file was never written.
      * Rewritten every run.
      *--------------------------------------------------
       01  ADD-BALANCING-CONTROL-RECORD.
           05  BV-BUSINESS-DATE      PIC 9(8).
           05  FILLER                PIC X.
           05  BV-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  BV-CONDITION-CODE     PIC 9(2).
           05  FILLER                PIC X.
           05  BV-STAGES-BALANCED    PIC 9(2).
           05  FILLER                PIC X.
           05  BV-STAGES-OUT         PIC 9(2).
           05  FILLER                PIC X.
           05  BV-STAGES-UNCHECKED   PIC 9(2).
