      *--------------------------------------------------
      * INTRREG.cpy
      * Intraday run register (INTRREG.DAT). INTRDY01
      * appends a row each time one of the day's intraday
      * runs moves on, so the file is a history: the last
      * row for a business date and run number is where
      * that run stands. Every row carries the run's
      * figures so far.
      *
      * IY-STATUS: "T" pairs taken off ADDTRNK into the
      * run's feed; "E" pre-edited by ADDEDT01; "A" added
      * by ADD07 onto the day's intraday extract; "G"
      * posted to GLBAL by GLPOST01; "P" complete, its
      * clean pairs added to the day's receivable feed.
      * A step that fails leaves a row with the status
      * unchanged and IY-STEP-NAME / IY-STEP-RC naming
      * the step and its return code; the next run picks
      * the same run up again at that step. Run 000 with
      * status "C" closes the date: INTRDY01 writes it at
      * the cutoff, and the night's ADD07 when it takes
      * the day's intraday work into the night.
      *
      * TAKEN is what came off ADDTRNK; CLEAN and REJECT
      * are ADDEDT01's clean and reject files (held items
      * are on the hold files, dated as the night's are);
      * POSTED and REFUSED are GLPOST01's control figures
      * for the run, base currency, one side per line.
      *--------------------------------------------------
       01  INTRADAY-REGISTER-RECORD.
           05  IY-BUSINESS-DATE      PIC 9(8).
           05  FILLER                PIC X.
           05  IY-RUN-NUMBER         PIC 9(3).
           05  FILLER                PIC X.
           05  IY-STATUS             PIC X.
           05  FILLER                PIC X.
           05  IY-STAMP-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  IY-STAMP-TIME         PIC 9(6).
           05  FILLER                PIC X.
           05  IY-TAKEN-COUNT        PIC 9(5).
           05  FILLER                PIC X.
           05  IY-TAKEN-AMOUNT       PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  IY-CLEAN-COUNT        PIC 9(5).
           05  FILLER                PIC X.
           05  IY-CLEAN-AMOUNT       PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  IY-REJECT-COUNT       PIC 9(5).
           05  FILLER                PIC X.
           05  IY-REJECT-AMOUNT      PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  IY-POSTED-COUNT       PIC 9(7).
           05  FILLER                PIC X.
           05  IY-POSTED-AMOUNT      PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  IY-REFUSED-COUNT      PIC 9(7).
           05  FILLER                PIC X.
           05  IY-REFUSED-AMOUNT     PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  IY-STEP-NAME          PIC X(8).
           05  FILLER                PIC X.
           05  IY-STEP-RC            PIC 9(4).
