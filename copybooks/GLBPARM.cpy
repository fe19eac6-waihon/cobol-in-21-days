      *--------------------------------------------------
      * GLBPARM.cpy
      * Parameter area for the shared GLBGET keyed reader
      * of the indexed ledger balance master GLBAL.DAT.
      * The caller COPYs this into WORKING-STORAGE, fills
      * in the action and the key, and CALLs "GLBGET"
      * USING GL-BALANCE-PARAMETERS; GLBGET COPYs the same
      * layout into its LINKAGE SECTION. The ledger is
      * opened on the first call and stays open until the
      * caller's "C" call or the end of the run.
      *
      * GP-ACTION         - "B" balance: the account's
      *                     latest month at or before
      *                     GP-PERIOD, with its activity
      *                     summed over GP-FROM-PERIOD
      *                     through GP-PERIOD as well;
      *                     "N" next account: the first
      *                     account on the ledger after
      *                     GP-COMPANY/GP-ACCOUNT (start
      *                     from spaces and zero to walk
      *                     the ledger an account at a
      *                     time); "C" close the ledger.
      * GP-COMPANY        - the balance's company; left
      *                     blank on a "B" call, the
      *                     account's company is taken
      *                     from GLCHART.DAT ("01" when the
      *                     chart gives none).
      * GP-ACCOUNT        - the GL account.
      * GP-PERIOD         - the month asked for (YYYYMM).
      * GP-FROM-PERIOD    - the first month of the activity
      *                     span; zero for none.
      * GP-FOUND-PERIOD   - the month actually found.
      * GP-OPENING-BALANCE, GP-ACTIVITY,
      * GP-CLOSING-BALANCE - that month's figures.
      * GP-SPAN-ACTIVITY  - the activity summed over the
      *                     span.
      * GP-RESULT         - "Y" found; "N" the account has
      *                     no month at or before GP-PERIOD
      *                     (or no account follows); "M"
      *                     there is no GLBAL.DAT at all.
      *--------------------------------------------------
       01  GL-BALANCE-PARAMETERS.
           05  GP-ACTION             PIC X.
           05  GP-COMPANY            PIC X(02).
           05  GP-ACCOUNT            PIC 9(6).
           05  GP-PERIOD             PIC 9(6).
           05  GP-FROM-PERIOD        PIC 9(6).
           05  GP-FOUND-PERIOD       PIC 9(6).
           05  GP-OPENING-BALANCE    PIC S9(9)V99.
           05  GP-ACTIVITY           PIC S9(9)V99.
           05  GP-CLOSING-BALANCE    PIC S9(9)V99.
           05  GP-SPAN-ACTIVITY      PIC S9(11)V99.
           05  GP-RESULT             PIC X.
               88  GP-BALANCE-FOUND              VALUE "Y".
               88  GP-BALANCE-NOT-FOUND          VALUE "N".
               88  GP-NO-LEDGER                  VALUE "M".
