      *--------------------------------------------------
      * CCPARM.cpy
      * Parameter area for the shared CCGET cost-center
      * routine over the COSTCTR.DAT master. The caller
      * COPYs this into WORKING-STORAGE, fills in the
      * action and the key, and CALLs "CCGET" USING
      * COST-CENTER-PARAMETERS; CCGET COPYs the same
      * layout into its LINKAGE SECTION. The master is
      * loaded on the first call and kept for the run.
      *
      * CG-ACTION         - "F" find: the cost center's
      *                     master details and level;
      *                     "U" up: the cost center it
      *                     rolls up to at CG-ROLLUP-LEVEL;
      *                     "S" start a roll-up: clears the
      *                     totals and sets CG-ROLLUP-LEVEL
      *                     from CCROLL.DAT for CG-JOB-NAME;
      *                     "A" add CG-AMOUNT and CG-COUNT
      *                     to the cost center's total;
      *                     "L" list: the next roll-up
      *                     line, top down, each level's
      *                     subtotal before the levels
      *                     under it.
      * CG-JOB-NAME       - the calling report's job name.
      * CG-COST-CENTER    - the cost center; on "L" the
      *                     line's cost center. One not on
      *                     the master rolls up as "????".
      * CG-ROLLUP-LEVEL   - the deepest level a roll-up
      *                     shows, or that "U" rolls up
      *                     to; zero for every level.
      * CG-ROLLUP-CENTER  - on "U", the cost center rolled
      *                     up to.
      * CG-DESCRIPTION, CG-MANAGER, CG-PARENT, CG-COMPANY,
      * CG-ACTIVE-FLAG    - the master's details.
      * CG-LEVEL          - the cost center's level, 1 at
      *                     the top of the hierarchy.
      * CG-AMOUNT,
      * CG-COUNT          - on "A" the figures to add; on
      *                     "L" the line's rolled total.
      * CG-RESULT         - "Y" found (or a line returned);
      *                     "N" not on the master; "E" no
      *                     more roll-up lines; "M" there
      *                     is no COSTCTR.DAT at all.
      *--------------------------------------------------
       01  COST-CENTER-PARAMETERS.
           05  CG-ACTION             PIC X.
           05  CG-JOB-NAME           PIC X(8).
           05  CG-COST-CENTER        PIC X(4).
           05  CG-ROLLUP-LEVEL       PIC 9.
           05  CG-ROLLUP-CENTER      PIC X(4).
           05  CG-DESCRIPTION        PIC X(30).
           05  CG-MANAGER            PIC X(20).
           05  CG-PARENT             PIC X(4).
           05  CG-COMPANY            PIC X(02).
           05  CG-ACTIVE-FLAG        PIC X.
               88  CG-CENTER-IS-ACTIVE           VALUE "Y".
               88  CG-CENTER-IS-INACTIVE         VALUE "N".
           05  CG-LEVEL              PIC 9.
           05  CG-AMOUNT             PIC S9(13)V99.
           05  CG-COUNT              PIC 9(7).
           05  CG-RESULT             PIC X.
               88  CG-CENTER-FOUND               VALUE "Y".
               88  CG-CENTER-NOT-FOUND           VALUE "N".
               88  CG-END-OF-ROLLUP              VALUE "E".
               88  CG-NO-MASTER                  VALUE "M".
