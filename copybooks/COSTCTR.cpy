      *--------------------------------------------------
      * COSTCTR.cpy
      * The cost-center master: one record per cost center
      * -- the DP01-style codes GLACCT.DAT, ADDDIST.DAT,
      * and JOBCC.DAT key on -- saying what the department
      * is, who runs it, and where it reports. Until this
      * the codes were only keys, with no description and
      * no way to say two departments belong to one
      * division.
      *
      * CM-PARENT names the cost center this one rolls up
      * to; blank marks the top of the hierarchy. A chain
      * of parents may run six levels deep. The reports
      * that total by cost center (ADD07, ADDBRS01,
      * CHGBCK01, GLACT01) roll their figures up this
      * chain through the shared CCGET routine, with a
      * subtotal at each level.
      *
      * CM-COMPANY is the legal entity whose books carry
      * the department. CM-ACTIVE-FLAG is "Y" while the
      * cost center may take new transactions; ADDEDT01
      * rejects a pair keyed to one marked "N", which
      * stays on the master so its history still rolls up.
      *
      * Maintained through CTLMNT01; CTLAUD01 proves each
      * parent is on the master and every cost center the
      * other control files name is on it as well.
      *--------------------------------------------------
       01  COST-CENTER-RECORD.
           05  CM-COST-CENTER        PIC X(4).
           05  FILLER                PIC X.
           05  CM-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X.
           05  CM-MANAGER            PIC X(20).
           05  FILLER                PIC X.
           05  CM-PARENT             PIC X(4).
           05  FILLER                PIC X.
           05  CM-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  CM-ACTIVE-FLAG        PIC X.
               88  CM-IS-ACTIVE                  VALUE "Y".
               88  CM-IS-INACTIVE                VALUE "N".
