      *--------------------------------------------------
      * FRZPARM.cpy
      * Parameter area for the shared FRZCHK change-freeze
      * check. The caller COPYs this into
      * WORKING-STORAGE, fills in who is changing what, and
      * CALLs "FRZCHK" USING FREEZE-CHECK-PARAMETERS just
      * before the change; FRZCHK COPYs the same layout
      * into its LINKAGE SECTION.
      *
      * FZ-JOB-NAME     - the calling program's job name.
      * FZ-TARGET-NAME  - the file or master about to be
      *                   changed, without its .DAT
      *                   (GLACCT, JACKMSG, NAMEMAST ...).
      * FZ-OPERATOR-ID  - the operator asking for the
      *                   change.
      * FZ-RESULT       - "Y" the change may go ahead: no
      *                   window covers it, or it is an
      *                   approved emergency change; "N"
      *                   it is refused -- the caller makes
      *                   no change. FRZCHK has already
      *                   told the operator why and logged
      *                   the attempt.
      * FZ-EMERGENCY    - "Y" when the change goes ahead
      *                   only as an emergency override.
      *--------------------------------------------------
       01  FREEZE-CHECK-PARAMETERS.
           05  FZ-JOB-NAME           PIC X(8).
           05  FZ-TARGET-NAME        PIC X(8).
           05  FZ-OPERATOR-ID        PIC X(8).
           05  FZ-RESULT             PIC X.
               88  FZ-CHANGE-ALLOWED             VALUE "Y".
               88  FZ-CHANGE-REFUSED             VALUE "N".
           05  FZ-EMERGENCY          PIC X.
               88  FZ-IS-EMERGENCY               VALUE "Y".
