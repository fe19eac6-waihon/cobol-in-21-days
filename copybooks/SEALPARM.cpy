      *--------------------------------------------------
      * SEALPARM.cpy
      * Parameter area for the shared MSTSEAL control-seal
      * routine. The caller COPYs this into
      * WORKING-STORAGE, sets SM-ACTION, the master, and
      * its own job name, and CALLs "MSTSEAL" USING
      * MASTER-SEAL-PARAMETERS; MSTSEAL COPYs the same
      * layout into its LINKAGE SECTION.
      *
      * SM-ACTION       - "V" verify the master against its
      *                   seal before loading it; "W" write
      *                   a fresh seal after rewriting it.
      * SM-MASTER-NAME  - "NAMEMAST", "WRDMAST", "GLBAL", or
      *                   "OPERCTL"; "GLBALFLT" (verify only)
      *                   for the flat ledger copy GLBCNV01
      *                   converts from.
      * SM-JOB-NAME     - the calling program's job name;
      *                   it goes on the seal, and on the
      *                   exception log when a check fails.
      * SM-OPERATOR-ID  - "W" only: the operator the seal
      *                   records as having written the
      *                   master.
      * SM-RESULT       - "Y" the master matches its seal
      *                   (or a seal was written); "N" it
      *                   does not, or it has no seal -- the
      *                   caller stops without touching the
      *                   master. MSTSEAL has already logged
      *                   the failure and alerted the floor.
      *--------------------------------------------------
       01  MASTER-SEAL-PARAMETERS.
           05  SM-ACTION             PIC X.
           05  SM-MASTER-NAME        PIC X(8).
           05  SM-JOB-NAME           PIC X(8).
           05  SM-OPERATOR-ID        PIC X(8).
           05  SM-RESULT             PIC X.
               88  SM-SEAL-IS-GOOD               VALUE "Y".
               88  SM-SEAL-IS-BROKEN             VALUE "N".
