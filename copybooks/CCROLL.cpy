      *--------------------------------------------------
      * CCROLL.cpy
      * One control record per report job saying how far
      * up the COSTCTR.DAT hierarchy its cost-center
      * roll-up goes. CV-ROLLUP-LEVEL 1 stops at the top
      * of the hierarchy alone, 2 adds the level under it,
      * and so on; zero, or no row for the job, shows
      * every level down to the departments themselves.
      * ADDBRS01 bursts the ADD report at its level, so a
      * division head gets one copy for the whole
      * division.
      *--------------------------------------------------
       01  COST-CENTER-ROLLUP-RECORD.
           05  CV-JOB-NAME           PIC X(8).
           05  FILLER                PIC X.
           05  CV-ROLLUP-LEVEL       PIC 9.
