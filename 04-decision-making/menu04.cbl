      * SCREEN SECTION dialect and has been desk-checked
      * field by field; it needs no source change to run
      * on a runtime with screenio enabled.
      *
      * OPERCTL.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  PANEL-LINE-ENTRY PIC X(40) VALUE SPACES
                                 OCCURS 9 TIMES.

       COPY SEALPARM.

       SCREEN SECTION.
       01  MENU-PANEL.
           05  BLANK SCREEN.
       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "MENU04  ".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING EXC-JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM LOAD-THE-MENU-TABLE.
                   TO LOWERED-PROGRAM
               CALL "SYSTEM" USING LOWERED-PROGRAM
           END-IF.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "MENU04" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "MENU04  "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
