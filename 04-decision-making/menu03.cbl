      * identity -- there is no console to challenge, so
      * the sign-on check only runs for an interactive
      * session; batch mode is unchanged from MENU02.
      *
      * OPERCTL.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  SIGNON-SWITCH          PIC X       VALUE "N".
           88  OPERATOR-IS-SIGNED-ON          VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "MENU03  ".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING EXC-JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM LOAD-THE-MENU-TABLE.
               ACCEPT RAW-MENU-PICK
           END-PERFORM.
           MOVE RAW-MENU-PICK TO MENU-PICK.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "MENU03" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "MENU03  "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
