      * so the check runs on that composite key -- order
      * is verified within each list and across the list
      * boundaries in one pass.
      *
      * WRDMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  ORDER-ERROR-SWITCH    PIC X       VALUE "N".
           88  ORDER-IS-BROKEN               VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "WRDCHK01".
           MOVE "WRDMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           OPEN INPUT WORD-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               DISPLAY "  found:    " CURRENT-KEY
           END-IF.
           MOVE CURRENT-KEY TO PRIOR-KEY.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "WRDCHK01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "WRDCHK01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
