      * field goes to FLDEXC.DAT with its row and column
      * named. Ends with return code 4 when anything was
      * rejected, so the stream can see a dirty feed.
      *
      * WRDMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  LEAP-YEAR-SWITCH      PIC X.
           88  IS-A-LEAP-YEAR                VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "FLDVAL01".
           MOVE "WRDMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-THE-FEED-CONTROL.
           PERFORM LOAD-THE-RULES.
               CLOSE FIELD-EXCEPTION-FILE
               OPEN EXTEND FIELD-EXCEPTION-FILE
           END-IF.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "FLDVAL01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "FLDVAL01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
