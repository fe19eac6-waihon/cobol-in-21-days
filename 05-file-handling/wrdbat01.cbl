      * change (operator from the shared BATCHPRM control
      * card) and a WRDBAT.DAT report of rejects: already
      * present, not found, or table full.
      *
      * WRDMAST.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *
      * Before anything is applied the run is checked
      * against the change-freeze calendar through the
      * shared FRZCHK routine. Inside a full freeze, or
      * inside an emergency-only window without an
      * approved emergency override, nothing is applied
      * and the run ends with return code 8.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  LOCK-RESULT           PIC X.
           88  MASTER-LOCK-ACQUIRED          VALUE "Y".

       COPY SEALPARM.

       COPY FRZPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
               CALL "RUNEND" USING "WRDBAT01"
               STOP RUN
           END-IF.
           MOVE "WRDMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM CHECK-THE-FREEZE-CALENDAR.
           CALL "TBLLIMIT" USING JOB-NAME WORD-TABLE-NAME
                                  WORD-LIMIT.
           IF WORD-LIMIT > 500
               VARYING WORD-IDX FROM 1 BY 1
               UNTIL WORD-IDX > WORD-COUNT.
           CLOSE WORD-MASTER-FILE.
           PERFORM SEAL-THE-MASTER.

       WRITE-ONE-MASTER-RECORD.
           MOVE SPACES TO WORD-LIST-RECORD.
           END-IF.
           MOVE MAINT-DETAIL-LINE TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "WRDBAT01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "WRDBAT01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Master maintenance is covered by the change-freeze
      * calendar under the master's own name. A refused run
      * applies nothing and leaves the master as it was.
       CHECK-THE-FREEZE-CALENDAR.
           MOVE JOB-NAME TO FZ-JOB-NAME.
           MOVE LOCK-MASTER-NAME TO FZ-TARGET-NAME.
           MOVE OPERATOR-ID TO FZ-OPERATOR-ID.
           CALL "FRZCHK" USING FREEZE-CHECK-PARAMETERS.
           IF FZ-CHANGE-REFUSED
               DISPLAY "The master is frozen; this run aborts."
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "WRDBAT01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "WRDMAST" TO SM-MASTER-NAME.
           MOVE "WRDBAT01" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
