      * neighbors on the same list are compared -- two
      * departments legitimately carrying similar codes on
      * different lists are not each other's typos.
      *
      * WRDMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               VALUE "Suspect pairs found: ".
           05  NT-SUSPECT-COUNT   PIC ZZZZ9.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "WRDNBR01".
           MOVE "WRDMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           OPEN OUTPUT NEAR-MATCH-REPORT-FILE.
           ACCEPT NH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE NEAR-MATCH-HEADING-1 TO NEAR-MATCH-REPORT-LINE.
                   MOVE SCAN-POS TO SECOND-DIFF-POS
               END-IF
           END-IF.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "WRDNBR01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "WRDNBR01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
