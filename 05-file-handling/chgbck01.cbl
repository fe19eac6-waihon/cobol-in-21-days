      * department's percent share -- ready to send with
      * the inter-department billing. Run monthly, against
      * the month's RUNDUR before LOGARC01 archives it.
      *
      * Below the department lines the hours are rolled up
      * the COSTCTR.DAT reporting hierarchy through the
      * shared CCGET routine: each division's and each
      * higher level's hours and share, a subtotal at
      * every level, indented under its parent, down to
      * the level CCROLL.DAT sets for the job.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CD-SHARE           PIC ZZ9.9.
           05  FILLER             PIC X(2)  VALUE " %".

       01  ROLLUP-HEADING-LINE.
           05  FILLER             PIC X(36)
               VALUE "HOURS BY COST-CENTER HIERARCHY".

       01  ROLLUP-DETAIL-LINE.
           05  RU-CENTER-NAME     PIC X(40).
           05  FILLER             PIC X(9)  VALUE "  hours: ".
           05  RU-HOURS           PIC ZZZZ9.99.
           05  FILLER             PIC X(9)  VALUE "  share: ".
           05  RU-SHARE           PIC ZZ9.9.
           05  FILLER             PIC X(2)  VALUE " %".
       01  NAME-OFFSET           PIC 99.

       COPY CCPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           PERFORM WRITE-ONE-CC-LINE
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CC-TOTAL-COUNT.
           PERFORM WRITE-THE-HIERARCHY-ROLLUP.
           CLOSE CHARGEBACK-REPORT-FILE.
           DISPLAY "Departments billed: " CC-TOTAL-COUNT.

           MOVE SHARE-WORK TO CD-SHARE.
           MOVE CC-DETAIL-LINE TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.

      * Each department's hours go in at its own level and
      * come back rolled up, top of the hierarchy first.
       WRITE-THE-HIERARCHY-ROLLUP.
           MOVE "S" TO CG-ACTION.
           MOVE "CHGBCK01" TO CG-JOB-NAME.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.
           PERFORM ADD-ONE-CC-TO-THE-ROLLUP
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CC-TOTAL-COUNT.
           MOVE SPACES TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.
           MOVE ROLLUP-HEADING-LINE TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.
           MOVE "L" TO CG-ACTION.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.
           PERFORM UNTIL CG-END-OF-ROLLUP
               PERFORM WRITE-ONE-ROLLUP-LINE
               CALL "CCGET" USING COST-CENTER-PARAMETERS
           END-PERFORM.

       ADD-ONE-CC-TO-THE-ROLLUP.
           MOVE "A" TO CG-ACTION.
           MOVE CT-COST-CENTER (CT-IDX) TO CG-COST-CENTER.
           MOVE CT-SECONDS (CT-IDX) TO CG-AMOUNT.
           MOVE 1 TO CG-COUNT.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.

       WRITE-ONE-ROLLUP-LINE.
           MOVE SPACES TO RU-CENTER-NAME.
           COMPUTE NAME-OFFSET = ((CG-LEVEL - 1) * 2) + 1.
           MOVE CG-COST-CENTER TO RU-CENTER-NAME (NAME-OFFSET:4).
           MOVE CG-DESCRIPTION TO RU-CENTER-NAME (NAME-OFFSET + 5:).
           COMPUTE HOURS-WORK ROUNDED = CG-AMOUNT / 3600.
           MOVE HOURS-WORK TO RU-HOURS.
           IF GRAND-SECONDS > ZERO
               COMPUTE SHARE-WORK ROUNDED =
                   (CG-AMOUNT * 100) / GRAND-SECONDS
           ELSE
               MOVE ZERO TO SHARE-WORK
           END-IF.
           MOVE SHARE-WORK TO RU-SHARE.
           MOVE ROLLUP-DETAIL-LINE TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.
