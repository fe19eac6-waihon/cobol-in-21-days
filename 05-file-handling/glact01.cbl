      * accounts, so the accounting side reads the report
      * without the paper decode list; an account with no
      * chart row prints as *NOT ON CHART*.
      *
      * After the pairs, the same postings are totalled by
      * their GX-COST-CENTER and rolled up the COSTCTR.DAT
      * reporting hierarchy through the shared CCGET
      * routine -- amount and posting count for each
      * department, each division, and each level above,
      * a subtotal at every level down to the one
      * CCROLL.DAT sets for the job.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER             PIC X(17) VALUE "  Account pairs: ".
           05  AT-PAIR-COUNT      PIC ZZ9.

       01  ROLLUP-HEADING-LINE.
           05  FILLER             PIC X(49)
               VALUE "ACTIVITY BY COST-CENTER HIERARCHY".
           05  FILLER             PIC X(15) VALUE "  AMOUNT POSTED".
           05  FILLER             PIC X(10) VALUE "  POSTINGS".

       01  ROLLUP-DETAIL-LINE.
           05  RU-CENTER-NAME     PIC X(48).
           05  FILLER             PIC X     VALUE SPACE.
           05  RU-AMOUNT-TOTAL    PIC -(11)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RU-POSTING-COUNT   PIC ZZZZZZ9.
       01  NAME-OFFSET           PIC 99.

       COPY CCPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLACT01 ".
           PERFORM LOAD-THE-GL-CHART.
           MOVE "S" TO CG-ACTION.
           MOVE "GLACT01" TO CG-JOB-NAME.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.
           OPEN INPUT TIE-CONTROL-FILE.
           PERFORM READ-THE-NEXT-CTL-LINE.
           PERFORM UNTIL NO-MORE-CTL-LINES
           END-IF.
           ADD GX-AMOUNT TO AP-AMOUNT-TOTAL (AP-IDX).
           ADD 1 TO AP-POSTING-COUNT (AP-IDX).
           MOVE "A" TO CG-ACTION.
           MOVE GX-COST-CENTER TO CG-COST-CENTER.
           MOVE GX-AMOUNT TO CG-AMOUNT.
           MOVE 1 TO CG-COUNT.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.

       WRITE-THE-ACTIVITY-REPORT.
           IF ACCOUNT-PAIR-COUNT > 0
           MOVE ACCOUNT-PAIR-COUNT TO AT-PAIR-COUNT.
           MOVE ACTIVITY-TOTAL-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           PERFORM WRITE-THE-HIERARCHY-ROLLUP.
           CLOSE ACTIVITY-REPORT-FILE.

       WRITE-ONE-ACTIVITY-LINE.
           MOVE AP-POSTING-COUNT (AP-IDX) TO AD-POSTING-COUNT.
           MOVE ACTIVITY-DETAIL-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.

      * Top of the hierarchy first, each level indented
      * under the one it rolls up to.
       WRITE-THE-HIERARCHY-ROLLUP.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE ROLLUP-HEADING-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE "L" TO CG-ACTION.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.
           PERFORM UNTIL CG-END-OF-ROLLUP
               PERFORM WRITE-ONE-ROLLUP-LINE
               CALL "CCGET" USING COST-CENTER-PARAMETERS
           END-PERFORM.

       WRITE-ONE-ROLLUP-LINE.
           MOVE SPACES TO RU-CENTER-NAME.
           COMPUTE NAME-OFFSET = ((CG-LEVEL - 1) * 2) + 1.
           MOVE CG-COST-CENTER TO RU-CENTER-NAME (NAME-OFFSET:4).
           MOVE CG-DESCRIPTION TO RU-CENTER-NAME (NAME-OFFSET + 5:).
           MOVE CG-AMOUNT TO RU-AMOUNT-TOTAL.
           MOVE CG-COUNT TO RU-POSTING-COUNT.
           MOVE ROLLUP-DETAIL-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
