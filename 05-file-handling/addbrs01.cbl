      * register -- what was produced, for whom, each
      * night. A cost center with no distribution row is
      * burst anyway and registered as *UNLISTED*.
      *
      * The report line is read and written 132 wide, so
      * each department's copy carries the trans-type
      * description ADD07 now prints after the sales tax.
      *
      * The burst now follows the COSTCTR.DAT reporting
      * hierarchy through the shared CCGET routine: each
      * detail goes to the copy for the cost center it
      * rolls up to at the level CCROLL.DAT sets for the
      * job, so a division head can get one copy for the
      * whole division. That copy is routed by the
      * division's own ADDDIST.DAT row, and above its
      * subtotal it carries the division's roll-up --
      * a subtotal for each level under it, down to each
      * department. Level zero, or no row for the job,
      * bursts by department as before.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-REPORT-FILE.
       01  ADD-REPORT-LINE           PIC X(132).

       FD  BURST-OUTPUT-FILE.
       01  BURST-OUTPUT-LINE         PIC X(132).

       FD  DISTRIBUTION-LIST-FILE.
       COPY ADDDIST.
           05  REPORT-LINE-ENTRY OCCURS 1 TO 2000 TIMES
                                  DEPENDING ON LINE-COUNT
                                  INDEXED BY RL-IDX.
               10  RL-LINE-TEXT      PIC X(132).
       01  HEADING-LINE          PIC X(132)   VALUE SPACES.

       01  CC-COUNT              PIC 9(2)    VALUE ZERO.
       01  CC-TABLE.
           88  CC-WAS-FOUND                  VALUE "Y".
       01  DETAIL-LINE-SWITCH    PIC X.
           88  LINE-IS-A-DETAIL              VALUE "Y".
       01  JUDGED-LINE           PIC X(132).

       01  DIST-COUNT            PIC 9(2)    VALUE ZERO.
       01  DIST-TABLE.
           05  FILLER             PIC X(7)  VALUE "  TO: ".
           05  BT-RECIPIENT       PIC X(20).

       01  BURST-LEVEL           PIC 9       VALUE ZERO.
       01  BURST-CENTER-LEVEL    PIC 9       VALUE ZERO.
       01  NAME-OFFSET           PIC 99      VALUE ZERO.
       01  OTHER-CENTER-SWITCH   PIC X.
           88  BURST-HAS-OTHER-CENTERS       VALUE "Y".

       01  ROLLUP-HEADING-LINE.
           05  FILLER             PIC X(32)
               VALUE "  Cost-center roll-up".
           05  FILLER             PIC X(13)
               VALUE "       RESULT".
           05  FILLER             PIC X(9)  VALUE "    PAIRS".

       01  ROLLUP-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RU-CENTER-NAME     PIC X(30).
           05  RU-RESULT-TOTAL    PIC -(9)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RU-PAIR-COUNT      PIC ZZZZZZ9.

       COPY CCPARM.

       01  BURST-SUBTOTAL-LINE.
           05  FILLER             PIC X(22)
               VALUE "  Department subtotal ".
           CALL "RUNHDR" USING "ADDBRS01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM LOAD-THE-DISTRIBUTION-LIST.
           MOVE "S" TO CG-ACTION.
           MOVE "ADDBRS01" TO CG-JOB-NAME.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.
           MOVE CG-ROLLUP-LEVEL TO BURST-LEVEL.
           PERFORM LOAD-THE-REPORT.
           IF LINE-COUNT = ZERO
               DISPLAY "No ADDRPT.DAT to burst."
           MOVE ADD-REPORT-LINE TO JUDGED-LINE.
           PERFORM JUDGE-THE-LINE-KIND.
           IF LINE-IS-A-DETAIL
               MOVE ADD-REPORT-LINE (56:4) TO CG-COST-CENTER
               PERFORM FIND-THE-BURST-CENTER
               MOVE CG-ROLLUP-CENTER TO WORK-COST-CENTER
               PERFORM NOTE-ONE-COST-CENTER
           END-IF.

      * The copy a detail goes to: its cost center's
      * ancestor at the burst level, or the cost center
      * itself when it is already at or above that level
      * or is not on the master.
       FIND-THE-BURST-CENTER.
           MOVE "U" TO CG-ACTION.
           MOVE BURST-LEVEL TO CG-ROLLUP-LEVEL.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.

       JUDGE-THE-LINE-KIND.
           MOVE "N" TO DETAIL-LINE-SWITCH.
           IF  JUDGED-LINE (56:4) NOT = SPACES
           END-IF.
           IF NOT CC-WAS-FOUND
               IF CC-COUNT >= 20
                   DISPLAY "More than 20 cost centers to burst"
                           "; " WORK-COST-CENTER
                           " not burst."
               ELSE
                   ADD 1 TO CC-COUNT
                  ".DAT" DELIMITED BY SIZE
               INTO BURST-PATH.
           MOVE ZERO TO BURST-LINE-COUNT CC-SUBTOTAL.
           MOVE "N" TO OTHER-CENTER-SWITCH.
           MOVE "S" TO CG-ACTION.
           MOVE "ADDBRS01" TO CG-JOB-NAME.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.
           OPEN OUTPUT BURST-OUTPUT-FILE.
           MOVE HEADING-LINE TO BURST-OUTPUT-LINE.
           WRITE BURST-OUTPUT-LINE.
           PERFORM COPY-ONE-REPORT-LINE
               VARYING RL-IDX FROM 1 BY 1
               UNTIL RL-IDX > LINE-COUNT.
           IF BURST-HAS-OTHER-CENTERS
               PERFORM WRITE-THE-BURST-ROLLUP
           END-IF.
           MOVE CC-SUBTOTAL TO BS-SUBTOTAL.
           MOVE BURST-SUBTOTAL-LINE TO BURST-OUTPUT-LINE.
           WRITE BURST-OUTPUT-LINE.

      * The detail line's result column (31-41) feeds the
      * department subtotal, parsed the way CSVEXP01
      * parses report figures, and the copy's roll-up.
       COPY-ONE-REPORT-LINE.
           MOVE RL-LINE-TEXT (RL-IDX) TO JUDGED-LINE.
           PERFORM JUDGE-THE-LINE-KIND.
           IF LINE-IS-A-DETAIL
               MOVE RL-LINE-TEXT (RL-IDX) (56:4) TO CG-COST-CENTER
               PERFORM FIND-THE-BURST-CENTER
               IF CG-ROLLUP-CENTER = WORK-COST-CENTER
                   PERFORM COPY-ONE-DETAIL-LINE
               END-IF
           END-IF.

       COPY-ONE-DETAIL-LINE.
           MOVE RL-LINE-TEXT (RL-IDX) TO BURST-OUTPUT-LINE.
           WRITE BURST-OUTPUT-LINE.
           ADD 1 TO BURST-LINE-COUNT.
           COMPUTE RESULT-WORK = FUNCTION NUMVAL(
               RL-LINE-TEXT (RL-IDX) (31:11)).
           ADD RESULT-WORK TO CC-SUBTOTAL.
           IF CG-COST-CENTER NOT = WORK-COST-CENTER
               MOVE "Y" TO OTHER-CENTER-SWITCH
           END-IF.
           MOVE "A" TO CG-ACTION.
           MOVE RESULT-WORK TO CG-AMOUNT.
           MOVE 1 TO CG-COUNT.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.

      * A copy that covers more than its own cost center
      * shows the subtotal of each level under it. The
      * levels above it carry only this copy's figures,
      * so they are left off.
       WRITE-THE-BURST-ROLLUP.
           MOVE "F" TO CG-ACTION.
           MOVE WORK-COST-CENTER TO CG-COST-CENTER.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.
           MOVE CG-LEVEL TO BURST-CENTER-LEVEL.
           MOVE ROLLUP-HEADING-LINE TO BURST-OUTPUT-LINE.
           WRITE BURST-OUTPUT-LINE.
           MOVE "L" TO CG-ACTION.
           MOVE ZERO TO CG-ROLLUP-LEVEL.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.
           PERFORM UNTIL CG-END-OF-ROLLUP
               IF CG-LEVEL NOT < BURST-CENTER-LEVEL
                   PERFORM WRITE-ONE-ROLLUP-LINE
               END-IF
               CALL "CCGET" USING COST-CENTER-PARAMETERS
           END-PERFORM.

       WRITE-ONE-ROLLUP-LINE.
           MOVE SPACES TO RU-CENTER-NAME.
           COMPUTE NAME-OFFSET =
               ((CG-LEVEL - BURST-CENTER-LEVEL) * 2) + 1.
           MOVE CG-COST-CENTER TO RU-CENTER-NAME (NAME-OFFSET:4).
           MOVE CG-DESCRIPTION TO RU-CENTER-NAME (NAME-OFFSET + 5:).
           MOVE CG-AMOUNT TO RU-RESULT-TOTAL.
           MOVE CG-COUNT TO RU-PAIR-COUNT.
           MOVE ROLLUP-DETAIL-LINE TO BURST-OUTPUT-LINE.
           WRITE BURST-OUTPUT-LINE.

       REGISTER-THE-BURST-COPY.
           OPEN EXTEND DISTRIBUTION-REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00"
