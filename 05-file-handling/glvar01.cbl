       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLVAR01.
      *--------------------------------------------------
      * Monthly budget-versus-actual variance report. The
      * GLBUDG.DAT budget master holds what each account
      * and cost center was expected to show per fiscal
      * month; this takes a YYYYMM month at the console
      * and sets budget against actual for that month and
      * for the year to date (the year's months 01 through
      * the one asked for), with the dollar variance, the
      * percentage variance, and a flag on any line that
      * strays further from budget than the GLVARCTL.DAT
      * tolerance. A line with actuals but no budget at
      * all is always flagged.
      *
      * Actuals for a cost-center budget come from the
      * archived GLEXTR nights listed in GLTIECTL.DAT --
      * the only place a posting keeps its GX-COST-CENTER
      * -- signed the way GLPOST01 posts them (debit plus,
      * credit minus). A budget with a blank cost center
      * covers the whole account and is measured against
      * the account's GLBAL.DAT monthly activity instead,
      * read under the budget's company through the shared
      * GLBGET keyed reader.
      * Income, liability, and equity accounts carry
      * credit balances, so their actuals are turned over
      * to the natural sign the budget is entered in.
      *
      * The full report goes to GLVAR.DAT. It is also
      * burst by cost center the way ADDBRS01 splits the
      * ADD report: each department gets GLVAR.<cc>.DAT
      * with only its own lines and subtotal, routed per
      * the ADDDIST.DAT distribution list and logged to
      * the ADDDREG.DAT register. Whole-account budgets
      * burst to GLVAR.ACCT.DAT.
      *
      * GLBAL.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-FILE ASSIGN TO "GLBUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-FILE-STATUS.

           SELECT OPTIONAL GL-CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.

           SELECT OPTIONAL TIE-CONTROL-FILE ASSIGN TO "GLTIECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIE-FILE-STATUS.

           SELECT OPTIONAL GLEXTR-ARCHIVE-FILE
               ASSIGN TO DYNAMIC GLEXTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLEXTR-FILE-STATUS.

           SELECT OPTIONAL VARIANCE-CONTROL-FILE
               ASSIGN TO "GLVARCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL DISTRIBUTION-LIST-FILE
               ASSIGN TO "ADDDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-FILE-STATUS.

           SELECT OPTIONAL DISTRIBUTION-REGISTER-FILE
               ASSIGN TO "ADDDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO "GLVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BURST-OUTPUT-FILE
               ASSIGN TO DYNAMIC BURST-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY GLBUDG.

       FD  GL-CHART-FILE.
       COPY GLCHART.

       FD  TIE-CONTROL-FILE.
       COPY GLTIECTL.

       FD  GLEXTR-ARCHIVE-FILE.
       COPY GLEXTR.

       FD  VARIANCE-CONTROL-FILE.
       COPY GLVARCTL.

       FD  DISTRIBUTION-LIST-FILE.
       COPY ADDDIST.

       FD  DISTRIBUTION-REGISTER-FILE.
       COPY ADDDREG.

       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-LINE      PIC X(80).

       FD  BURST-OUTPUT-FILE.
       01  BURST-OUTPUT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       01  BUDGET-FILE-STATUS    PIC XX.
       01  CHART-FILE-STATUS     PIC XX.
       01  TIE-FILE-STATUS       PIC XX.
       01  GLEXTR-FILE-STATUS    PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  DIST-FILE-STATUS      PIC XX.
       01  REGISTER-FILE-STATUS  PIC XX.
       01  GLEXTR-PATH           PIC X(40).
       01  BURST-PATH            PIC X(40).

       01  BUDGET-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-BUDGET-RECORDS        VALUE "Y".
       01  CHART-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-CHART-RECORDS         VALUE "Y".
       01  CTL-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-CTL-LINES             VALUE "Y".
       01  GLEXTR-END-SWITCH     PIC X.
           88  NO-MORE-GLEXTR-LINES          VALUE "Y".
       01  DIST-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-DIST-ROWS             VALUE "Y".

       01  TOLERANCE-PCT         PIC 9(3)V9  VALUE 10.0.
       01  RAW-PERIOD            PIC X(6).
       01  WANTED-PERIOD         PIC 9(6).
       01  WANTED-MONTH          PIC 99.
       01  YEAR-START-PERIOD     PIC 9(6).
       01  LINE-PERIOD           PIC 9(6).
       01  BUSINESS-DATE         PIC 9(8).

       01  CHART-COUNT           PIC 9(3)    VALUE ZERO.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON CHART-COUNT
                            INDEXED BY CH-IDX.
               10  CHT-ACCOUNT        PIC 9(6).
               10  CHT-DESCRIPTION    PIC X(24).
               10  CHT-ACCOUNT-TYPE   PIC X.
       01  CHART-FOUND-SWITCH    PIC X.
           88  CHART-WAS-FOUND               VALUE "Y".
       01  WANTED-ACCOUNT        PIC 9(6).

      * One row per cost center, company, and account
      * reported, holding the month and year-to-date
      * budget and actual in natural sign.
       01  VARIANCE-COUNT        PIC 9(4)    VALUE ZERO.
       01  VARIANCE-TABLE.
           05  VARIANCE-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON VARIANCE-COUNT
                               ASCENDING KEY IS VR-KEY
                               INDEXED BY VR-IDX.
               10  VR-KEY.
                   15  VR-COST-CENTER     PIC X(4).
                   15  VR-COMPANY         PIC X(2).
                   15  VR-ACCOUNT         PIC 9(6).
               10  VR-BUDGETED            PIC X.
               10  VR-MONTH-BUDGET        PIC S9(11)V99.
               10  VR-YTD-BUDGET          PIC S9(11)V99.
               10  VR-MONTH-ACTUAL        PIC S9(11)V99.
               10  VR-YTD-ACTUAL          PIC S9(11)V99.
       01  VARIANCE-FOUND-SWITCH PIC X.
           88  VARIANCE-WAS-FOUND            VALUE "Y".
       01  WANTED-KEY.
           05  WK-COST-CENTER        PIC X(4).
           05  WK-COMPANY            PIC X(2).
           05  WK-ACCOUNT            PIC 9(6).
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  DIST-COUNT            PIC 9(2)    VALUE ZERO.
       01  DIST-TABLE.
           05  DIST-ENTRY OCCURS 1 TO 20 TIMES
                           DEPENDING ON DIST-COUNT
                           INDEXED BY DI-IDX.
               10  DT-COST-CENTER     PIC X(4).
               10  DT-RECIPIENT       PIC X(20).
       01  FOUND-RECIPIENT       PIC X(20).

       01  POSTING-AMOUNT        PIC S9(9)V99.
       01  LEDGER-MONTH-AMOUNT   PIC S9(9)V99.
       01  NIGHT-COUNT           PIC 9(3)    VALUE ZERO.
       01  CURRENT-COST-CENTER   PIC X(4).
       01  BURST-OPEN-SWITCH     PIC X       VALUE "N".
           88  BURST-IS-OPEN                 VALUE "Y".
       01  BURST-LINE-COUNT      PIC 9(5).
       01  BURST-COUNT           PIC 9(3)    VALUE ZERO.
       01  FLAGGED-COUNT         PIC 9(5)    VALUE ZERO.
       01  OUTPUT-LINE           PIC X(80)   VALUE SPACES.

       01  CALC-BUDGET           PIC S9(11)V99.
       01  CALC-ACTUAL           PIC S9(11)V99.
       01  CALC-VARIANCE         PIC S9(11)V99.
       01  CALC-PCT              PIC S9(5)V9.
       01  CALC-FLAG             PIC X.
       01  ROW-FLAG              PIC X.
       01  CC-MONTH-BUDGET       PIC S9(11)V99.
       01  CC-YTD-BUDGET         PIC S9(11)V99.
       01  CC-MONTH-ACTUAL       PIC S9(11)V99.
       01  CC-YTD-ACTUAL         PIC S9(11)V99.

       01  VARIANCE-HEADING-1.
           05  FILLER             PIC X(27)
               VALUE "BUDGET VS ACTUAL FOR MONTH ".
           05  VH-PERIOD          PIC 9(6).
           05  FILLER             PIC X(3)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY VH-RUN-DATE.

       01  VARIANCE-HEADING-2.
           05  FILLER             PIC X(19)
               VALUE "Tolerance percent: ".
           05  VH-TOLERANCE       PIC ZZ9.9.

       01  VARIANCE-HEADING-3.
           05  FILLER             PIC X(24)
               VALUE "CO ACCOUNT DESCRIPTION".
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(13) VALUE "       BUDGET".
           05  FILLER             PIC X(13) VALUE "       ACTUAL".
           05  FILLER             PIC X(13) VALUE "     VARIANCE".
           05  FILLER             PIC X(8)  VALUE "    PCT".

       01  COST-CENTER-TITLE-LINE.
           05  FILLER             PIC X(12) VALUE "COST CENTER ".
           05  CT-COST-CENTER     PIC X(4).
           05  FILLER             PIC X(6)  VALUE "  TO: ".
           05  CT-RECIPIENT       PIC X(20).

       01  VARIANCE-DETAIL-LINE.
           05  VD-COMPANY         PIC X(2).
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-ACCOUNT         PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-DESCRIPTION     PIC X(14).
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-SPAN            PIC X(3).
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-BUDGET          PIC -(8)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-ACTUAL          PIC -(8)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-VARIANCE        PIC -(8)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-PCT             PIC -(4)9.9.
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-FLAG            PIC X(3).

       01  VARIANCE-SUMMARY-LINE.
           05  FILLER             PIC X(16) VALUE "Lines reported: ".
           05  VS-LINE-COUNT      PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  Flagged: ".
           05  VS-FLAGGED-COUNT   PIC ZZZZ9.
           05  FILLER             PIC X(16) VALUE "  Nights read: ".
           05  VS-NIGHT-COUNT     PIC ZZ9.

       COPY SEALPARM.

       COPY GLBPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLVAR01".
           MOVE "GLBAL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM GET-THE-WANTED-PERIOD.
           PERFORM LOAD-THE-TOLERANCE.
           PERFORM LOAD-THE-GL-CHART.
           PERFORM LOAD-THE-DISTRIBUTION-LIST.
           PERFORM LOAD-THE-BUDGETS.
           IF NOT LOAD-DID-OVERFLOW
               PERFORM ADD-THE-EXTRACT-ACTUALS
           END-IF.
           IF NOT LOAD-DID-OVERFLOW
               PERFORM ADD-THE-LEDGER-ACTUALS
           END-IF.
           IF LOAD-DID-OVERFLOW
      * A variance report missing lines would understate
      * every subtotal it prints, so none is written.
               DISPLAY "Budget lines exceed the table; "
                       "run abandoned, no variance report."
           ELSE
               PERFORM WRITE-THE-VARIANCE-REPORT
               DISPLAY "Variance lines reported: " VARIANCE-COUNT
               DISPLAY "Lines flagged: " FLAGGED-COUNT
               DISPLAY "Department copies produced: " BURST-COUNT
           END-IF.
           CALL "RUNEND" USING "GLVAR01".
           IF LOAD-DID-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-WANTED-PERIOD.
           DISPLAY "Variance report for which month (YYYYMM)?".
           MOVE ZERO TO WANTED-MONTH.
           PERFORM UNTIL WANTED-MONTH >= 1 AND WANTED-MONTH <= 12
               ACCEPT RAW-PERIOD
               IF RAW-PERIOD IS NUMERIC
                   MOVE RAW-PERIOD (5:2) TO WANTED-MONTH
               END-IF
               IF WANTED-MONTH < 1 OR WANTED-MONTH > 12
                   DISPLAY "The month must be six digits, YYYYMM."
               END-IF
           END-PERFORM.
           MOVE RAW-PERIOD TO WANTED-PERIOD.
           COMPUTE YEAR-START-PERIOD =
               WANTED-PERIOD - WANTED-MONTH + 1.

       LOAD-THE-TOLERANCE.
           OPEN INPUT VARIANCE-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               READ VARIANCE-CONTROL-FILE
                   NOT AT END
                       IF VC-TOLERANCE-PCT IS NUMERIC
                           MOVE VC-TOLERANCE-PCT TO TOLERANCE-PCT
                       END-IF
               END-READ
           END-IF.
           CLOSE VARIANCE-CONTROL-FILE.

       LOAD-THE-GL-CHART.
           OPEN INPUT GL-CHART-FILE.
           IF CHART-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CHART-RECORD
               PERFORM UNTIL NO-MORE-CHART-RECORDS
                   IF CHART-COUNT >= 500
                       DISPLAY "Chart table full at 500; "
                               "remaining GLCHART rows ignored."
                       MOVE "Y" TO CHART-END-SWITCH
                   ELSE
                       ADD 1 TO CHART-COUNT
                       SET CH-IDX TO CHART-COUNT
                       MOVE CH-ACCOUNT TO CHT-ACCOUNT (CH-IDX)
                       MOVE CH-DESCRIPTION
                           TO CHT-DESCRIPTION (CH-IDX)
                       MOVE CH-ACCOUNT-TYPE
                           TO CHT-ACCOUNT-TYPE (CH-IDX)
                       PERFORM READ-THE-NEXT-CHART-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE GL-CHART-FILE.

       READ-THE-NEXT-CHART-RECORD.
           READ GL-CHART-FILE
               AT END
                   MOVE "Y" TO CHART-END-SWITCH
           END-READ.

       FIND-THE-CHART-ENTRY.
           MOVE "N" TO CHART-FOUND-SWITCH.
           IF CHART-COUNT > 0
               SET CH-IDX TO 1
               SEARCH CHART-ENTRY
                   WHEN CHT-ACCOUNT (CH-IDX) = WANTED-ACCOUNT
                       MOVE "Y" TO CHART-FOUND-SWITCH
               END-SEARCH
           END-IF.

       LOAD-THE-DISTRIBUTION-LIST.
           OPEN INPUT DISTRIBUTION-LIST-FILE.
           IF DIST-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-DIST-ROW
               PERFORM UNTIL NO-MORE-DIST-ROWS
                   IF DIST-COUNT >= 20
                       DISPLAY "Distribution list full at 20; "
                               "remaining ADDDIST rows ignored."
                       MOVE "Y" TO DIST-END-SWITCH
                   ELSE
                       ADD 1 TO DIST-COUNT
                       SET DI-IDX TO DIST-COUNT
                       MOVE DI-COST-CENTER
                           TO DT-COST-CENTER (DI-IDX)
                       MOVE DI-RECIPIENT TO DT-RECIPIENT (DI-IDX)
                       PERFORM READ-THE-NEXT-DIST-ROW
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE DISTRIBUTION-LIST-FILE.

       READ-THE-NEXT-DIST-ROW.
           READ DISTRIBUTION-LIST-FILE
               AT END
                   MOVE "Y" TO DIST-END-SWITCH
           END-READ.

      * Only the budget year's months up to the one asked
      * for are wanted; the month itself also feeds the
      * month column.
       LOAD-THE-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-BUDGET-RECORD
               PERFORM UNTIL NO-MORE-BUDGET-RECORDS
                   IF  BG-PERIOD >= YEAR-START-PERIOD
                   AND BG-PERIOD <= WANTED-PERIOD
                       PERFORM TAKE-ONE-BUDGET-RECORD
                   END-IF
                   PERFORM READ-THE-NEXT-BUDGET-RECORD
               END-PERFORM
           ELSE
               DISPLAY "No GLBUDG.DAT budget master on file."
           END-IF.
           CLOSE BUDGET-FILE.

       READ-THE-NEXT-BUDGET-RECORD.
           READ BUDGET-FILE
               AT END
                   MOVE "Y" TO BUDGET-END-SWITCH
           END-READ.

       TAKE-ONE-BUDGET-RECORD.
           MOVE BG-COST-CENTER TO WK-COST-CENTER.
           IF BG-COMPANY = SPACES
               MOVE "01" TO WK-COMPANY
           ELSE
               MOVE BG-COMPANY TO WK-COMPANY
           END-IF.
           MOVE BG-ACCOUNT TO WK-ACCOUNT.
           PERFORM FIND-OR-ADD-THE-VARIANCE.
           IF VARIANCE-WAS-FOUND
               MOVE "Y" TO VR-BUDGETED (VR-IDX)
               ADD BG-AMOUNT TO VR-YTD-BUDGET (VR-IDX)
               IF BG-PERIOD = WANTED-PERIOD
                   ADD BG-AMOUNT TO VR-MONTH-BUDGET (VR-IDX)
               END-IF
           END-IF.

       FIND-OR-ADD-THE-VARIANCE.
           MOVE "N" TO VARIANCE-FOUND-SWITCH.
           IF VARIANCE-COUNT > 0
               SET VR-IDX TO 1
               SEARCH VARIANCE-ENTRY
                   WHEN VR-KEY (VR-IDX) = WANTED-KEY
                       MOVE "Y" TO VARIANCE-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT VARIANCE-WAS-FOUND
               IF VARIANCE-COUNT >= 2000
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO VARIANCE-COUNT
                   SET VR-IDX TO VARIANCE-COUNT
                   MOVE WANTED-KEY TO VR-KEY (VR-IDX)
                   MOVE "N" TO VR-BUDGETED (VR-IDX)
                   MOVE ZERO TO VR-MONTH-BUDGET (VR-IDX)
                                VR-YTD-BUDGET (VR-IDX)
                                VR-MONTH-ACTUAL (VR-IDX)
                                VR-YTD-ACTUAL (VR-IDX)
                   MOVE "Y" TO VARIANCE-FOUND-SWITCH
               END-IF
           END-IF.

       ADD-THE-EXTRACT-ACTUALS.
           OPEN INPUT TIE-CONTROL-FILE.
           IF TIE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CTL-LINE
               PERFORM UNTIL NO-MORE-CTL-LINES
                   PERFORM ADD-ONE-NIGHTS-ACTUALS
                   PERFORM READ-THE-NEXT-CTL-LINE
               END-PERFORM
           ELSE
               DISPLAY "No GLTIECTL.DAT archive list; cost-center "
                       "actuals are zero."
           END-IF.
           CLOSE TIE-CONTROL-FILE.

       READ-THE-NEXT-CTL-LINE.
           READ TIE-CONTROL-FILE
               AT END
                   MOVE "Y" TO CTL-END-SWITCH
           END-READ.

       ADD-ONE-NIGHTS-ACTUALS.
           MOVE TC-GLEXTR-FILE TO GLEXTR-PATH.
           MOVE "N" TO GLEXTR-END-SWITCH.
           OPEN INPUT GLEXTR-ARCHIVE-FILE.
           IF GLEXTR-FILE-STATUS = "00"
               ADD 1 TO NIGHT-COUNT
               PERFORM READ-THE-NEXT-GLEXTR-LINE
               PERFORM UNTIL NO-MORE-GLEXTR-LINES
                   COMPUTE LINE-PERIOD = GX-RUN-DATE / 100
                   IF  LINE-PERIOD >= YEAR-START-PERIOD
                   AND LINE-PERIOD <= WANTED-PERIOD
                   AND GX-COST-CENTER NOT = SPACES
                       PERFORM ADD-ONE-EXTRACT-LINE
                   END-IF
                   PERFORM READ-THE-NEXT-GLEXTR-LINE
               END-PERFORM
           ELSE
               DISPLAY "Archived extract " GLEXTR-PATH
                       " not found; skipped."
           END-IF.
           CLOSE GLEXTR-ARCHIVE-FILE.

       READ-THE-NEXT-GLEXTR-LINE.
           READ GLEXTR-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO GLEXTR-END-SWITCH
           END-READ.

      * Both sides of the line are actuals -- the debit
      * account's plus and the credit account's minus --
      * each to its own cost-center row.
       ADD-ONE-EXTRACT-LINE.
           MOVE GX-COST-CENTER TO WK-COST-CENTER.
           IF GX-COMPANY = SPACES
               MOVE "01" TO WK-COMPANY
           ELSE
               MOVE GX-COMPANY TO WK-COMPANY
           END-IF.
           MOVE GX-DEBIT-ACCOUNT TO WK-ACCOUNT.
           MOVE GX-AMOUNT TO POSTING-AMOUNT.
           PERFORM ADD-ONE-ACTUAL.
           MOVE GX-CREDIT-ACCOUNT TO WK-ACCOUNT.
           COMPUTE POSTING-AMOUNT = 0 - GX-AMOUNT.
           PERFORM ADD-ONE-ACTUAL.

      * Actuals land on a budgeted row, or open an
      * unbudgeted one for an income or expense account
      * -- spending nobody budgeted is exactly what the
      * report is for. Balance-sheet movement with no
      * budget is left out.
       ADD-ONE-ACTUAL.
           MOVE WK-ACCOUNT TO WANTED-ACCOUNT.
           PERFORM FIND-THE-CHART-ENTRY.
           MOVE "N" TO VARIANCE-FOUND-SWITCH.
           IF VARIANCE-COUNT > 0
               SET VR-IDX TO 1
               SEARCH VARIANCE-ENTRY
                   WHEN VR-KEY (VR-IDX) = WANTED-KEY
                       MOVE "Y" TO VARIANCE-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF  NOT VARIANCE-WAS-FOUND
           AND CHART-WAS-FOUND
           AND (CHT-ACCOUNT-TYPE (CH-IDX) = "I"
                OR CHT-ACCOUNT-TYPE (CH-IDX) = "E")
               PERFORM FIND-OR-ADD-THE-VARIANCE
           END-IF.
           IF VARIANCE-WAS-FOUND
               IF  CHART-WAS-FOUND
               AND (CHT-ACCOUNT-TYPE (CH-IDX) = "I"
                    OR CHT-ACCOUNT-TYPE (CH-IDX) = "L"
                    OR CHT-ACCOUNT-TYPE (CH-IDX) = "Q")
                   COMPUTE POSTING-AMOUNT = 0 - POSTING-AMOUNT
               END-IF
               ADD POSTING-AMOUNT TO VR-YTD-ACTUAL (VR-IDX)
               IF LINE-PERIOD = WANTED-PERIOD
                   ADD POSTING-AMOUNT TO VR-MONTH-ACTUAL (VR-IDX)
               END-IF
           END-IF.

      * Whole-account budgets (blank cost center) take the
      * ledger's monthly activity for the account: the
      * year to date summed from the year's first month,
      * the month's own if the account has a row for it.
       ADD-THE-LEDGER-ACTUALS.
           PERFORM ADD-ONE-WHOLE-ACCOUNT-ACTUAL
               VARYING VR-IDX FROM 1 BY 1
               UNTIL VR-IDX > VARIANCE-COUNT.
           MOVE "C" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.

       ADD-ONE-WHOLE-ACCOUNT-ACTUAL.
           IF VR-COST-CENTER (VR-IDX) = SPACES
               MOVE "B" TO GP-ACTION
               MOVE VR-COMPANY (VR-IDX) TO GP-COMPANY
               MOVE VR-ACCOUNT (VR-IDX) TO GP-ACCOUNT
               MOVE WANTED-PERIOD TO GP-PERIOD
               MOVE YEAR-START-PERIOD TO GP-FROM-PERIOD
               CALL "GLBGET" USING GL-BALANCE-PARAMETERS
               IF GP-BALANCE-FOUND
                   PERFORM ADD-ONE-LEDGER-ACTUAL
               END-IF
           END-IF.

       ADD-ONE-LEDGER-ACTUAL.
           MOVE VR-ACCOUNT (VR-IDX) TO WANTED-ACCOUNT.
           PERFORM FIND-THE-CHART-ENTRY.
           MOVE GP-SPAN-ACTIVITY TO POSTING-AMOUNT.
           MOVE ZERO TO LEDGER-MONTH-AMOUNT.
           IF GP-FOUND-PERIOD = WANTED-PERIOD
               MOVE GP-ACTIVITY TO LEDGER-MONTH-AMOUNT
           END-IF.
           IF  CHART-WAS-FOUND
           AND (CHT-ACCOUNT-TYPE (CH-IDX) = "I"
                OR CHT-ACCOUNT-TYPE (CH-IDX) = "L"
                OR CHT-ACCOUNT-TYPE (CH-IDX) = "Q")
               COMPUTE POSTING-AMOUNT = 0 - POSTING-AMOUNT
               COMPUTE LEDGER-MONTH-AMOUNT = 0 - LEDGER-MONTH-AMOUNT
           END-IF.
           ADD POSTING-AMOUNT TO VR-YTD-ACTUAL (VR-IDX).
           ADD LEDGER-MONTH-AMOUNT TO VR-MONTH-ACTUAL (VR-IDX).

       WRITE-THE-VARIANCE-REPORT.
           IF VARIANCE-COUNT > 0
               SORT VARIANCE-ENTRY ASCENDING KEY VR-KEY
           END-IF.
           OPEN OUTPUT VARIANCE-REPORT-FILE.
           MOVE WANTED-PERIOD TO VH-PERIOD.
           MOVE BUSINESS-DATE TO VH-RUN-DATE.
           MOVE TOLERANCE-PCT TO VH-TOLERANCE.
           MOVE VARIANCE-HEADING-1 TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           MOVE VARIANCE-HEADING-2 TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           MOVE HIGH-VALUES TO CURRENT-COST-CENTER.
           MOVE SPACES TO VARIANCE-DETAIL-LINE.
           PERFORM WRITE-ONE-VARIANCE-ENTRY
               VARYING VR-IDX FROM 1 BY 1
               UNTIL VR-IDX > VARIANCE-COUNT.
           IF VARIANCE-COUNT > 0
               PERFORM CLOSE-THE-COST-CENTER
           END-IF.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           MOVE VARIANCE-COUNT TO VS-LINE-COUNT.
           MOVE FLAGGED-COUNT TO VS-FLAGGED-COUNT.
           MOVE NIGHT-COUNT TO VS-NIGHT-COUNT.
           MOVE VARIANCE-SUMMARY-LINE TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           CLOSE VARIANCE-REPORT-FILE.

       WRITE-ONE-VARIANCE-ENTRY.
           IF VR-COST-CENTER (VR-IDX) NOT = CURRENT-COST-CENTER
               IF CURRENT-COST-CENTER NOT = HIGH-VALUES
                   PERFORM CLOSE-THE-COST-CENTER
               END-IF
               PERFORM OPEN-THE-COST-CENTER
           END-IF.
           MOVE VR-ACCOUNT (VR-IDX) TO WANTED-ACCOUNT.
           PERFORM FIND-THE-CHART-ENTRY.
           MOVE SPACES TO VARIANCE-DETAIL-LINE.
           MOVE VR-COMPANY (VR-IDX) TO VD-COMPANY.
           MOVE VR-ACCOUNT (VR-IDX) TO VD-ACCOUNT.
           IF CHART-WAS-FOUND
               MOVE CHT-DESCRIPTION (CH-IDX) TO VD-DESCRIPTION
           ELSE
               MOVE "*NOT ON CHART*" TO VD-DESCRIPTION
           END-IF.
           MOVE SPACE TO ROW-FLAG.
           MOVE "MTD" TO VD-SPAN.
           MOVE VR-MONTH-BUDGET (VR-IDX) TO CALC-BUDGET.
           MOVE VR-MONTH-ACTUAL (VR-IDX) TO CALC-ACTUAL.
           PERFORM FILL-THE-VARIANCE-COLUMNS.
           IF CALC-FLAG NOT = SPACE
               MOVE "*" TO ROW-FLAG
           END-IF.
           IF VR-BUDGETED (VR-IDX) = "N"
               MOVE "NB" TO VD-FLAG
               MOVE "*" TO ROW-FLAG
           END-IF.
           PERFORM WRITE-ONE-OUTPUT-LINE.
           MOVE "YTD" TO VD-SPAN.
           MOVE VR-YTD-BUDGET (VR-IDX) TO CALC-BUDGET.
           MOVE VR-YTD-ACTUAL (VR-IDX) TO CALC-ACTUAL.
           PERFORM FILL-THE-VARIANCE-COLUMNS.
           IF CALC-FLAG NOT = SPACE
               MOVE "*" TO ROW-FLAG
           END-IF.
           PERFORM WRITE-ONE-OUTPUT-LINE.
           IF ROW-FLAG NOT = SPACE
               ADD 1 TO FLAGGED-COUNT
           END-IF.
           ADD VR-MONTH-BUDGET (VR-IDX) TO CC-MONTH-BUDGET.
           ADD VR-YTD-BUDGET (VR-IDX) TO CC-YTD-BUDGET.
           ADD VR-MONTH-ACTUAL (VR-IDX) TO CC-MONTH-ACTUAL.
           ADD VR-YTD-ACTUAL (VR-IDX) TO CC-YTD-ACTUAL.

      * Variance is actual less budget. The percentage is
      * of budget; with no budget to measure against, any
      * actual at all is out of tolerance.
       FILL-THE-VARIANCE-COLUMNS.
           COMPUTE CALC-VARIANCE = CALC-ACTUAL - CALC-BUDGET.
           MOVE ZERO TO CALC-PCT.
           MOVE SPACE TO CALC-FLAG.
           IF CALC-BUDGET NOT = ZERO
               COMPUTE CALC-PCT ROUNDED =
                   CALC-VARIANCE * 100 / CALC-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO CALC-PCT
               END-COMPUTE
               IF CALC-PCT > TOLERANCE-PCT
               OR CALC-PCT < 0 - TOLERANCE-PCT
                   MOVE "*" TO CALC-FLAG
               END-IF
           ELSE
               IF CALC-ACTUAL NOT = ZERO
                   MOVE "*" TO CALC-FLAG
               END-IF
           END-IF.
           MOVE CALC-BUDGET TO VD-BUDGET.
           MOVE CALC-ACTUAL TO VD-ACTUAL.
           MOVE CALC-VARIANCE TO VD-VARIANCE.
           MOVE CALC-PCT TO VD-PCT.
           IF CALC-FLAG NOT = SPACE
               MOVE "***" TO VD-FLAG
           END-IF.

      * Each cost center's lines go to the full report and
      * to that department's own burst copy together.
       OPEN-THE-COST-CENTER.
           MOVE VR-COST-CENTER (VR-IDX) TO CURRENT-COST-CENTER.
           MOVE ZERO TO CC-MONTH-BUDGET CC-YTD-BUDGET
                        CC-MONTH-ACTUAL CC-YTD-ACTUAL.
           PERFORM FIND-THE-RECIPIENT.
           MOVE SPACES TO BURST-PATH.
           IF CURRENT-COST-CENTER = SPACES
               MOVE "GLVAR.ACCT.DAT" TO BURST-PATH
           ELSE
               STRING "GLVAR." DELIMITED BY SIZE
                      CURRENT-COST-CENTER DELIMITED BY SPACE
                      ".DAT" DELIMITED BY SIZE
                   INTO BURST-PATH
           END-IF.
           OPEN OUTPUT BURST-OUTPUT-FILE.
           MOVE "Y" TO BURST-OPEN-SWITCH.
           MOVE ZERO TO BURST-LINE-COUNT.
           MOVE VARIANCE-HEADING-1 TO BURST-OUTPUT-LINE.
           WRITE BURST-OUTPUT-LINE.
           MOVE VARIANCE-HEADING-2 TO BURST-OUTPUT-LINE.
           WRITE BURST-OUTPUT-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           PERFORM WRITE-ONE-OUTPUT-LINE.
           IF CURRENT-COST-CENTER = SPACES
               MOVE "ACCT" TO CT-COST-CENTER
           ELSE
               MOVE CURRENT-COST-CENTER TO CT-COST-CENTER
           END-IF.
           MOVE FOUND-RECIPIENT TO CT-RECIPIENT.
           MOVE COST-CENTER-TITLE-LINE TO OUTPUT-LINE.
           PERFORM WRITE-ONE-OUTPUT-LINE.
           MOVE VARIANCE-HEADING-3 TO OUTPUT-LINE.
           PERFORM WRITE-ONE-OUTPUT-LINE.

       CLOSE-THE-COST-CENTER.
           MOVE SPACES TO VARIANCE-DETAIL-LINE.
           MOVE "Department subtotal"
               TO VARIANCE-DETAIL-LINE (1:24).
           MOVE "MTD" TO VD-SPAN.
           MOVE CC-MONTH-BUDGET TO CALC-BUDGET.
           MOVE CC-MONTH-ACTUAL TO CALC-ACTUAL.
           PERFORM FILL-THE-VARIANCE-COLUMNS.
           PERFORM WRITE-ONE-OUTPUT-LINE.
           MOVE "YTD" TO VD-SPAN.
           MOVE CC-YTD-BUDGET TO CALC-BUDGET.
           MOVE CC-YTD-ACTUAL TO CALC-ACTUAL.
           PERFORM FILL-THE-VARIANCE-COLUMNS.
           PERFORM WRITE-ONE-OUTPUT-LINE.
           CLOSE BURST-OUTPUT-FILE.
           MOVE "N" TO BURST-OPEN-SWITCH.
           ADD 1 TO BURST-COUNT.
           PERFORM REGISTER-THE-BURST-COPY.

      * A detail line built in VARIANCE-DETAIL-LINE is
      * written from there; anything else is staged in
      * OUTPUT-LINE first.
       WRITE-ONE-OUTPUT-LINE.
           IF VD-SPAN NOT = SPACES
               MOVE VARIANCE-DETAIL-LINE TO OUTPUT-LINE
               ADD 1 TO BURST-LINE-COUNT
           END-IF.
           MOVE OUTPUT-LINE TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           IF BURST-IS-OPEN
               MOVE OUTPUT-LINE TO BURST-OUTPUT-LINE
               WRITE BURST-OUTPUT-LINE
           END-IF.
           MOVE SPACES TO VARIANCE-DETAIL-LINE OUTPUT-LINE.

       FIND-THE-RECIPIENT.
           MOVE "*UNLISTED*" TO FOUND-RECIPIENT.
           IF DIST-COUNT > 0
               SET DI-IDX TO 1
               SEARCH DIST-ENTRY
                   WHEN DT-COST-CENTER (DI-IDX)
                        = CURRENT-COST-CENTER
                       MOVE DT-RECIPIENT (DI-IDX)
                           TO FOUND-RECIPIENT
               END-SEARCH
           END-IF.

       REGISTER-THE-BURST-COPY.
           OPEN EXTEND DISTRIBUTION-REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISTRIBUTION-REGISTER-FILE
               CLOSE DISTRIBUTION-REGISTER-FILE
               OPEN EXTEND DISTRIBUTION-REGISTER-FILE
           END-IF.
           MOVE SPACES TO ADD-DISTRIBUTION-REGISTER.
           MOVE BUSINESS-DATE TO DR-RUN-DATE.
           MOVE CURRENT-COST-CENTER TO DR-COST-CENTER.
           MOVE FOUND-RECIPIENT TO DR-RECIPIENT.
           MOVE BURST-PATH TO DR-FILE-NAME.
           MOVE BURST-LINE-COUNT TO DR-LINE-COUNT.
           WRITE ADD-DISTRIBUTION-REGISTER.
           CLOSE DISTRIBUTION-REGISTER-FILE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "GLVAR01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "GLVAR01 "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
