       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYEC01.
      *--------------------------------------------------
      * Fiscal year-end close. PERCLS01 closes a month at
      * a time, but nothing closed the year: GLPOST01
      * carries every account's closing balance into the
      * new year, the income and expense accounts with the
      * rest, so year-to-date profit never went back to
      * zero. This takes a fiscal year (YYYY) at the
      * console and, per company, zeroes every income
      * ("I") and expense ("E") account on the GLCHART.DAT
      * chart into the retained-earnings account named on
      * that company's GLYECTL.DAT control record.
      *
      * The closing balance closed out is each account's
      * position at the year's last month (YYYY12) in
      * GLBAL.DAT, read under the account's company through
      * the shared GLBGET keyed reader. The closing
      * entries are appended to GLEXTR.DAT under this
      * job's name and dated the last day of that month,
      * the same way ADDCOR01 appends its corrections, so
      * they post through GLPOST01 into the year being
      * closed and transmit through GLXMIT01 like any
      * other night's lines. An account balance larger
      * than one extract line can carry is split over as
      * many lines as it takes.
      *
      * The run is refused while any month of the year is
      * still open in FISCCTL.DAT -- a month with no row
      * counts as open, the same rule ADDCOR01 applies --
      * and a company whose control record shows the year
      * already closed, or whose retained-earnings account
      * is not on the ledger, is skipped and logged. The
      * close is confirmed through YESNOCNF before
      * anything is written, and the close report GLYEC.DAT
      * lists every entry with the net income or loss
      * moved per company.
      *
      * The close is also refused until GLICR01 has
      * reconciled the year's last month and found every
      * intercompany due-from/due-to pair netting to zero
      * -- a "B" row for YYYY12 on GLICST.DAT -- so the
      * consolidated year never closes carrying an
      * intercompany difference.
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
           SELECT OPTIONAL GL-CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.

           SELECT OPTIONAL FISCAL-PERIOD-FILE ASSIGN TO "FISCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

           SELECT OPTIONAL YEAR-END-CONTROL-FILE
               ASSIGN TO "GLYECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT OPTIONAL IC-STATUS-FILE ASSIGN TO "GLICST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IC-STATUS-FILE-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "GLYEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CHART-FILE.
       COPY GLCHART.

       FD  FISCAL-PERIOD-FILE.
       COPY FISCCTL.

       FD  YEAR-END-CONTROL-FILE.
       COPY GLYECTL.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  IC-STATUS-FILE.
       COPY GLICST.

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       01  CHART-FILE-STATUS     PIC XX.
       01  PERIOD-FILE-STATUS    PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  IC-STATUS-FILE-STATUS PIC XX.
       01  IC-STATUS-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-IC-STATUS-RECORDS     VALUE "Y".
       01  IC-RECONCILED-SWITCH  PIC X       VALUE "N".
           88  IC-IS-RECONCILED              VALUE "Y".
       01  CHART-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-CHART-RECORDS         VALUE "Y".
       01  PERIOD-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-PERIOD-RECORDS        VALUE "Y".
       01  CONTROL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-CONTROL-RECORDS       VALUE "Y".

      * One slot per month of the wanted year: "C" once
      * FISCCTL shows it closed, anything else is open.
       01  MONTH-STATUS-TABLE.
           05  MONTH-STATUS OCCURS 12 TIMES PIC X.
       01  MONTH-NO              PIC 99.
       01  OPEN-MONTH-COUNT      PIC 99      VALUE ZERO.
       01  CLOSING-PERIOD        PIC 9(6).
       01  CLOSING-DATE          PIC 9(8)    VALUE ZERO.

       01  CONTROL-COUNT         PIC 9(3)    VALUE ZERO.
       01  CONTROL-TABLE.
           05  CONTROL-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON CONTROL-COUNT
                              INDEXED BY YC-IDX.
               10  CT-COMPANY          PIC X(2).
               10  CT-RETAINED-ACCOUNT PIC 9(6).
               10  CT-LAST-CLOSED-YEAR PIC 9(4).
               10  CT-CLOSE-STATUS     PIC X.
                   88  CT-TO-BE-CLOSED           VALUE "Y".
               10  CT-NET-MOVED        PIC S9(11)V99.
       01  CONTROL-FOUND-SWITCH  PIC X.
           88  CONTROL-WAS-FOUND             VALUE "Y".

      * The income-statement accounts on the chart, each
      * carrying its closing balance at the year's last
      * month once the ledger has been read.
       01  CLOSE-COUNT           PIC 9(4)    VALUE ZERO.
       01  CLOSE-TABLE.
           05  CLOSE-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON CLOSE-COUNT
                            ASCENDING KEY IS CL-SORT-KEY
                            INDEXED BY CL-IDX.
               10  CL-SORT-KEY.
                   15  CL-COMPANY        PIC X(2).
                   15  CL-ACCOUNT        PIC 9(6).
               10  CL-DESCRIPTION        PIC X(24).
               10  CL-ACCOUNT-TYPE       PIC X.
               10  CL-PERIOD             PIC 9(6).
               10  CL-BALANCE            PIC S9(11)V99.
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  RAW-YEAR              PIC X(4).
       01  WANTED-YEAR           PIC 9(4).
       01  RAW-ANSWER            PIC X(3).
       01  FOLDED-ANSWER         PIC X.
       01  VALID-SWITCH          PIC X.
       01  BUSINESS-DATE         PIC 9(8).

       01  REMAINING-AMOUNT      PIC S9(11)V99.
       01  LINE-AMOUNT           PIC S9(7)V99.
       01  LINE-LIMIT            PIC S9(7)V99 VALUE 9999999.99.
       01  ENTRY-DEBIT-ACCOUNT   PIC 9(6).
       01  ENTRY-CREDIT-ACCOUNT  PIC 9(6).
       01  ENTRY-LINE-COUNT      PIC 9(5)    VALUE ZERO.
       01  ACCOUNT-CLOSED-COUNT  PIC 9(5)    VALUE ZERO.
       01  COMPANY-CLOSED-COUNT  PIC 9(3)    VALUE ZERO.
       01  COMPANY-SKIPPED-COUNT PIC 9(3)    VALUE ZERO.
       01  CURRENT-COMPANY       PIC X(2).

       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLYEC01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLYEC01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       01  CLOSE-HEADING-1.
           05  FILLER             PIC X(22)
               VALUE "GL YEAR-END CLOSE FOR ".
           05  CH1-YEAR           PIC 9(4).
           05  FILLER             PIC X(10) VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY CH1-RUN-DATE.

       01  CLOSE-HEADING-2.
           05  FILLER             PIC X(8)  VALUE "COMPANY ".
           05  CH2-COMPANY        PIC X(2).
           05  FILLER             PIC X(22)
               VALUE "  RETAINED EARNINGS: ".
           05  CH2-RETAINED       PIC 9(6).

       01  CLOSE-HEADING-3.
           05  FILLER             PIC X(8)  VALUE "ACCOUNT".
           05  FILLER             PIC X(26) VALUE "DESCRIPTION".
           05  FILLER             PIC X(3)  VALUE "T".
           05  FILLER             PIC X(17) VALUE "  CLOSED BALANCE".
           05  FILLER             PIC X(16) VALUE "  DEBIT  CREDIT".

       01  CLOSE-DETAIL-LINE.
           05  CD-ACCOUNT         PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-DESCRIPTION     PIC X(24).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-TYPE            PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-BALANCE         PIC -(11)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-DEBIT-ACCOUNT   PIC 9(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  CD-CREDIT-ACCOUNT  PIC 9(6).

       01  CLOSE-TOTAL-LINE.
           05  FILLER             PIC X(8)  VALUE "COMPANY ".
           05  CT-LINE-COMPANY    PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CT-CAPTION         PIC X(22).
           05  CT-AMOUNT          PIC -(11)9.99.

       01  CLOSE-SKIP-LINE.
           05  FILLER             PIC X(8)  VALUE "COMPANY ".
           05  CS-COMPANY         PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CS-REASON          PIC X(60).

       01  CLOSE-SUMMARY-LINE.
           05  FILLER             PIC X(19)
               VALUE "Companies closed: ".
           05  CSM-CLOSED         PIC ZZ9.
           05  FILLER             PIC X(12) VALUE "  Skipped: ".
           05  CSM-SKIPPED        PIC ZZ9.
           05  FILLER             PIC X(17)
               VALUE "  Extract lines: ".
           05  CSM-LINES          PIC ZZZZ9.

       COPY SEALPARM.

       COPY GLBPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLYEC01".
           MOVE "GLBAL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               PERFORM GET-THE-WANTED-YEAR
               PERFORM CHECK-THE-YEAR-IS-CLOSED
               PERFORM CHECK-THE-INTERCOMPANY-STATUS
               IF OPEN-MONTH-COUNT > ZERO
                   DISPLAY "Fiscal year " WANTED-YEAR " still has "
                           OPEN-MONTH-COUNT " open month(s) in "
                           "FISCCTL.DAT; year-end close refused."
                   MOVE "Year-end close refused; months open"
                       TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
               IF NOT IC-IS-RECONCILED
                   DISPLAY "Intercompany pairs for " CLOSING-PERIOD
                           " are not reconciled to zero on "
                           "GLICST.DAT; year-end close refused."
                   MOVE "Year-end close refused; IC unreconciled"
                       TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM RUN-THE-YEAR-END-CLOSE
               END-IF
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLYEC01"
               IF OPEN-MONTH-COUNT > ZERO
               OR NOT IC-IS-RECONCILED
               OR LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF COMPANY-SKIPPED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "GLYEC01 is already running; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-WANTED-YEAR.
           DISPLAY "Close which fiscal year (YYYY)?".
           ACCEPT RAW-YEAR.
           PERFORM UNTIL RAW-YEAR IS NUMERIC
               DISPLAY "The year must be four digits, YYYY."
               ACCEPT RAW-YEAR
           END-PERFORM.
           MOVE RAW-YEAR TO WANTED-YEAR.
           COMPUTE CLOSING-PERIOD = WANTED-YEAR * 100 + 12.

      * Every month of the year must be on file and closed;
      * the closing entries are dated the last day of the
      * year's last month.
       CHECK-THE-YEAR-IS-CLOSED.
           MOVE SPACES TO MONTH-STATUS-TABLE.
           OPEN INPUT FISCAL-PERIOD-FILE.
           IF PERIOD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-PERIOD-RECORD
               PERFORM UNTIL NO-MORE-PERIOD-RECORDS
                   IF FP-PERIOD (1:4) = RAW-YEAR
                       MOVE FP-PERIOD (5:2) TO MONTH-NO
                       IF MONTH-NO >= 1 AND MONTH-NO <= 12
                           MOVE FP-STATUS TO MONTH-STATUS (MONTH-NO)
                       END-IF
                       IF FP-PERIOD = CLOSING-PERIOD
                           MOVE FP-END-DATE TO CLOSING-DATE
                       END-IF
                   END-IF
                   PERFORM READ-THE-NEXT-PERIOD-RECORD
               END-PERFORM
           END-IF.
           CLOSE FISCAL-PERIOD-FILE.
           MOVE ZERO TO OPEN-MONTH-COUNT.
           PERFORM COUNT-ONE-OPEN-MONTH
               VARYING MONTH-NO FROM 1 BY 1
               UNTIL MONTH-NO > 12.

       COUNT-ONE-OPEN-MONTH.
           IF MONTH-STATUS (MONTH-NO) NOT = "C"
               ADD 1 TO OPEN-MONTH-COUNT
           END-IF.

       READ-THE-NEXT-PERIOD-RECORD.
           READ FISCAL-PERIOD-FILE
               AT END
                   MOVE "Y" TO PERIOD-END-SWITCH
           END-READ.

      * The last GLICST.DAT row for the closing month is
      * the one that counts; a month never reconciled has
      * no row and is refused.
       CHECK-THE-INTERCOMPANY-STATUS.
           MOVE "N" TO IC-RECONCILED-SWITCH.
           OPEN INPUT IC-STATUS-FILE.
           IF IC-STATUS-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-IC-STATUS
               PERFORM UNTIL NO-MORE-IC-STATUS-RECORDS
                   IF IS-PERIOD = CLOSING-PERIOD
                       IF IS-RESULT = "B"
                           MOVE "Y" TO IC-RECONCILED-SWITCH
                       ELSE
                           MOVE "N" TO IC-RECONCILED-SWITCH
                       END-IF
                   END-IF
                   PERFORM READ-THE-NEXT-IC-STATUS
               END-PERFORM
           END-IF.
           CLOSE IC-STATUS-FILE.

       READ-THE-NEXT-IC-STATUS.
           READ IC-STATUS-FILE
               AT END
                   MOVE "Y" TO IC-STATUS-END-SWITCH
           END-READ.

       RUN-THE-YEAR-END-CLOSE.
           PERFORM LOAD-THE-CONTROL-RECORDS.
           PERFORM LOAD-THE-CLOSE-ACCOUNTS.
           IF NOT LOAD-DID-OVERFLOW
               PERFORM LOAD-THE-CLOSING-BALANCES
           END-IF.
           IF LOAD-DID-OVERFLOW
      * Closing only part of the income statement would
      * leave the year half reset, so nothing is written.
               DISPLAY "GLCHART.DAT or GLBAL.DAT exceeds the table; "
                       "run abandoned, nothing closed."
           ELSE
               PERFORM MARK-THE-COMPANIES-TO-CLOSE
               DISPLAY "Close fiscal year " WANTED-YEAR
                       " into retained earnings? (Y/N)"
               ACCEPT RAW-ANSWER
               CALL "YESNOCNF" USING EXC-JOB-NAME RAW-ANSWER
                                      FOLDED-ANSWER VALID-SWITCH
               IF  VALID-SWITCH = "Y"
               AND FOLDED-ANSWER = "Y"
                   PERFORM WRITE-THE-CLOSING-ENTRIES
                   PERFORM SAVE-THE-CONTROL-RECORDS
                   DISPLAY "Companies closed: " COMPANY-CLOSED-COUNT
                   DISPLAY "Closing extract lines: "
                           ENTRY-LINE-COUNT
               ELSE
                   DISPLAY "Nothing closed."
               END-IF
           END-IF.

       LOAD-THE-CONTROL-RECORDS.
           OPEN INPUT YEAR-END-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CONTROL-RECORD
               PERFORM UNTIL NO-MORE-CONTROL-RECORDS
                   IF CONTROL-COUNT >= 100
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO CONTROL-END-SWITCH
                   ELSE
                       PERFORM TAKE-ONE-CONTROL-RECORD
                       PERFORM READ-THE-NEXT-CONTROL-RECORD
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No GLYECTL.DAT control records on file."
           END-IF.
           CLOSE YEAR-END-CONTROL-FILE.

       TAKE-ONE-CONTROL-RECORD.
           ADD 1 TO CONTROL-COUNT.
           SET YC-IDX TO CONTROL-COUNT.
           IF YC-COMPANY = SPACES
               MOVE "01" TO CT-COMPANY (YC-IDX)
           ELSE
               MOVE YC-COMPANY TO CT-COMPANY (YC-IDX)
           END-IF.
           MOVE YC-RETAINED-ACCOUNT TO CT-RETAINED-ACCOUNT (YC-IDX).
           IF YC-LAST-CLOSED-YEAR IS NUMERIC
               MOVE YC-LAST-CLOSED-YEAR
                   TO CT-LAST-CLOSED-YEAR (YC-IDX)
           ELSE
               MOVE ZERO TO CT-LAST-CLOSED-YEAR (YC-IDX)
           END-IF.
           MOVE "N" TO CT-CLOSE-STATUS (YC-IDX).
           MOVE ZERO TO CT-NET-MOVED (YC-IDX).

       READ-THE-NEXT-CONTROL-RECORD.
           READ YEAR-END-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-END-SWITCH
           END-READ.

       LOAD-THE-CLOSE-ACCOUNTS.
           OPEN INPUT GL-CHART-FILE.
           IF CHART-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CHART-RECORD
               PERFORM UNTIL NO-MORE-CHART-RECORDS
                   IF CH-ACCOUNT-TYPE = "I" OR CH-ACCOUNT-TYPE = "E"
                       PERFORM TAKE-ONE-CHART-RECORD
                   END-IF
                   PERFORM READ-THE-NEXT-CHART-RECORD
               END-PERFORM
           ELSE
               DISPLAY "No GLCHART.DAT chart of accounts on file."
           END-IF.
           CLOSE GL-CHART-FILE.

       TAKE-ONE-CHART-RECORD.
           IF CLOSE-COUNT >= 1000
               MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               MOVE "Y" TO CHART-END-SWITCH
           ELSE
               ADD 1 TO CLOSE-COUNT
               SET CL-IDX TO CLOSE-COUNT
               IF CH-COMPANY = SPACES
                   MOVE "01" TO CL-COMPANY (CL-IDX)
               ELSE
                   MOVE CH-COMPANY TO CL-COMPANY (CL-IDX)
               END-IF
               MOVE CH-ACCOUNT TO CL-ACCOUNT (CL-IDX)
               MOVE CH-DESCRIPTION TO CL-DESCRIPTION (CL-IDX)
               MOVE CH-ACCOUNT-TYPE TO CL-ACCOUNT-TYPE (CL-IDX)
               MOVE ZERO TO CL-PERIOD (CL-IDX)
               MOVE ZERO TO CL-BALANCE (CL-IDX)
           END-IF.

       READ-THE-NEXT-CHART-RECORD.
           READ GL-CHART-FILE
               AT END
                   MOVE "Y" TO CHART-END-SWITCH
           END-READ.

      * Each income-statement account takes its latest
      * balance record at or before the closing month; a
      * retained-earnings account with a record in any
      * month proves it is on the ledger.
       LOAD-THE-CLOSING-BALANCES.
           PERFORM TAKE-ONE-CLOSING-BALANCE
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > CLOSE-COUNT.
           PERFORM MARK-ONE-RETAINED-ACCOUNT
               VARYING YC-IDX FROM 1 BY 1
               UNTIL YC-IDX > CONTROL-COUNT.
           IF GP-NO-LEDGER
               DISPLAY "No GLBAL.DAT balance master on file."
           END-IF.
           MOVE "C" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.

       TAKE-ONE-CLOSING-BALANCE.
           MOVE "B" TO GP-ACTION.
           MOVE CL-COMPANY (CL-IDX) TO GP-COMPANY.
           MOVE CL-ACCOUNT (CL-IDX) TO GP-ACCOUNT.
           MOVE CLOSING-PERIOD TO GP-PERIOD.
           MOVE ZERO TO GP-FROM-PERIOD.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF GP-BALANCE-FOUND
               MOVE GP-FOUND-PERIOD TO CL-PERIOD (CL-IDX)
               MOVE GP-CLOSING-BALANCE TO CL-BALANCE (CL-IDX)
           END-IF.

      * CT-CLOSE-STATUS is borrowed during the load: "L"
      * marks a retained-earnings account seen on the
      * ledger, before MARK-THE-COMPANIES-TO-CLOSE settles
      * each company's status.
       MARK-ONE-RETAINED-ACCOUNT.
           MOVE "B" TO GP-ACTION.
           MOVE CT-COMPANY (YC-IDX) TO GP-COMPANY.
           MOVE CT-RETAINED-ACCOUNT (YC-IDX) TO GP-ACCOUNT.
           MOVE 999999 TO GP-PERIOD.
           MOVE ZERO TO GP-FROM-PERIOD.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF GP-BALANCE-FOUND
               MOVE "L" TO CT-CLOSE-STATUS (YC-IDX)
           END-IF.

       MARK-THE-COMPANIES-TO-CLOSE.
           PERFORM MARK-ONE-COMPANY-TO-CLOSE
               VARYING YC-IDX FROM 1 BY 1
               UNTIL YC-IDX > CONTROL-COUNT.

       MARK-ONE-COMPANY-TO-CLOSE.
           IF CT-LAST-CLOSED-YEAR (YC-IDX) >= WANTED-YEAR
               MOVE "A" TO CT-CLOSE-STATUS (YC-IDX)
           ELSE
               IF CT-CLOSE-STATUS (YC-IDX) = "L"
                   MOVE "Y" TO CT-CLOSE-STATUS (YC-IDX)
               ELSE
                   MOVE "R" TO CT-CLOSE-STATUS (YC-IDX)
               END-IF
           END-IF.

       WRITE-THE-CLOSING-ENTRIES.
           IF CLOSE-COUNT > 0
               SORT CLOSE-ENTRY ASCENDING KEY CL-SORT-KEY
           END-IF.
           CALL "BUSDATE" USING BUSINESS-DATE.
           IF CLOSING-DATE = ZERO
               MOVE BUSINESS-DATE TO CLOSING-DATE
           END-IF.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           MOVE WANTED-YEAR TO CH1-YEAR.
           MOVE BUSINESS-DATE TO CH1-RUN-DATE.
           MOVE CLOSE-HEADING-1 TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           PERFORM OPEN-THE-EXTRACT-FOR-APPEND.
           PERFORM CLOSE-ONE-COMPANY
               VARYING YC-IDX FROM 1 BY 1
               UNTIL YC-IDX > CONTROL-COUNT.
           PERFORM REPORT-ACCOUNTS-WITH-NO-CONTROL.
           CLOSE GL-EXTRACT-FILE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE COMPANY-CLOSED-COUNT TO CSM-CLOSED.
           MOVE COMPANY-SKIPPED-COUNT TO CSM-SKIPPED.
           MOVE ENTRY-LINE-COUNT TO CSM-LINES.
           MOVE CLOSE-SUMMARY-LINE TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           CLOSE CLOSE-REPORT-FILE.

       OPEN-THE-EXTRACT-FOR-APPEND.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.

       CLOSE-ONE-COMPANY.
           MOVE CT-COMPANY (YC-IDX) TO CURRENT-COMPANY.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           EVALUATE TRUE
               WHEN CT-TO-BE-CLOSED (YC-IDX)
                   MOVE CURRENT-COMPANY TO CH2-COMPANY
                   MOVE CT-RETAINED-ACCOUNT (YC-IDX) TO CH2-RETAINED
                   MOVE CLOSE-HEADING-2 TO CLOSE-REPORT-LINE
                   WRITE CLOSE-REPORT-LINE
                   MOVE CLOSE-HEADING-3 TO CLOSE-REPORT-LINE
                   WRITE CLOSE-REPORT-LINE
                   PERFORM CLOSE-ONE-ACCOUNT
                       VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CLOSE-COUNT
                   PERFORM WRITE-THE-COMPANY-TOTAL
                   MOVE WANTED-YEAR TO CT-LAST-CLOSED-YEAR (YC-IDX)
                   ADD 1 TO COMPANY-CLOSED-COUNT
               WHEN CT-CLOSE-STATUS (YC-IDX) = "A"
                   MOVE "Fiscal year already closed; skipped."
                       TO CS-REASON
                   PERFORM WRITE-ONE-SKIP-LINE
               WHEN OTHER
                   MOVE "Retained-earnings account not on GLBAL; "
                       TO CS-REASON
                   MOVE "skipped." TO CS-REASON (41:8)
                   PERFORM WRITE-ONE-SKIP-LINE
           END-EVALUATE.

       WRITE-ONE-SKIP-LINE.
           MOVE CURRENT-COMPANY TO CS-COMPANY.
           MOVE CLOSE-SKIP-LINE TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           ADD 1 TO COMPANY-SKIPPED-COUNT.
           MOVE "Year-end close skipped, company " TO EXC-TEXT.
           MOVE CURRENT-COMPANY TO EXC-TEXT (33:2).
           MOVE "CTRL" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.

      * A debit balance (expense, or a loss on an income
      * account) closes by debiting retained earnings and
      * crediting the account; a credit balance the other
      * way round. A zero balance needs no entry.
       CLOSE-ONE-ACCOUNT.
           IF  CL-COMPANY (CL-IDX) = CURRENT-COMPANY
           AND CL-BALANCE (CL-IDX) NOT = ZERO
               IF CL-BALANCE (CL-IDX) > ZERO
                   MOVE CT-RETAINED-ACCOUNT (YC-IDX)
                       TO ENTRY-DEBIT-ACCOUNT
                   MOVE CL-ACCOUNT (CL-IDX) TO ENTRY-CREDIT-ACCOUNT
                   MOVE CL-BALANCE (CL-IDX) TO REMAINING-AMOUNT
               ELSE
                   MOVE CL-ACCOUNT (CL-IDX) TO ENTRY-DEBIT-ACCOUNT
                   MOVE CT-RETAINED-ACCOUNT (YC-IDX)
                       TO ENTRY-CREDIT-ACCOUNT
                   COMPUTE REMAINING-AMOUNT = 0 - CL-BALANCE (CL-IDX)
               END-IF
               PERFORM WRITE-ONE-CLOSING-LINE
                   UNTIL REMAINING-AMOUNT = ZERO
               SUBTRACT CL-BALANCE (CL-IDX)
                   FROM CT-NET-MOVED (YC-IDX)
               ADD 1 TO ACCOUNT-CLOSED-COUNT
               MOVE SPACES TO CLOSE-DETAIL-LINE
               MOVE CL-ACCOUNT (CL-IDX) TO CD-ACCOUNT
               MOVE CL-DESCRIPTION (CL-IDX) TO CD-DESCRIPTION
               MOVE CL-ACCOUNT-TYPE (CL-IDX) TO CD-TYPE
               MOVE CL-BALANCE (CL-IDX) TO CD-BALANCE
               MOVE ENTRY-DEBIT-ACCOUNT TO CD-DEBIT-ACCOUNT
               MOVE ENTRY-CREDIT-ACCOUNT TO CD-CREDIT-ACCOUNT
               MOVE CLOSE-DETAIL-LINE TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF.

      * GX-AMOUNT holds under ten million, so a larger
      * balance goes out in as many full lines as it takes
      * plus the remainder.
       WRITE-ONE-CLOSING-LINE.
           IF REMAINING-AMOUNT > LINE-LIMIT
               MOVE LINE-LIMIT TO LINE-AMOUNT
           ELSE
               MOVE REMAINING-AMOUNT TO LINE-AMOUNT
           END-IF.
           SUBTRACT LINE-AMOUNT FROM REMAINING-AMOUNT.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "GLYEC01" TO GX-JOB-NAME.
           MOVE CLOSING-DATE TO GX-RUN-DATE.
           MOVE ENTRY-DEBIT-ACCOUNT TO GX-DEBIT-ACCOUNT.
           MOVE ENTRY-CREDIT-ACCOUNT TO GX-CREDIT-ACCOUNT.
           MOVE LINE-AMOUNT TO GX-AMOUNT.
           MOVE "USD" TO GX-CURRENCY-CODE.
           MOVE LINE-AMOUNT TO GX-BASE-AMOUNT.
           MOVE CURRENT-COMPANY TO GX-COMPANY.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO ENTRY-LINE-COUNT.

       WRITE-THE-COMPANY-TOTAL.
           MOVE CURRENT-COMPANY TO CT-LINE-COMPANY.
           IF CT-NET-MOVED (YC-IDX) < ZERO
               MOVE "Net loss closed:" TO CT-CAPTION
           ELSE
               MOVE "Net income closed:" TO CT-CAPTION
           END-IF.
           MOVE CT-NET-MOVED (YC-IDX) TO CT-AMOUNT.
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE "Year-end close posted, company " TO EXC-TEXT.
           MOVE CURRENT-COMPANY TO EXC-TEXT (32:2).
           MOVE "CTRL" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.

      * An income-statement account belonging to a company
      * with no control record cannot be closed anywhere;
      * it is listed so the missing record gets added.
       REPORT-ACCOUNTS-WITH-NO-CONTROL.
           PERFORM REPORT-ONE-UNCONTROLLED-ACCOUNT
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > CLOSE-COUNT.

       REPORT-ONE-UNCONTROLLED-ACCOUNT.
           MOVE "N" TO CONTROL-FOUND-SWITCH.
           PERFORM FIND-ONE-CONTROL-COMPANY
               VARYING YC-IDX FROM 1 BY 1
               UNTIL YC-IDX > CONTROL-COUNT
                  OR CONTROL-WAS-FOUND.
           IF  NOT CONTROL-WAS-FOUND
           AND CL-BALANCE (CL-IDX) NOT = ZERO
               MOVE SPACES TO CLOSE-SKIP-LINE
               MOVE "COMPANY " TO CLOSE-SKIP-LINE (1:8)
               MOVE CL-COMPANY (CL-IDX) TO CS-COMPANY
               STRING "No GLYECTL record; account "
                          DELIMITED BY SIZE
                      CL-ACCOUNT (CL-IDX) DELIMITED BY SIZE
                      " left open." DELIMITED BY SIZE
                   INTO CS-REASON
               MOVE CLOSE-SKIP-LINE TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF.

       FIND-ONE-CONTROL-COMPANY.
           IF CT-COMPANY (YC-IDX) = CL-COMPANY (CL-IDX)
               MOVE "Y" TO CONTROL-FOUND-SWITCH
           END-IF.

       SAVE-THE-CONTROL-RECORDS.
           OPEN OUTPUT YEAR-END-CONTROL-FILE.
           PERFORM WRITE-ONE-CONTROL-RECORD
               VARYING YC-IDX FROM 1 BY 1
               UNTIL YC-IDX > CONTROL-COUNT.
           CLOSE YEAR-END-CONTROL-FILE.

       WRITE-ONE-CONTROL-RECORD.
           MOVE SPACES TO GL-YEAR-END-CONTROL-RECORD.
           MOVE CT-COMPANY (YC-IDX) TO YC-COMPANY.
           MOVE CT-RETAINED-ACCOUNT (YC-IDX) TO YC-RETAINED-ACCOUNT.
           MOVE CT-LAST-CLOSED-YEAR (YC-IDX) TO YC-LAST-CLOSED-YEAR.
           WRITE GL-YEAR-END-CONTROL-RECORD.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "GLYEC01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "GLYEC01 "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
