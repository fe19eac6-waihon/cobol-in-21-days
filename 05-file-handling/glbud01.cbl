       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUD01.
      *--------------------------------------------------
      * Budget master maintenance. The ledger had actuals
      * but no budgets anywhere, so each department head
      * compared against a private spreadsheet. GLBUDG.DAT
      * holds one budget amount per company, GLCHART
      * account, cost center, and fiscal month, and this
      * is its console maintenance: add, change, delete,
      * inquire, and list, driven from the same kind of
      * transaction menu HELLO06 keeps for the name
      * master. A whole year's budget arriving from
      * Finance's spreadsheet loads through CSVIMP01
      * instead of being keyed here.
      *
      * Accounts are proved against the GLCHART chart and
      * periods must be a real YYYYMM month. The master is
      * held as a sorted in-memory table searched with
      * SEARCH ALL, locked through JOBLOCK for the
      * session so two terminals cannot overwrite each
      * other, and saved on exit after GENBACK keeps the
      * outgoing copy as a generation.
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

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY GLBUDG.

       FD  GL-CHART-FILE.
       COPY GLCHART.

       WORKING-STORAGE SECTION.

       01  BUDGET-FILE-STATUS    PIC XX.
       01  CHART-FILE-STATUS     PIC XX.
       01  BUDGET-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-BUDGET-RECORDS        VALUE "Y".
       01  CHART-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-CHART-RECORDS         VALUE "Y".

       01  TRANSACTION-CODE      PIC X.
       01  EXIT-SWITCH           PIC X       VALUE "N".
           88  TIME-TO-EXIT                  VALUE "Y".
       01  CHANGED-SWITCH        PIC X       VALUE "N".
           88  MASTER-WAS-CHANGED            VALUE "Y".

       01  BUDGET-COUNT          PIC 9(4)    VALUE ZERO.
       01  BUDGET-TABLE.
           05  BUDGET-ENTRY OCCURS 1 TO 3000 TIMES
                             DEPENDING ON BUDGET-COUNT
                             ASCENDING KEY IS BT-KEY
                             INDEXED BY BT-IDX.
               10  BT-KEY.
                   15  BT-COMPANY        PIC X(2).
                   15  BT-ACCOUNT        PIC 9(6).
                   15  BT-COST-CENTER    PIC X(4).
                   15  BT-PERIOD         PIC 9(6).
               10  BT-AMOUNT             PIC S9(9)V99.
       01  BUDGET-FOUND-SWITCH   PIC X.
           88  BUDGET-WAS-FOUND              VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  SHIFT-IDX             PIC 9(4).

       01  CHART-COUNT           PIC 9(3)    VALUE ZERO.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON CHART-COUNT
                            INDEXED BY CH-IDX.
               10  CHT-ACCOUNT       PIC 9(6).
               10  CHT-DESCRIPTION   PIC X(24).
       01  CHECKED-ACCOUNT       PIC X(6).
       01  ACCOUNT-FOUND-SWITCH  PIC X.
           88  ACCOUNT-IS-KNOWN              VALUE "Y".
       01  FOUND-DESCRIPTION     PIC X(24).

       01  WANTED-KEY.
           05  WK-COMPANY            PIC X(2).
           05  WK-ACCOUNT            PIC 9(6).
           05  WK-COST-CENTER        PIC X(4).
           05  WK-PERIOD             PIC 9(6).
       01  RAW-PERIOD            PIC X(6).
       01  WANTED-MONTH          PIC 99.
       01  RAW-ENTRY             PIC X(20).
       01  WANTED-AMOUNT         PIC S9(9)V99.
       01  LIST-COMPANY          PIC X(2).
       01  LIST-PERIOD           PIC 9(6).
       01  LISTED-COUNT          PIC 9(4).
       01  DISPLAY-AMOUNT        PIC -(9)9.99.

       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLBUDG".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLBUD01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               PERFORM LOAD-THE-GL-CHART
               PERFORM LOAD-THE-BUDGET-MASTER
               IF LOAD-DID-OVERFLOW
      * Saving a partial master would drop the unloaded
      * budgets, so the session is refused outright.
                   DISPLAY "GLBUDG.DAT exceeds the table; "
                           "session refused, nothing changed."
               ELSE
                   PERFORM UNTIL TIME-TO-EXIT
                       PERFORM GET-THE-TRANSACTION-CODE
                       PERFORM DO-THE-TRANSACTION
                   END-PERFORM
                   IF MASTER-WAS-CHANGED
                       PERFORM SAVE-THE-BUDGET-MASTER
                   END-IF
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLBUD01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The budget master is in use at another "
                       "terminal; try again later."
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
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

       LOAD-THE-BUDGET-MASTER.
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-BUDGET-RECORD
               PERFORM UNTIL NO-MORE-BUDGET-RECORDS
                   IF BUDGET-COUNT >= 3000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO BUDGET-END-SWITCH
                   ELSE
                       ADD 1 TO BUDGET-COUNT
                       SET BT-IDX TO BUDGET-COUNT
                       IF BG-COMPANY = SPACES
                           MOVE "01" TO BT-COMPANY (BT-IDX)
                       ELSE
                           MOVE BG-COMPANY TO BT-COMPANY (BT-IDX)
                       END-IF
                       MOVE BG-ACCOUNT TO BT-ACCOUNT (BT-IDX)
                       MOVE BG-COST-CENTER
                           TO BT-COST-CENTER (BT-IDX)
                       MOVE BG-PERIOD TO BT-PERIOD (BT-IDX)
                       MOVE BG-AMOUNT TO BT-AMOUNT (BT-IDX)
                       PERFORM READ-THE-NEXT-BUDGET-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE BUDGET-FILE.
      * A loaded or hand-edited file may arrive in any
      * order; SEARCH ALL needs it in key order.
           IF BUDGET-COUNT > 0
               SORT BUDGET-ENTRY ASCENDING KEY BT-KEY
           END-IF.

       READ-THE-NEXT-BUDGET-RECORD.
           READ BUDGET-FILE
               AT END
                   MOVE "Y" TO BUDGET-END-SWITCH
           END-READ.

       SAVE-THE-BUDGET-MASTER.
           CALL "GENBACK" USING LOCK-JOB-NAME.
           OPEN OUTPUT BUDGET-FILE.
           PERFORM WRITE-ONE-BUDGET-RECORD
               VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > BUDGET-COUNT.
           CLOSE BUDGET-FILE.
           DISPLAY "Budget master saved: " BUDGET-COUNT " record(s).".

       WRITE-ONE-BUDGET-RECORD.
           MOVE SPACES TO GL-BUDGET-RECORD.
           MOVE BT-COMPANY (BT-IDX) TO BG-COMPANY.
           MOVE BT-ACCOUNT (BT-IDX) TO BG-ACCOUNT.
           MOVE BT-COST-CENTER (BT-IDX) TO BG-COST-CENTER.
           MOVE BT-PERIOD (BT-IDX) TO BG-PERIOD.
           MOVE BT-AMOUNT (BT-IDX) TO BG-AMOUNT.
           WRITE GL-BUDGET-RECORD.

       GET-THE-TRANSACTION-CODE.
           DISPLAY "A)dd  C)hange  D)elete  I)nquire  L)ist  X)it".
           DISPLAY "Transaction?".
           ACCEPT TRANSACTION-CODE.

       DO-THE-TRANSACTION.
           EVALUATE TRANSACTION-CODE
               WHEN "A"
                   PERFORM ADD-A-BUDGET
               WHEN "C"
                   PERFORM CHANGE-A-BUDGET
               WHEN "D"
                   PERFORM DELETE-A-BUDGET
               WHEN "I"
                   PERFORM INQUIRE-A-BUDGET
               WHEN "L"
                   PERFORM LIST-THE-BUDGETS
               WHEN "X"
                   MOVE "Y" TO EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code."
           END-EVALUATE.

       ADD-A-BUDGET.
           PERFORM GET-THE-BUDGET-KEY.
           PERFORM FIND-THE-BUDGET.
           IF BUDGET-WAS-FOUND
               DISPLAY "That budget is already on file; use C)hange."
           ELSE
           IF BUDGET-COUNT >= 3000
               DISPLAY "The budget master is full at 3000; "
                       "budget not added."
           ELSE
               PERFORM GET-THE-BUDGET-AMOUNT
               ADD 1 TO BUDGET-COUNT
               SET BT-IDX TO BUDGET-COUNT
               MOVE WANTED-KEY TO BT-KEY (BT-IDX)
               MOVE WANTED-AMOUNT TO BT-AMOUNT (BT-IDX)
               SORT BUDGET-ENTRY ASCENDING KEY BT-KEY
               MOVE "Y" TO CHANGED-SWITCH
               DISPLAY "Budget added."
           END-IF
           END-IF.

       CHANGE-A-BUDGET.
           PERFORM GET-THE-BUDGET-KEY.
           PERFORM FIND-THE-BUDGET.
           IF BUDGET-WAS-FOUND
               PERFORM SHOW-THE-BUDGET
               PERFORM GET-THE-BUDGET-AMOUNT
               MOVE WANTED-AMOUNT TO BT-AMOUNT (BT-IDX)
               MOVE "Y" TO CHANGED-SWITCH
               DISPLAY "Budget changed."
           ELSE
               DISPLAY "No budget on file for that key."
           END-IF.

      * The deleted row is closed up by shifting the rest
      * of the table down one, which keeps it in key order.
       DELETE-A-BUDGET.
           PERFORM GET-THE-BUDGET-KEY.
           PERFORM FIND-THE-BUDGET.
           IF BUDGET-WAS-FOUND
               PERFORM SHOW-THE-BUDGET
               PERFORM SHIFT-ONE-BUDGET-DOWN
                   VARYING SHIFT-IDX FROM BT-IDX BY 1
                   UNTIL SHIFT-IDX >= BUDGET-COUNT
               SUBTRACT 1 FROM BUDGET-COUNT
               MOVE "Y" TO CHANGED-SWITCH
               DISPLAY "Budget deleted."
           ELSE
               DISPLAY "No budget on file for that key."
           END-IF.

       SHIFT-ONE-BUDGET-DOWN.
           MOVE BUDGET-ENTRY (SHIFT-IDX + 1)
               TO BUDGET-ENTRY (SHIFT-IDX).

       INQUIRE-A-BUDGET.
           PERFORM GET-THE-BUDGET-KEY.
           PERFORM FIND-THE-BUDGET.
           IF BUDGET-WAS-FOUND
               PERFORM SHOW-THE-BUDGET
           ELSE
               DISPLAY "No budget on file for that key."
           END-IF.

       LIST-THE-BUDGETS.
           DISPLAY "Company (2 characters, blank for 01)?".
           ACCEPT LIST-COMPANY.
           IF LIST-COMPANY = SPACES
               MOVE "01" TO LIST-COMPANY
           END-IF.
           DISPLAY "Fiscal month (YYYYMM)?".
           PERFORM GET-A-PERIOD.
           MOVE WK-PERIOD TO LIST-PERIOD.
           MOVE ZERO TO LISTED-COUNT.
           PERFORM LIST-ONE-BUDGET
               VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > BUDGET-COUNT.
           DISPLAY LISTED-COUNT " budget(s) listed.".

       LIST-ONE-BUDGET.
           IF  BT-COMPANY (BT-IDX) = LIST-COMPANY
           AND BT-PERIOD (BT-IDX) = LIST-PERIOD
               PERFORM SHOW-THE-BUDGET
               ADD 1 TO LISTED-COUNT
           END-IF.

       SHOW-THE-BUDGET.
           MOVE BT-ACCOUNT (BT-IDX) TO CHECKED-ACCOUNT.
           PERFORM CHECK-ONE-CHART-ACCOUNT.
           MOVE BT-AMOUNT (BT-IDX) TO DISPLAY-AMOUNT.
           DISPLAY BT-COMPANY (BT-IDX) " "
                   BT-ACCOUNT (BT-IDX) " "
                   FOUND-DESCRIPTION " "
                   BT-COST-CENTER (BT-IDX) " "
                   BT-PERIOD (BT-IDX) " "
                   DISPLAY-AMOUNT.

       GET-THE-BUDGET-KEY.
           DISPLAY "Company (2 characters, blank for 01)?".
           ACCEPT WK-COMPANY.
           IF WK-COMPANY = SPACES
               MOVE "01" TO WK-COMPANY
           END-IF.
           DISPLAY "Account (6 digits)?".
           PERFORM GET-A-CHART-ACCOUNT.
           MOVE CHECKED-ACCOUNT TO WK-ACCOUNT.
           DISPLAY "Cost center (4 characters, blank for the "
                   "whole account)?".
           ACCEPT WK-COST-CENTER.
           DISPLAY "Fiscal month (YYYYMM)?".
           PERFORM GET-A-PERIOD.

       GET-A-PERIOD.
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
           MOVE RAW-PERIOD TO WK-PERIOD.

       GET-THE-BUDGET-AMOUNT.
           DISPLAY "Budget amount (e.g. 1500.00)?".
           MOVE SPACES TO RAW-ENTRY.
           ACCEPT RAW-ENTRY.
           PERFORM UNTIL FUNCTION TEST-NUMVAL(RAW-ENTRY) = ZERO
               DISPLAY "The amount must be a number."
               ACCEPT RAW-ENTRY
           END-PERFORM.
           COMPUTE WANTED-AMOUNT ROUNDED = FUNCTION NUMVAL(RAW-ENTRY).

       FIND-THE-BUDGET.
           MOVE "N" TO BUDGET-FOUND-SWITCH.
           IF BUDGET-COUNT > 0
               SEARCH ALL BUDGET-ENTRY
                   WHEN BT-KEY (BT-IDX) = WANTED-KEY
                       MOVE "Y" TO BUDGET-FOUND-SWITCH
               END-SEARCH
           END-IF.

       GET-A-CHART-ACCOUNT.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           PERFORM UNTIL ACCOUNT-IS-KNOWN
               ACCEPT CHECKED-ACCOUNT
               IF CHECKED-ACCOUNT IS NOT NUMERIC
                   DISPLAY "The account must be six digits."
               ELSE
                   PERFORM CHECK-ONE-CHART-ACCOUNT
                   IF NOT ACCOUNT-IS-KNOWN
                       DISPLAY "That account is not on the "
                               "GLCHART chart; enter another."
                   END-IF
               END-IF
           END-PERFORM.

      * An empty chart (no GLCHART.DAT) accepts any
      * numeric account, the same fallback CTLMNT01
      * applies.
       CHECK-ONE-CHART-ACCOUNT.
           MOVE "Y" TO ACCOUNT-FOUND-SWITCH.
           MOVE "*NOT ON CHART*" TO FOUND-DESCRIPTION.
           IF CHART-COUNT > 0
               MOVE "N" TO ACCOUNT-FOUND-SWITCH
               SET CH-IDX TO 1
               SEARCH CHART-ENTRY
                   WHEN CHT-ACCOUNT (CH-IDX) = CHECKED-ACCOUNT
                       MOVE "Y" TO ACCOUNT-FOUND-SWITCH
                       MOVE CHT-DESCRIPTION (CH-IDX)
                           TO FOUND-DESCRIPTION
               END-SEARCH
           END-IF.
