       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXWKS01.
      *--------------------------------------------------
      * Monthly sales-tax return worksheet. ADD07 leaves a
      * row on the ADDTAX.DAT register for every pair it
      * posts -- the customer's state, whether the sale was
      * taxed, the sale and the tax in base currency --
      * and this totals the month's rows by company and
      * state into what the return asks for: taxable
      * sales, exempt sales, and tax collected. Sales of a
      * taxable type that could not be taxed because
      * GLACCT.DAT had no tax row for the state are shown
      * in a column of their own, not passed off as
      * exempt.
      *
      * The month is the business date's: the job runs on
      * the month-end business day, so the worksheet covers
      * the month being closed.
      *
      * A second section ties the register to the ledger.
      * Each state's tax liability account -- the credit
      * account on the GLACCT.DAT "TX" rows -- has its
      * GLBAL.DAT opening balance and month's activity
      * printed against the tax the register says was
      * collected into it. Credits carry a negative sign on
      * the balance master, so tax collected shows as the
      * activity negated; a remittance posted to the
      * account in the month shows up as a difference to
      * be explained. Any difference is flagged *DIFF*,
      * logged, and ends the job with a warning code.
      *
      * GLBAL.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust. Each liability account's month is
      * read straight off the indexed GLBAL.DAT through the
      * shared GLBGET reader.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-TAX-REGISTER-FILE
               ASSIGN TO "ADDTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT WORKSHEET-REPORT-FILE ASSIGN TO "TAXWKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TAX-REGISTER-FILE.
       COPY ADDTAX.

       FD  GL-ACCOUNT-FILE.
       COPY GLACCT.

       FD  WORKSHEET-REPORT-FILE.
       01  WORKSHEET-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       01  REGISTER-FILE-STATUS  PIC XX.
       01  ACCOUNT-FILE-STATUS   PIC XX.

       01  REGISTER-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-REGISTER-ROWS         VALUE "Y".
       01  ACCOUNT-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-GL-ACCOUNTS           VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
           05  WORKSHEET-PERIOD  PIC 9(6).
           05  FILLER            PIC 9(2).
       01  ROW-DATE              PIC 9(8).
       01  ROW-DATE-PARTS REDEFINES ROW-DATE.
           05  ROW-PERIOD        PIC 9(6).
           05  FILLER            PIC 9(2).

      * One line per company and state for the month.
       01  STATE-COUNT           PIC 9(3)    VALUE ZERO.
       01  STATE-TABLE.
           05  STATE-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON STATE-COUNT
                            INDEXED BY WK-IDX.
               10  WK-COMPANY         PIC X(02).
               10  WK-STATE           PIC X(02).
               10  WK-TAXABLE-SALES   PIC S9(11)V99.
               10  WK-EXEMPT-SALES    PIC S9(11)V99.
               10  WK-UNTAXED-SALES   PIC S9(11)V99.
               10  WK-TAX-COLLECTED   PIC S9(11)V99.
       01  STATE-FOUND-SWITCH    PIC X.
           88  STATE-WAS-FOUND               VALUE "Y".
       01  WANTED-COMPANY        PIC X(02).

      * One line per tax liability account.
       01  LIABILITY-COUNT       PIC 9(3)    VALUE ZERO.
       01  LIABILITY-TABLE.
           05  LIABILITY-ENTRY OCCURS 1 TO 100 TIMES
                                DEPENDING ON LIABILITY-COUNT
                                INDEXED BY LA-IDX.
               10  LA-ACCOUNT         PIC 9(6).
               10  LA-STATE           PIC X(02).
               10  LA-OPENING         PIC S9(11)V99.
               10  LA-LEDGER-TAX      PIC S9(11)V99.
               10  LA-REGISTER-TAX    PIC S9(11)V99.
       01  LIABILITY-FOUND-SWITCH PIC X.
           88  LIABILITY-WAS-FOUND           VALUE "Y".
       01  WANTED-ACCOUNT        PIC 9(6).
       01  WANTED-STATE          PIC X(02).

       01  ROWS-READ             PIC 9(7)    VALUE ZERO.
       01  ROWS-IN-PERIOD        PIC 9(7)    VALUE ZERO.
       01  TIE-DIFFERENCE        PIC S9(11)V99.
       01  DIFFERENCE-COUNT      PIC 9(3)    VALUE ZERO.
       01  TOTAL-TAXABLE-SALES   PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-EXEMPT-SALES    PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-UNTAXED-SALES   PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-TAX-COLLECTED   PIC S9(11)V99 VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "TAXWKS01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  REPORT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "SALES TAX RETURN WORKSHEET".
           COPY RUNDATE REPLACING RD-RUN-DATE BY WH-RUN-DATE.

       01  REPORT-HEADING-2.
           05  FILLER             PIC X(8)  VALUE "PERIOD: ".
           05  WH-PERIOD          PIC 9(6).

       01  REPORT-HEADING-3.
           05  FILLER             PIC X(8)  VALUE "CO  ST".
           05  FILLER             PIC X(15)
               VALUE "  TAXABLE SALES".
           05  FILLER             PIC X(15)
               VALUE "   EXEMPT SALES".
           05  FILLER             PIC X(15)
               VALUE "  UNTAXED SALES".
           05  FILLER             PIC X(15)
               VALUE "  TAX COLLECTED".

       01  STATE-DETAIL-LINE.
           05  SD-COMPANY         PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-STATE           PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-TAXABLE-SALES   PIC -(11)9.99.
           05  SD-EXEMPT-SALES    PIC -(11)9.99.
           05  SD-UNTAXED-SALES   PIC -(11)9.99.
           05  SD-TAX-COLLECTED   PIC -(11)9.99.

       01  TIE-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "TAX LIABILITY TIE TO GLBAL.DAT".

       01  TIE-HEADING-2.
           05  FILLER             PIC X(10) VALUE "ACCT    ST".
           05  FILLER             PIC X(14)
               VALUE "       OPENING".
           05  FILLER             PIC X(14)
               VALUE "    LEDGER TAX".
           05  FILLER             PIC X(14)
               VALUE "  REGISTER TAX".
           05  FILLER             PIC X(14)
               VALUE "    DIFFERENCE".

       01  TIE-DETAIL-LINE.
           05  TI-ACCOUNT         PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TI-STATE           PIC X(2).
           05  TI-OPENING         PIC -(10)9.99.
           05  TI-LEDGER-TAX      PIC -(10)9.99.
           05  TI-REGISTER-TAX    PIC -(10)9.99.
           05  TI-DIFFERENCE      PIC -(10)9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  TI-FLAG            PIC X(6).

       01  TIE-TOTAL-LINE.
           05  FILLER             PIC X(31)
               VALUE "Liability accounts not tying: ".
           05  TO-DIFFERENCES     PIC ZZ9.

       COPY SEALPARM.

       COPY GLBPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "TAXWKS01".
           MOVE "GLBAL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM LOAD-THE-LIABILITY-ACCOUNTS.
           PERFORM TOTAL-THE-REGISTER.
           PERFORM LOAD-THE-LEDGER-BALANCES.
           IF LOAD-DID-OVERFLOW
               DISPLAY "A sales-tax worksheet table exceeds its "
                       "limit; run abandoned."
               MOVE "Sales tax worksheet table overflow"
                   TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               CALL "RUNEND" USING "TAXWKS01"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-THE-WORKSHEET
               DISPLAY "Register rows for " WORKSHEET-PERIOD ": "
                       ROWS-IN-PERIOD
               DISPLAY "Liability accounts not tying: "
                       DIFFERENCE-COUNT
               IF DIFFERENCE-COUNT > ZERO
                   MOVE "Sales tax register does not tie to GL"
                       TO EXC-TEXT
                   MOVE "DATA" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               CALL "RUNEND" USING "TAXWKS01"
               IF DIFFERENCE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * Every state's liability account is listed whether
      * or not the month taxed anything into it, so ledger
      * activity with no register behind it still shows.
       LOAD-THE-LIABILITY-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-GL-ACCOUNT
               PERFORM UNTIL NO-MORE-GL-ACCOUNTS
                   IF GA-COST-CENTER (1:2) = "TX"
                       MOVE GA-CREDIT-ACCOUNT TO WANTED-ACCOUNT
                       MOVE GA-COST-CENTER (3:2) TO WANTED-STATE
                       PERFORM FIND-THE-LIABILITY-ACCOUNT
                   END-IF
                   PERFORM READ-THE-NEXT-GL-ACCOUNT
               END-PERFORM
           END-IF.
           CLOSE GL-ACCOUNT-FILE.

       READ-THE-NEXT-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE
               AT END
                   MOVE "Y" TO ACCOUNT-END-SWITCH
           END-READ.

       TOTAL-THE-REGISTER.
           OPEN INPUT SALES-TAX-REGISTER-FILE.
           IF REGISTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-REGISTER-ROW
               PERFORM UNTIL NO-MORE-REGISTER-ROWS
                   ADD 1 TO ROWS-READ
                   MOVE SX-RUN-DATE TO ROW-DATE
                   IF ROW-PERIOD = WORKSHEET-PERIOD
                       ADD 1 TO ROWS-IN-PERIOD
                       PERFORM TAKE-ONE-REGISTER-ROW
                   END-IF
                   PERFORM READ-THE-NEXT-REGISTER-ROW
               END-PERFORM
           ELSE
               DISPLAY "No ADDTAX.DAT register; nothing to total."
           END-IF.
           CLOSE SALES-TAX-REGISTER-FILE.

       READ-THE-NEXT-REGISTER-ROW.
           READ SALES-TAX-REGISTER-FILE
               AT END
                   MOVE "Y" TO REGISTER-END-SWITCH
           END-READ.

       TAKE-ONE-REGISTER-ROW.
           IF SX-COMPANY = SPACES
               MOVE "01" TO WANTED-COMPANY
           ELSE
               MOVE SX-COMPANY TO WANTED-COMPANY
           END-IF.
           MOVE SX-STATE TO WANTED-STATE.
           PERFORM FIND-THE-STATE-LINE.
           IF NOT LOAD-DID-OVERFLOW
               EVALUATE SX-TAX-STATUS
                   WHEN "T"
                       ADD SX-BASE-SALE TO WK-TAXABLE-SALES (WK-IDX)
                       ADD SX-BASE-TAX TO WK-TAX-COLLECTED (WK-IDX)
                       MOVE SX-LIABILITY-ACCOUNT TO WANTED-ACCOUNT
                       PERFORM FIND-THE-LIABILITY-ACCOUNT
                       IF NOT LOAD-DID-OVERFLOW
                           ADD SX-BASE-TAX
                               TO LA-REGISTER-TAX (LA-IDX)
                       END-IF
                   WHEN "N"
                       ADD SX-BASE-SALE TO WK-UNTAXED-SALES (WK-IDX)
                   WHEN OTHER
                       ADD SX-BASE-SALE TO WK-EXEMPT-SALES (WK-IDX)
               END-EVALUATE
           END-IF.

       FIND-THE-STATE-LINE.
           MOVE "N" TO STATE-FOUND-SWITCH.
           IF STATE-COUNT > 0
               SET WK-IDX TO 1
               SEARCH STATE-ENTRY
                   WHEN WK-COMPANY (WK-IDX) = WANTED-COMPANY
                    AND WK-STATE (WK-IDX) = WANTED-STATE
                       MOVE "Y" TO STATE-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT STATE-WAS-FOUND
               IF STATE-COUNT >= 200
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO STATE-COUNT
                   SET WK-IDX TO STATE-COUNT
                   MOVE WANTED-COMPANY TO WK-COMPANY (WK-IDX)
                   MOVE WANTED-STATE TO WK-STATE (WK-IDX)
                   MOVE ZERO TO WK-TAXABLE-SALES (WK-IDX)
                   MOVE ZERO TO WK-EXEMPT-SALES (WK-IDX)
                   MOVE ZERO TO WK-UNTAXED-SALES (WK-IDX)
                   MOVE ZERO TO WK-TAX-COLLECTED (WK-IDX)
               END-IF
           END-IF.

      * An account first met on the register rather than
      * on GLACCT.DAT (a tax row since removed) takes the
      * register row's state.
       FIND-THE-LIABILITY-ACCOUNT.
           MOVE "N" TO LIABILITY-FOUND-SWITCH.
           IF LIABILITY-COUNT > 0
               SET LA-IDX TO 1
               SEARCH LIABILITY-ENTRY
                   WHEN LA-ACCOUNT (LA-IDX) = WANTED-ACCOUNT
                       MOVE "Y" TO LIABILITY-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT LIABILITY-WAS-FOUND
               IF LIABILITY-COUNT >= 100
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO LIABILITY-COUNT
                   SET LA-IDX TO LIABILITY-COUNT
                   MOVE WANTED-ACCOUNT TO LA-ACCOUNT (LA-IDX)
                   MOVE WANTED-STATE TO LA-STATE (LA-IDX)
                   MOVE ZERO TO LA-OPENING (LA-IDX)
                   MOVE ZERO TO LA-LEDGER-TAX (LA-IDX)
                   MOVE ZERO TO LA-REGISTER-TAX (LA-IDX)
               END-IF
           END-IF.

      * Only the worksheet month's own balance row counts;
      * an account with no row for the month shows zero.
       LOAD-THE-LEDGER-BALANCES.
           PERFORM TAKE-ONE-BALANCE
               VARYING LA-IDX FROM 1 BY 1
               UNTIL LA-IDX > LIABILITY-COUNT.
           MOVE "C" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.

       TAKE-ONE-BALANCE.
           MOVE "B" TO GP-ACTION.
           MOVE SPACES TO GP-COMPANY.
           MOVE LA-ACCOUNT (LA-IDX) TO GP-ACCOUNT.
           MOVE WORKSHEET-PERIOD TO GP-PERIOD.
           MOVE ZERO TO GP-FROM-PERIOD.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF  GP-BALANCE-FOUND
           AND GP-FOUND-PERIOD = WORKSHEET-PERIOD
               MOVE GP-OPENING-BALANCE TO LA-OPENING (LA-IDX)
               COMPUTE LA-LEDGER-TAX (LA-IDX) =
                   ZERO - GP-ACTIVITY
           END-IF.

       WRITE-THE-WORKSHEET.
           OPEN OUTPUT WORKSHEET-REPORT-FILE.
           ACCEPT WH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE REPORT-HEADING-1 TO WORKSHEET-REPORT-LINE.
           WRITE WORKSHEET-REPORT-LINE.
           MOVE WORKSHEET-PERIOD TO WH-PERIOD.
           MOVE REPORT-HEADING-2 TO WORKSHEET-REPORT-LINE.
           WRITE WORKSHEET-REPORT-LINE.
           MOVE SPACES TO WORKSHEET-REPORT-LINE.
           WRITE WORKSHEET-REPORT-LINE.
           MOVE REPORT-HEADING-3 TO WORKSHEET-REPORT-LINE.
           WRITE WORKSHEET-REPORT-LINE.
           IF STATE-COUNT > 0
               SORT STATE-ENTRY ASCENDING KEY WK-COMPANY WK-STATE
           END-IF.
           PERFORM WRITE-ONE-STATE-LINE
               VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > STATE-COUNT.
           PERFORM WRITE-THE-STATE-TOTAL.
           PERFORM WRITE-THE-LIABILITY-TIE.
           CLOSE WORKSHEET-REPORT-FILE.

      * Sales to a customer not found on the master carry
      * no state; their line shows the state blank.
       WRITE-ONE-STATE-LINE.
           MOVE WK-COMPANY (WK-IDX) TO SD-COMPANY.
           MOVE WK-STATE (WK-IDX) TO SD-STATE.
           MOVE WK-TAXABLE-SALES (WK-IDX) TO SD-TAXABLE-SALES.
           MOVE WK-EXEMPT-SALES (WK-IDX) TO SD-EXEMPT-SALES.
           MOVE WK-UNTAXED-SALES (WK-IDX) TO SD-UNTAXED-SALES.
           MOVE WK-TAX-COLLECTED (WK-IDX) TO SD-TAX-COLLECTED.
           MOVE STATE-DETAIL-LINE TO WORKSHEET-REPORT-LINE.
           WRITE WORKSHEET-REPORT-LINE.
           ADD WK-TAXABLE-SALES (WK-IDX) TO TOTAL-TAXABLE-SALES.
           ADD WK-EXEMPT-SALES (WK-IDX) TO TOTAL-EXEMPT-SALES.
           ADD WK-UNTAXED-SALES (WK-IDX) TO TOTAL-UNTAXED-SALES.
           ADD WK-TAX-COLLECTED (WK-IDX) TO TOTAL-TAX-COLLECTED.

       WRITE-THE-STATE-TOTAL.
           MOVE "**" TO SD-COMPANY.
           MOVE "**" TO SD-STATE.
           MOVE TOTAL-TAXABLE-SALES TO SD-TAXABLE-SALES.
           MOVE TOTAL-EXEMPT-SALES TO SD-EXEMPT-SALES.
           MOVE TOTAL-UNTAXED-SALES TO SD-UNTAXED-SALES.
           MOVE TOTAL-TAX-COLLECTED TO SD-TAX-COLLECTED.
           MOVE STATE-DETAIL-LINE TO WORKSHEET-REPORT-LINE.
           WRITE WORKSHEET-REPORT-LINE.

       WRITE-THE-LIABILITY-TIE.
           MOVE SPACES TO WORKSHEET-REPORT-LINE.
           WRITE WORKSHEET-REPORT-LINE.
           MOVE TIE-HEADING-1 TO WORKSHEET-REPORT-LINE.
           WRITE WORKSHEET-REPORT-LINE.
           MOVE TIE-HEADING-2 TO WORKSHEET-REPORT-LINE.
           WRITE WORKSHEET-REPORT-LINE.
           IF LIABILITY-COUNT > 0
               SORT LIABILITY-ENTRY ASCENDING KEY LA-ACCOUNT
           END-IF.
           PERFORM WRITE-ONE-TIE-LINE
               VARYING LA-IDX FROM 1 BY 1
               UNTIL LA-IDX > LIABILITY-COUNT.
           MOVE DIFFERENCE-COUNT TO TO-DIFFERENCES.
           MOVE TIE-TOTAL-LINE TO WORKSHEET-REPORT-LINE.
           WRITE WORKSHEET-REPORT-LINE.

       WRITE-ONE-TIE-LINE.
           COMPUTE TIE-DIFFERENCE =
               LA-LEDGER-TAX (LA-IDX) - LA-REGISTER-TAX (LA-IDX).
           MOVE LA-ACCOUNT (LA-IDX) TO TI-ACCOUNT.
           MOVE LA-STATE (LA-IDX) TO TI-STATE.
           MOVE LA-OPENING (LA-IDX) TO TI-OPENING.
           MOVE LA-LEDGER-TAX (LA-IDX) TO TI-LEDGER-TAX.
           MOVE LA-REGISTER-TAX (LA-IDX) TO TI-REGISTER-TAX.
           MOVE TIE-DIFFERENCE TO TI-DIFFERENCE.
           IF TIE-DIFFERENCE = ZERO
               MOVE SPACES TO TI-FLAG
           ELSE
               MOVE "*DIFF*" TO TI-FLAG
               ADD 1 TO DIFFERENCE-COUNT
           END-IF.
           MOVE TIE-DETAIL-LINE TO WORKSHEET-REPORT-LINE.
           WRITE WORKSHEET-REPORT-LINE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "TAXWKS01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "TAXWKS01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
