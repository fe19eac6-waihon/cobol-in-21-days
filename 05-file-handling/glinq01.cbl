      * name), amount, currency, cost center -- with the
      * account's net movement over the span at the
      * bottom (debits plus, credits minus).
      *
      * Under the movement it shows where the account
      * stood on the ledger at the end of the span: the
      * closing balance of its latest GLBAL.DAT month at
      * or before the span's last month, read by key
      * through the shared GLBGET reader rather than by
      * passing the whole ledger.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  SIGNED-AMOUNT         PIC S9(9)V99.
       01  NET-MOVEMENT          PIC S9(11)V99 VALUE ZERO.
       01  MATCH-COUNT           PIC 9(5)    VALUE ZERO.
       01  LEDGER-CLOSING        PIC -(9)9.99.

       01  INQUIRY-DETAIL-LINE.
           05  ID-RUN-DATE        PIC 9999/99/99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ID-COST-CENTER     PIC X(4).

       COPY GLBPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           CLOSE TIE-CONTROL-FILE.
           DISPLAY "Postings shown: " MATCH-COUNT.
           DISPLAY "Net movement:   " NET-MOVEMENT.
           PERFORM SHOW-THE-LEDGER-BALANCE.
           CALL "RUNEND" USING "GLINQ01 ".

       PROGRAM-DONE.
           END-PERFORM.
           MOVE RAW-DATE TO TO-DATE.

       SHOW-THE-LEDGER-BALANCE.
           MOVE "B" TO GP-ACTION.
           MOVE SPACES TO GP-COMPANY.
           MOVE WANTED-ACCOUNT TO GP-ACCOUNT.
           COMPUTE GP-PERIOD = TO-DATE / 100.
           MOVE ZERO TO GP-FROM-PERIOD.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           EVALUATE TRUE
               WHEN GP-BALANCE-FOUND
                   MOVE GP-CLOSING-BALANCE TO LEDGER-CLOSING
                   DISPLAY "Ledger balance: " LEDGER-CLOSING
                           " at " GP-FOUND-PERIOD
                           " (company " GP-COMPANY ")"
               WHEN GP-NO-LEDGER
                   DISPLAY "No GLBAL.DAT; ledger balance not shown."
               WHEN OTHER
                   DISPLAY "The account has no ledger balance by "
                           GP-PERIOD "."
           END-EVALUATE.
           MOVE "C" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.

       READ-THE-NEXT-CTL-LINE.
           READ TIE-CONTROL-FILE
               AT END
