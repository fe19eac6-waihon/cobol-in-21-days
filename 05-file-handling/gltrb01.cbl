       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTRB01.
      *--------------------------------------------------
      * Month-end trial balance. GLPOST01's posting report
      * only shows the accounts a night touched, so the
      * month-end proof that the ledger still balances was
      * being assembled by hand from a month of posting
      * reports. This takes a YYYYMM period at the console
      * and lists every account on GLBAL.DAT at its
      * closing balance for that period -- an account with
      * no record in the period itself carries its latest
      * earlier closing figure, the same carry-forward
      * GLPOST01 opens a new month with -- described from
      * the GLCHART.DAT chart of accounts.
      *
      * Accounts are grouped by company and, within each
      * company, by CH-ACCOUNT-TYPE (assets, liabilities,
      * equity, income, expense), with a debit column for
      * positive balances and a credit column for negative
      * ones and a subtotal per type. Each company ends
      * with its debit and credit totals and an IN BALANCE
      * or OUT-OF-BALANCE line; an out-of-balance company
      * is logged and the run ends with return code 4. An
      * account on the ledger with no chart row still
      * prints, as *NOT ON CHART*, so nothing drops out of
      * the proof.
      *
      * The ledger is walked an account at a time through
      * the shared GLBGET reader, which goes straight to
      * each account's months on the indexed GLBAL.DAT;
      * each balance prints under the company it is held
      * for on the ledger.
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

           SELECT TRIAL-BALANCE-FILE ASSIGN TO "GLTRB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CHART-FILE.
       COPY GLCHART.

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       01  CHART-FILE-STATUS     PIC XX.
       01  BALANCE-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-BALANCE-RECORDS       VALUE "Y".
       01  CHART-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-CHART-RECORDS         VALUE "Y".

       01  CHART-COUNT           PIC 9(3)    VALUE ZERO.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON CHART-COUNT
                            INDEXED BY CH-IDX.
               10  CHT-ACCOUNT        PIC 9(6).
               10  CHT-DESCRIPTION    PIC X(24).
               10  CHT-ACCOUNT-TYPE   PIC X.
               10  CHT-COMPANY        PIC X(2).
       01  CHART-FOUND-SWITCH    PIC X.
           88  CHART-WAS-FOUND               VALUE "Y".

      * One row per ledger account, holding the latest
      * balance record at or before the wanted period.
       01  TRIAL-COUNT           PIC 9(4)    VALUE ZERO.
       01  TRIAL-TABLE.
           05  TRIAL-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON TRIAL-COUNT
                            ASCENDING KEY IS TB-SORT-KEY
                            INDEXED BY TB-IDX.
               10  TB-SORT-KEY.
                   15  TB-COMPANY         PIC X(2).
                   15  TB-TYPE-ORDER      PIC 9.
                   15  TB-ACCOUNT         PIC 9(6).
               10  TB-ACCOUNT-TYPE        PIC X.
               10  TB-DESCRIPTION         PIC X(24).
               10  TB-PERIOD              PIC 9(6).
               10  TB-CLOSING-BALANCE     PIC S9(11)V99.
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  RAW-PERIOD            PIC X(6).
       01  WANTED-PERIOD         PIC 9(6).
       01  WANTED-MONTH          PIC 99.
       01  BUSINESS-DATE         PIC 9(8).

       01  CURRENT-COMPANY       PIC X(2).
       01  CURRENT-TYPE          PIC X.
       01  TYPE-DEBITS           PIC S9(11)V99.
       01  TYPE-CREDITS          PIC S9(11)V99.
       01  COMPANY-DEBITS        PIC S9(11)V99.
       01  COMPANY-CREDITS       PIC S9(11)V99.
       01  COMPANY-DIFFERENCE    PIC S9(11)V99.
       01  ACCOUNT-LISTED-COUNT  PIC 9(5)    VALUE ZERO.
       01  OUT-OF-BALANCE-COUNT  PIC 9(3)    VALUE ZERO.
       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLTRB01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  TRIAL-HEADING-1.
           05  FILLER             PIC X(22)
               VALUE "GL TRIAL BALANCE FOR ".
           05  TH-PERIOD          PIC 9(6).
           05  FILLER             PIC X(6)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY TH-RUN-DATE.

       01  TRIAL-HEADING-2.
           05  FILLER             PIC X(9)  VALUE "COMPANY ".
           05  TH-COMPANY         PIC X(2).

       01  TRIAL-HEADING-3.
           05  FILLER             PIC X(8)  VALUE "ACCOUNT".
           05  FILLER             PIC X(26) VALUE "DESCRIPTION".
           05  FILLER             PIC X(8)  VALUE "PERIOD".
           05  FILLER             PIC X(16) VALUE "          DEBIT".
           05  FILLER             PIC X(16) VALUE "         CREDIT".

       01  TYPE-HEADING-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TY-TYPE-NAME       PIC X(20).

       01  TRIAL-DETAIL-LINE.
           05  TD-ACCOUNT         PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TD-DESCRIPTION     PIC X(24).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TD-PERIOD          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TD-DEBIT           PIC Z(10)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TD-CREDIT          PIC Z(10)9.99.

       01  TRIAL-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TT-CAPTION         PIC X(38).
           05  TT-DEBIT           PIC Z(10)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TT-CREDIT          PIC Z(10)9.99.

       01  BALANCE-PROOF-LINE.
           05  FILLER             PIC X(8)  VALUE "COMPANY ".
           05  BP-COMPANY         PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BP-RESULT          PIC X(20).
           05  BP-DIFF-CAPTION    PIC X(13).
           05  BP-DIFFERENCE      PIC -(10)9.99 BLANK WHEN ZERO.

       01  TRIAL-SUMMARY-LINE.
           05  FILLER             PIC X(18)
               VALUE "Accounts listed: ".
           05  TS-ACCOUNT-COUNT   PIC ZZZZ9.
           05  FILLER             PIC X(27)
               VALUE "  Companies out of balance:".
           05  TS-OUT-COUNT       PIC ZZ9.

       COPY SEALPARM.

       COPY GLBPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLTRB01".
           MOVE "GLBAL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM GET-THE-WANTED-PERIOD.
           PERFORM LOAD-THE-GL-CHART.
           PERFORM LOAD-THE-BALANCES.
           IF LOAD-DID-OVERFLOW
      * A trial balance missing accounts would prove
      * nothing, so the run stops with no report.
               DISPLAY "GLBAL.DAT exceeds the table; "
                       "run abandoned, no trial balance."
           ELSE
               PERFORM WRITE-THE-TRIAL-BALANCE
               DISPLAY "Accounts listed: " ACCOUNT-LISTED-COUNT
               DISPLAY "Companies out of balance: "
                       OUT-OF-BALANCE-COUNT
           END-IF.
           CALL "RUNEND" USING "GLTRB01".
           IF LOAD-DID-OVERFLOW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF OUT-OF-BALANCE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-WANTED-PERIOD.
           DISPLAY "Trial balance for which period (YYYYMM)?".
           ACCEPT RAW-PERIOD.
           PERFORM CHECK-THE-RAW-PERIOD.
           PERFORM UNTIL WANTED-MONTH >= 1 AND WANTED-MONTH <= 12
               DISPLAY "The period must be six digits, YYYYMM."
               ACCEPT RAW-PERIOD
               PERFORM CHECK-THE-RAW-PERIOD
           END-PERFORM.

       CHECK-THE-RAW-PERIOD.
           MOVE ZERO TO WANTED-MONTH.
           IF RAW-PERIOD IS NUMERIC
               MOVE RAW-PERIOD TO WANTED-PERIOD
               MOVE RAW-PERIOD (5:2) TO WANTED-MONTH
           END-IF.

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
                       PERFORM TAKE-ONE-CHART-RECORD
                       PERFORM READ-THE-NEXT-CHART-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE GL-CHART-FILE.

       TAKE-ONE-CHART-RECORD.
           ADD 1 TO CHART-COUNT.
           SET CH-IDX TO CHART-COUNT.
           MOVE CH-ACCOUNT TO CHT-ACCOUNT (CH-IDX).
           MOVE CH-DESCRIPTION TO CHT-DESCRIPTION (CH-IDX).
           MOVE CH-ACCOUNT-TYPE TO CHT-ACCOUNT-TYPE (CH-IDX).
           IF CH-COMPANY = SPACES
               MOVE "01" TO CHT-COMPANY (CH-IDX)
           ELSE
               MOVE CH-COMPANY TO CHT-COMPANY (CH-IDX)
           END-IF.

       READ-THE-NEXT-CHART-RECORD.
           READ GL-CHART-FILE
               AT END
                   MOVE "Y" TO CHART-END-SWITCH
           END-READ.

       LOAD-THE-BALANCES.
           MOVE SPACES TO GP-COMPANY.
           MOVE ZERO TO GP-ACCOUNT.
           PERFORM READ-THE-NEXT-LEDGER-ACCOUNT.
           IF GP-NO-LEDGER
               DISPLAY "No GLBAL.DAT balance master on file."
           END-IF.
           PERFORM UNTIL NO-MORE-BALANCE-RECORDS
               PERFORM TAKE-ONE-LEDGER-ACCOUNT
               PERFORM READ-THE-NEXT-LEDGER-ACCOUNT
           END-PERFORM.
           MOVE "C" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.

       READ-THE-NEXT-LEDGER-ACCOUNT.
           MOVE "N" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF NOT GP-BALANCE-FOUND
               MOVE "Y" TO BALANCE-END-SWITCH
           END-IF.

      * The latest period at or before the wanted one is
      * the account's position; an account whose months
      * all fall after it has no position yet.
       TAKE-ONE-LEDGER-ACCOUNT.
           MOVE "B" TO GP-ACTION.
           MOVE WANTED-PERIOD TO GP-PERIOD.
           MOVE ZERO TO GP-FROM-PERIOD.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF GP-BALANCE-FOUND
               IF TRIAL-COUNT >= 1000
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                   MOVE "Y" TO BALANCE-END-SWITCH
               ELSE
                   PERFORM ADD-THE-TRIAL-ENTRY
               END-IF
           END-IF.

       ADD-THE-TRIAL-ENTRY.
           ADD 1 TO TRIAL-COUNT.
           SET TB-IDX TO TRIAL-COUNT.
           MOVE GP-COMPANY TO TB-COMPANY (TB-IDX).
           MOVE GP-ACCOUNT TO TB-ACCOUNT (TB-IDX).
           MOVE GP-FOUND-PERIOD TO TB-PERIOD (TB-IDX).
           MOVE GP-CLOSING-BALANCE TO TB-CLOSING-BALANCE (TB-IDX).
           PERFORM FIND-THE-CHART-ENTRY.
           IF CHART-WAS-FOUND
               MOVE CHT-ACCOUNT-TYPE (CH-IDX)
                   TO TB-ACCOUNT-TYPE (TB-IDX)
               MOVE CHT-DESCRIPTION (CH-IDX)
                   TO TB-DESCRIPTION (TB-IDX)
           ELSE
               MOVE "?" TO TB-ACCOUNT-TYPE (TB-IDX)
               MOVE "*NOT ON CHART*" TO TB-DESCRIPTION (TB-IDX)
           END-IF.
           EVALUATE TB-ACCOUNT-TYPE (TB-IDX)
               WHEN "A"
                   MOVE 1 TO TB-TYPE-ORDER (TB-IDX)
               WHEN "L"
                   MOVE 2 TO TB-TYPE-ORDER (TB-IDX)
               WHEN "Q"
                   MOVE 3 TO TB-TYPE-ORDER (TB-IDX)
               WHEN "I"
                   MOVE 4 TO TB-TYPE-ORDER (TB-IDX)
               WHEN "E"
                   MOVE 5 TO TB-TYPE-ORDER (TB-IDX)
               WHEN OTHER
                   MOVE 9 TO TB-TYPE-ORDER (TB-IDX)
           END-EVALUATE.

       FIND-THE-CHART-ENTRY.
           MOVE "N" TO CHART-FOUND-SWITCH.
           IF CHART-COUNT > 0
               SET CH-IDX TO 1
               SEARCH CHART-ENTRY
                   WHEN CHT-ACCOUNT (CH-IDX) = GP-ACCOUNT
                       MOVE "Y" TO CHART-FOUND-SWITCH
               END-SEARCH
           END-IF.

       WRITE-THE-TRIAL-BALANCE.
           IF TRIAL-COUNT > 0
               SORT TRIAL-ENTRY ASCENDING KEY TB-SORT-KEY
           END-IF.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
           CALL "BUSDATE" USING BUSINESS-DATE.
           MOVE BUSINESS-DATE TO TH-RUN-DATE.
           MOVE WANTED-PERIOD TO TH-PERIOD.
           MOVE TRIAL-HEADING-1 TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           MOVE SPACES TO CURRENT-COMPANY CURRENT-TYPE.
           PERFORM WRITE-ONE-TRIAL-ENTRY
               VARYING TB-IDX FROM 1 BY 1
               UNTIL TB-IDX > TRIAL-COUNT.
           IF TRIAL-COUNT > 0
               PERFORM CLOSE-THE-TYPE-GROUP
               PERFORM CLOSE-THE-COMPANY-GROUP
           END-IF.
           MOVE SPACES TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           MOVE ACCOUNT-LISTED-COUNT TO TS-ACCOUNT-COUNT.
           MOVE OUT-OF-BALANCE-COUNT TO TS-OUT-COUNT.
           MOVE TRIAL-SUMMARY-LINE TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           CLOSE TRIAL-BALANCE-FILE.

      * Control breaks: a new company closes the open type
      * group and the open company; a new type within the
      * company closes only the type group.
       WRITE-ONE-TRIAL-ENTRY.
           IF TB-COMPANY (TB-IDX) NOT = CURRENT-COMPANY
               IF CURRENT-COMPANY NOT = SPACES
                   PERFORM CLOSE-THE-TYPE-GROUP
                   PERFORM CLOSE-THE-COMPANY-GROUP
               END-IF
               PERFORM OPEN-THE-COMPANY-GROUP
               PERFORM OPEN-THE-TYPE-GROUP
           ELSE
               IF TB-ACCOUNT-TYPE (TB-IDX) NOT = CURRENT-TYPE
                   PERFORM CLOSE-THE-TYPE-GROUP
                   PERFORM OPEN-THE-TYPE-GROUP
               END-IF
           END-IF.
           MOVE SPACES TO TRIAL-DETAIL-LINE.
           MOVE TB-ACCOUNT (TB-IDX) TO TD-ACCOUNT.
           MOVE TB-DESCRIPTION (TB-IDX) TO TD-DESCRIPTION.
           MOVE TB-PERIOD (TB-IDX) TO TD-PERIOD.
           IF TB-CLOSING-BALANCE (TB-IDX) < ZERO
               COMPUTE TD-CREDIT = 0 - TB-CLOSING-BALANCE (TB-IDX)
               SUBTRACT TB-CLOSING-BALANCE (TB-IDX) FROM TYPE-CREDITS
           ELSE
               MOVE TB-CLOSING-BALANCE (TB-IDX) TO TD-DEBIT
               ADD TB-CLOSING-BALANCE (TB-IDX) TO TYPE-DEBITS
           END-IF.
           MOVE TRIAL-DETAIL-LINE TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           ADD 1 TO ACCOUNT-LISTED-COUNT.

       OPEN-THE-COMPANY-GROUP.
           MOVE TB-COMPANY (TB-IDX) TO CURRENT-COMPANY.
           MOVE ZERO TO COMPANY-DEBITS COMPANY-CREDITS.
           MOVE SPACES TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           MOVE CURRENT-COMPANY TO TH-COMPANY.
           MOVE TRIAL-HEADING-2 TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           MOVE TRIAL-HEADING-3 TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.

       OPEN-THE-TYPE-GROUP.
           MOVE TB-ACCOUNT-TYPE (TB-IDX) TO CURRENT-TYPE.
           MOVE ZERO TO TYPE-DEBITS TYPE-CREDITS.
           EVALUATE CURRENT-TYPE
               WHEN "A"
                   MOVE "ASSETS" TO TY-TYPE-NAME
               WHEN "L"
                   MOVE "LIABILITIES" TO TY-TYPE-NAME
               WHEN "Q"
                   MOVE "EQUITY" TO TY-TYPE-NAME
               WHEN "I"
                   MOVE "INCOME" TO TY-TYPE-NAME
               WHEN "E"
                   MOVE "EXPENSE" TO TY-TYPE-NAME
               WHEN OTHER
                   MOVE "UNCLASSIFIED" TO TY-TYPE-NAME
           END-EVALUATE.
           MOVE TYPE-HEADING-LINE TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.

       CLOSE-THE-TYPE-GROUP.
           MOVE SPACES TO TRIAL-TOTAL-LINE.
           STRING "Total " DELIMITED BY SIZE
                  TY-TYPE-NAME DELIMITED BY "  "
               INTO TT-CAPTION.
           MOVE TYPE-DEBITS TO TT-DEBIT.
           MOVE TYPE-CREDITS TO TT-CREDIT.
           MOVE TRIAL-TOTAL-LINE TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           ADD TYPE-DEBITS TO COMPANY-DEBITS.
           ADD TYPE-CREDITS TO COMPANY-CREDITS.

      * Debits equal credits or the company's books are
      * out -- the difference prints so the hunt starts
      * from a number.
       CLOSE-THE-COMPANY-GROUP.
           MOVE SPACES TO TRIAL-TOTAL-LINE.
           MOVE "Company totals" TO TT-CAPTION.
           MOVE COMPANY-DEBITS TO TT-DEBIT.
           MOVE COMPANY-CREDITS TO TT-CREDIT.
           MOVE TRIAL-TOTAL-LINE TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           COMPUTE COMPANY-DIFFERENCE =
               COMPANY-DEBITS - COMPANY-CREDITS.
           MOVE CURRENT-COMPANY TO BP-COMPANY.
           MOVE SPACES TO BP-DIFF-CAPTION.
           MOVE ZERO TO BP-DIFFERENCE.
           IF COMPANY-DIFFERENCE = ZERO
               MOVE "IN BALANCE" TO BP-RESULT
           ELSE
               MOVE "*** OUT-OF-BALANCE" TO BP-RESULT
               MOVE " difference " TO BP-DIFF-CAPTION
               MOVE COMPANY-DIFFERENCE TO BP-DIFFERENCE
               ADD 1 TO OUT-OF-BALANCE-COUNT
               MOVE "Trial balance out, company " TO EXC-TEXT
               MOVE CURRENT-COMPANY TO EXC-TEXT (28:2)
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.
           MOVE BALANCE-PROOF-LINE TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "GLTRB01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "GLTRB01 "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
