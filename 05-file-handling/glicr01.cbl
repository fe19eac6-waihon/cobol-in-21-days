       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLICR01.
      *--------------------------------------------------
      * Month-end intercompany reconciliation. ADD07
      * books an intercompany charge twice -- due-from in
      * the originating company, due-to in the partner --
      * and the two balances must mirror each other, or
      * the consolidated books carry a difference nobody
      * can explain. This takes a fiscal month (YYYYMM) at
      * the console, builds the due-from/due-to pairs from
      * the intercompany rows on GLACCT.DAT (the row's
      * debit account in its own company against the
      * partner due-to account in the partner company),
      * and pairs each one's closing balance at that month
      * in GLBAL.DAT, each side read under its own company
      * through the shared GLBGET keyed reader.
      *
      * A pair nets to zero when the due-from balance
      * (a debit) and the due-to balance (a credit) add up
      * to nothing. GLICR.DAT lists every pair with its
      * net and flags the ones that don't; any flagged
      * pair ends the run with return code 4 and an
      * exception-log entry. The month's outcome is kept
      * on GLICST.DAT, which GLYEC01 reads before it will
      * close a year -- consolidation cannot close until
      * the pairs net to zero.
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
           SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT OPTIONAL IC-STATUS-FILE ASSIGN TO "GLICST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FILE-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "GLICR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNT-FILE.
       COPY GLACCT.

       FD  IC-STATUS-FILE.
       COPY GLICST.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       01  ACCOUNT-FILE-STATUS   PIC XX.
       01  STATUS-FILE-STATUS    PIC XX.
       01  ACCOUNT-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-ACCOUNT-RECORDS       VALUE "Y".
       01  STATUS-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-STATUS-RECORDS        VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

      * One entry per distinct due-from/due-to pair; two
      * GLACCT rows for different cost centers that share
      * the same accounts are one pair.
       01  PAIR-COUNT            PIC 9(3)    VALUE ZERO.
       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 1 TO 100 TIMES
                           DEPENDING ON PAIR-COUNT
                           INDEXED BY PR-IDX.
               10  PR-COMPANY          PIC X(2).
               10  PR-DUE-FROM-ACCOUNT PIC 9(6).
               10  PR-PARTNER-COMPANY  PIC X(2).
               10  PR-DUE-TO-ACCOUNT   PIC 9(6).
               10  PR-DUE-FROM-PERIOD  PIC 9(6).
               10  PR-DUE-FROM-BALANCE PIC S9(11)V99.
               10  PR-DUE-TO-PERIOD    PIC 9(6).
               10  PR-DUE-TO-BALANCE   PIC S9(11)V99.
       01  PAIR-FOUND-SWITCH     PIC X.
           88  PAIR-WAS-FOUND                VALUE "Y".
       01  WORK-COMPANY          PIC X(2).
       01  PAIR-NET              PIC S9(11)V99.
       01  UNBALANCED-COUNT      PIC 9(4)    VALUE ZERO.

       01  STATUS-COUNT          PIC 9(3)    VALUE ZERO.
       01  STATUS-TABLE.
           05  STATUS-ENTRY OCCURS 1 TO 240 TIMES
                             DEPENDING ON STATUS-COUNT
                             INDEXED BY ST-IDX.
               10  ST-RECORD          PIC X(27).
       01  STATUS-FOUND-SWITCH   PIC X.
           88  STATUS-WAS-FOUND              VALUE "Y".

       01  RAW-PERIOD            PIC X(6).
       01  WANTED-PERIOD         PIC 9(6).
       01  BUSINESS-DATE         PIC 9(8).

       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLICR01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLICR01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       01  RECON-HEADING-1.
           05  FILLER             PIC X(32)
               VALUE "INTERCOMPANY RECONCILIATION FOR ".
           05  RH1-PERIOD         PIC 9(6).
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY RH1-RUN-DATE.

       01  RECON-HEADING-2.
           05  FILLER             PIC X(10) VALUE "CO DUE-FR".
           05  FILLER             PIC X(15) VALUE "        BALANCE".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "CO DUE-TO".
           05  FILLER             PIC X(15) VALUE "        BALANCE".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(15) VALUE "            NET".

       01  RECON-DETAIL-LINE.
           05  RL-COMPANY         PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  RL-DUE-FROM        PIC 9(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  RL-DUE-FROM-BAL    PIC -(11)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-PARTNER         PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  RL-DUE-TO          PIC 9(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  RL-DUE-TO-BAL      PIC -(11)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  RL-NET             PIC -(11)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  RL-FLAG            PIC X(3).

       01  RECON-SUMMARY-LINE.
           05  FILLER             PIC X(7)  VALUE "Pairs: ".
           05  RS-PAIRS           PIC ZZ9.
           05  FILLER             PIC X(20)
               VALUE "  Not netting to 0: ".
           05  RS-UNBALANCED      PIC ZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RS-VERDICT         PIC X(30).

       COPY SEALPARM.

       COPY GLBPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLICR01".
           MOVE "GLBAL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               PERFORM GET-THE-WANTED-PERIOD
               PERFORM LOAD-THE-INTERCOMPANY-PAIRS
               IF NOT LOAD-DID-OVERFLOW
                   PERFORM LOAD-THE-PAIR-BALANCES
                   PERFORM WRITE-THE-RECONCILIATION
                   PERFORM SAVE-THE-MONTH-STATUS
               END-IF
               IF LOAD-DID-OVERFLOW
                   DISPLAY "GLACCT.DAT or GLICST.DAT exceeds the "
                           "table; reconciliation abandoned."
                   MOVE "IC recon table overflow; abandoned"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLICR01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF UNBALANCED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "GLICR01 is already running; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "GLICR01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-WANTED-PERIOD.
           DISPLAY "Reconcile which fiscal month (YYYYMM)?".
           ACCEPT RAW-PERIOD.
           PERFORM UNTIL RAW-PERIOD IS NUMERIC
                     AND RAW-PERIOD (5:2) >= "01"
                     AND RAW-PERIOD (5:2) <= "12"
               DISPLAY "The month must be six digits, YYYYMM."
               ACCEPT RAW-PERIOD
           END-PERFORM.
           MOVE RAW-PERIOD TO WANTED-PERIOD.

       LOAD-THE-INTERCOMPANY-PAIRS.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ACCOUNT-RECORD
               PERFORM UNTIL NO-MORE-ACCOUNT-RECORDS
                   IF GA-PARTNER-COMPANY NOT = SPACES
                       PERFORM TAKE-ONE-ACCOUNT-RECORD
                   END-IF
                   PERFORM READ-THE-NEXT-ACCOUNT-RECORD
               END-PERFORM
           ELSE
               DISPLAY "No GLACCT.DAT account table on file."
           END-IF.
           CLOSE GL-ACCOUNT-FILE.

       READ-THE-NEXT-ACCOUNT-RECORD.
           READ GL-ACCOUNT-FILE
               AT END
                   MOVE "Y" TO ACCOUNT-END-SWITCH
           END-READ.

       TAKE-ONE-ACCOUNT-RECORD.
           IF GA-COMPANY = SPACES
               MOVE "01" TO WORK-COMPANY
           ELSE
               MOVE GA-COMPANY TO WORK-COMPANY
           END-IF.
           MOVE "N" TO PAIR-FOUND-SWITCH.
           IF PAIR-COUNT > 0
               SET PR-IDX TO 1
               SEARCH PAIR-ENTRY
                   WHEN PR-COMPANY (PR-IDX) = WORK-COMPANY
                    AND PR-DUE-FROM-ACCOUNT (PR-IDX) =
                        GA-DEBIT-ACCOUNT
                    AND PR-PARTNER-COMPANY (PR-IDX) =
                        GA-PARTNER-COMPANY
                    AND PR-DUE-TO-ACCOUNT (PR-IDX) =
                        GA-PARTNER-CREDIT-ACCOUNT
                       MOVE "Y" TO PAIR-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT PAIR-WAS-FOUND
               IF PAIR-COUNT >= 100
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                   MOVE "Y" TO ACCOUNT-END-SWITCH
               ELSE
                   ADD 1 TO PAIR-COUNT
                   SET PR-IDX TO PAIR-COUNT
                   MOVE WORK-COMPANY TO PR-COMPANY (PR-IDX)
                   MOVE GA-DEBIT-ACCOUNT
                       TO PR-DUE-FROM-ACCOUNT (PR-IDX)
                   MOVE GA-PARTNER-COMPANY
                       TO PR-PARTNER-COMPANY (PR-IDX)
                   MOVE GA-PARTNER-CREDIT-ACCOUNT
                       TO PR-DUE-TO-ACCOUNT (PR-IDX)
                   MOVE ZERO TO PR-DUE-FROM-PERIOD (PR-IDX)
                   MOVE ZERO TO PR-DUE-FROM-BALANCE (PR-IDX)
                   MOVE ZERO TO PR-DUE-TO-PERIOD (PR-IDX)
                   MOVE ZERO TO PR-DUE-TO-BALANCE (PR-IDX)
               END-IF
           END-IF.

      * Each side of a pair takes its account's latest
      * balance record at or before the wanted month, so
      * an account with no activity that month still
      * shows its carried-forward position.
       LOAD-THE-PAIR-BALANCES.
           PERFORM APPLY-ONE-PAIRS-BALANCES
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > PAIR-COUNT.
           IF GP-NO-LEDGER
               DISPLAY "No GLBAL.DAT balance master on file."
           END-IF.
           MOVE "C" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.

       APPLY-ONE-PAIRS-BALANCES.
           MOVE "B" TO GP-ACTION.
           MOVE PR-COMPANY (PR-IDX) TO GP-COMPANY.
           MOVE PR-DUE-FROM-ACCOUNT (PR-IDX) TO GP-ACCOUNT.
           MOVE WANTED-PERIOD TO GP-PERIOD.
           MOVE ZERO TO GP-FROM-PERIOD.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF GP-BALANCE-FOUND
               MOVE GP-FOUND-PERIOD TO PR-DUE-FROM-PERIOD (PR-IDX)
               MOVE GP-CLOSING-BALANCE
                   TO PR-DUE-FROM-BALANCE (PR-IDX)
           END-IF.
           MOVE "B" TO GP-ACTION.
           MOVE PR-PARTNER-COMPANY (PR-IDX) TO GP-COMPANY.
           MOVE PR-DUE-TO-ACCOUNT (PR-IDX) TO GP-ACCOUNT.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF GP-BALANCE-FOUND
               MOVE GP-FOUND-PERIOD TO PR-DUE-TO-PERIOD (PR-IDX)
               MOVE GP-CLOSING-BALANCE
                   TO PR-DUE-TO-BALANCE (PR-IDX)
           END-IF.

       WRITE-THE-RECONCILIATION.
           CALL "BUSDATE" USING BUSINESS-DATE.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE WANTED-PERIOD TO RH1-PERIOD.
           MOVE BUSINESS-DATE TO RH1-RUN-DATE.
           MOVE RECON-HEADING-1 TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE RECON-HEADING-2 TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM WRITE-ONE-PAIR-LINE
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > PAIR-COUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE PAIR-COUNT TO RS-PAIRS.
           MOVE UNBALANCED-COUNT TO RS-UNBALANCED.
           IF UNBALANCED-COUNT > ZERO
               MOVE "CONSOLIDATION MAY NOT CLOSE" TO RS-VERDICT
           ELSE
               MOVE "ALL PAIRS NET TO ZERO" TO RS-VERDICT
           END-IF.
           MOVE RECON-SUMMARY-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           CLOSE RECON-REPORT-FILE.
           DISPLAY "Intercompany pairs: " PAIR-COUNT
                   "  not netting to zero: " UNBALANCED-COUNT.
           IF UNBALANCED-COUNT > ZERO
               MOVE "IC pairs out of balance for " TO EXC-TEXT
               MOVE WANTED-PERIOD TO EXC-TEXT (29:6)
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

       WRITE-ONE-PAIR-LINE.
           COMPUTE PAIR-NET = PR-DUE-FROM-BALANCE (PR-IDX)
                            + PR-DUE-TO-BALANCE (PR-IDX).
           MOVE PR-COMPANY (PR-IDX) TO RL-COMPANY.
           MOVE PR-DUE-FROM-ACCOUNT (PR-IDX) TO RL-DUE-FROM.
           MOVE PR-DUE-FROM-BALANCE (PR-IDX) TO RL-DUE-FROM-BAL.
           MOVE PR-PARTNER-COMPANY (PR-IDX) TO RL-PARTNER.
           MOVE PR-DUE-TO-ACCOUNT (PR-IDX) TO RL-DUE-TO.
           MOVE PR-DUE-TO-BALANCE (PR-IDX) TO RL-DUE-TO-BAL.
           MOVE PAIR-NET TO RL-NET.
           IF PAIR-NET = ZERO
               MOVE SPACES TO RL-FLAG
           ELSE
               MOVE "***" TO RL-FLAG
               ADD 1 TO UNBALANCED-COUNT
           END-IF.
           MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

      * GLICST.DAT keeps one row per month; this run's
      * row replaces any earlier result for the month.
       SAVE-THE-MONTH-STATUS.
           PERFORM LOAD-THE-MONTH-STATUS.
           IF NOT LOAD-DID-OVERFLOW
               MOVE SPACES TO IC-STATUS-RECORD
               MOVE WANTED-PERIOD TO IS-PERIOD
               MOVE BUSINESS-DATE TO IS-RUN-DATE
               IF UNBALANCED-COUNT > ZERO
                   MOVE "U" TO IS-RESULT
               ELSE
                   MOVE "B" TO IS-RESULT
               END-IF
               MOVE PAIR-COUNT TO IS-PAIR-COUNT
               MOVE UNBALANCED-COUNT TO IS-UNBALANCED-COUNT
               IF NOT STATUS-WAS-FOUND
                   ADD 1 TO STATUS-COUNT
                   SET ST-IDX TO STATUS-COUNT
               END-IF
               MOVE IC-STATUS-RECORD TO ST-RECORD (ST-IDX)
               OPEN OUTPUT IC-STATUS-FILE
               PERFORM WRITE-ONE-STATUS-ROW
                   VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > STATUS-COUNT
               CLOSE IC-STATUS-FILE
           END-IF.

       LOAD-THE-MONTH-STATUS.
           MOVE "N" TO STATUS-FOUND-SWITCH.
           OPEN INPUT IC-STATUS-FILE.
           IF STATUS-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-STATUS-RECORD
               PERFORM UNTIL NO-MORE-STATUS-RECORDS
                   IF STATUS-COUNT >= 239
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO STATUS-END-SWITCH
                   ELSE
                       ADD 1 TO STATUS-COUNT
                       SET ST-IDX TO STATUS-COUNT
                       MOVE IC-STATUS-RECORD TO ST-RECORD (ST-IDX)
                       PERFORM READ-THE-NEXT-STATUS-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE IC-STATUS-FILE.
           IF STATUS-COUNT > 0
               SET ST-IDX TO 1
               SEARCH STATUS-ENTRY
                   WHEN ST-RECORD (ST-IDX) (1:6) = RAW-PERIOD
                       MOVE "Y" TO STATUS-FOUND-SWITCH
               END-SEARCH
           END-IF.

       READ-THE-NEXT-STATUS-RECORD.
           READ IC-STATUS-FILE
               AT END
                   MOVE "Y" TO STATUS-END-SWITCH
           END-READ.

       WRITE-ONE-STATUS-ROW.
           MOVE ST-RECORD (ST-IDX) TO IC-STATUS-RECORD.
           WRITE IC-STATUS-RECORD.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "GLICR01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "GLICR01 "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
