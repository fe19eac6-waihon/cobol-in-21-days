       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBGET.
      *--------------------------------------------------
      * Shared keyed reader for the ledger balance master.
      * GLBAL.DAT is indexed on company, account, and
      * period, so a program that wants one account's
      * position no longer passes the whole ledger to find
      * it: this STARTs at the account's first month and
      * reads forward only through that account's months,
      * handing back the latest one at or before the month
      * asked for, with the account's activity over a span
      * of months summed on the way. A trial balance or a
      * statement that wants every account walks the
      * ledger an account at a time with the "N" action.
      *
      * A caller that knows only the account leaves the
      * company blank; it is taken from the chart of
      * accounts, loaded once on the first such call.
      *
      * The parameters are the GLBPARM.cpy area.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT OPTIONAL GL-CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  GL-CHART-FILE.
       COPY GLCHART.

       WORKING-STORAGE SECTION.

       01  WS-BALANCE-FILE-STATUS PIC XX.
       01  WS-CHART-FILE-STATUS  PIC XX.
       01  WS-LEDGER-SWITCH      PIC X       VALUE "N".
           88  LEDGER-IS-OPEN                VALUE "Y".
           88  LEDGER-IS-MISSING             VALUE "M".
       01  WS-CHART-SWITCH       PIC X       VALUE "N".
           88  CHART-IS-LOADED               VALUE "Y".
       01  WS-CHART-END-SWITCH   PIC X.
           88  NO-MORE-CHART-ROWS            VALUE "Y".
       01  WS-READ-END-SWITCH    PIC X.
           88  NO-MORE-ACCOUNT-MONTHS        VALUE "Y".

       01  WS-CHART-COUNT        PIC 9(4)    VALUE ZERO.
       01  WS-CHART-TABLE.
           05  WS-CHART-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON WS-CHART-COUNT
                               INDEXED BY WS-CH-IDX.
               10  WS-CH-ACCOUNT      PIC 9(6).
               10  WS-CH-COMPANY      PIC X(02).

       LINKAGE SECTION.

       COPY GLBPARM.

       PROCEDURE DIVISION USING GL-BALANCE-PARAMETERS.

       PROGRAM-BEGIN.

           IF GP-ACTION = "C"
               IF LEDGER-IS-OPEN
                   CLOSE GL-BALANCE-FILE
               END-IF
               MOVE "N" TO WS-LEDGER-SWITCH
           ELSE
               IF WS-LEDGER-SWITCH = "N"
                   PERFORM OPEN-THE-LEDGER
               END-IF
               IF LEDGER-IS-MISSING
                   MOVE "M" TO GP-RESULT
               ELSE
                   IF GP-ACTION = "N"
                       PERFORM FIND-THE-NEXT-ACCOUNT
                   ELSE
                       PERFORM FIND-THE-BALANCE
                   END-IF
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      * Level 2 routines
       OPEN-THE-LEDGER.
           OPEN INPUT GL-BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS = "00"
               MOVE "Y" TO WS-LEDGER-SWITCH
           ELSE
               MOVE "M" TO WS-LEDGER-SWITCH
           END-IF.

      * The account's months lie together in key order, so
      * one START and a short run of READ NEXTs covers them.
       FIND-THE-BALANCE.
           MOVE "N" TO GP-RESULT.
           MOVE ZERO TO GP-FOUND-PERIOD GP-OPENING-BALANCE
                        GP-ACTIVITY GP-CLOSING-BALANCE
                        GP-SPAN-ACTIVITY.
           IF GP-COMPANY = SPACES
               PERFORM FIND-THE-ACCOUNTS-COMPANY
           END-IF.
           MOVE SPACES TO GL-BALANCE-RECORD.
           MOVE GP-COMPANY TO GB-COMPANY.
           MOVE GP-ACCOUNT TO GB-ACCOUNT.
           MOVE ZERO TO GB-PERIOD.
           MOVE "N" TO WS-READ-END-SWITCH.
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-READ-END-SWITCH
           END-START.
           PERFORM READ-THE-NEXT-ACCOUNT-MONTH.
           PERFORM UNTIL NO-MORE-ACCOUNT-MONTHS
               PERFORM TAKE-ONE-ACCOUNT-MONTH
               PERFORM READ-THE-NEXT-ACCOUNT-MONTH
           END-PERFORM.

       FIND-THE-NEXT-ACCOUNT.
           MOVE "N" TO GP-RESULT.
           MOVE SPACES TO GL-BALANCE-RECORD.
           MOVE GP-COMPANY TO GB-COMPANY.
           MOVE GP-ACCOUNT TO GB-ACCOUNT.
           MOVE 999999 TO GB-PERIOD.
           START GL-BALANCE-FILE KEY IS GREATER THAN GB-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ GL-BALANCE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "Y" TO GP-RESULT
                           MOVE GB-COMPANY TO GP-COMPANY
                           MOVE GB-ACCOUNT TO GP-ACCOUNT
                   END-READ
           END-START.

      * Level 3 routines
       READ-THE-NEXT-ACCOUNT-MONTH.
           IF NOT NO-MORE-ACCOUNT-MONTHS
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-READ-END-SWITCH
               END-READ
           END-IF.
           IF NOT NO-MORE-ACCOUNT-MONTHS
               IF GB-COMPANY NOT = GP-COMPANY
               OR GB-ACCOUNT NOT = GP-ACCOUNT
               OR GB-PERIOD > GP-PERIOD
                   MOVE "Y" TO WS-READ-END-SWITCH
               END-IF
           END-IF.

       TAKE-ONE-ACCOUNT-MONTH.
           MOVE "Y" TO GP-RESULT.
           MOVE GB-PERIOD TO GP-FOUND-PERIOD.
           MOVE GB-OPENING-BALANCE TO GP-OPENING-BALANCE.
           MOVE GB-ACTIVITY TO GP-ACTIVITY.
           COMPUTE GP-CLOSING-BALANCE =
               GB-OPENING-BALANCE + GB-ACTIVITY.
           IF  GP-FROM-PERIOD > ZERO
           AND GB-PERIOD NOT < GP-FROM-PERIOD
               ADD GB-ACTIVITY TO GP-SPAN-ACTIVITY
           END-IF.

       FIND-THE-ACCOUNTS-COMPANY.
           IF NOT CHART-IS-LOADED
               PERFORM LOAD-THE-CHART
           END-IF.
           MOVE "01" TO GP-COMPANY.
           IF WS-CHART-COUNT > ZERO
               SET WS-CH-IDX TO 1
               SEARCH WS-CHART-ENTRY
                   WHEN WS-CH-ACCOUNT (WS-CH-IDX) = GP-ACCOUNT
                       IF WS-CH-COMPANY (WS-CH-IDX) NOT = SPACES
                           MOVE WS-CH-COMPANY (WS-CH-IDX)
                               TO GP-COMPANY
                       END-IF
               END-SEARCH
           END-IF.

       LOAD-THE-CHART.
           MOVE "Y" TO WS-CHART-SWITCH.
           MOVE "N" TO WS-CHART-END-SWITCH.
           OPEN INPUT GL-CHART-FILE.
           IF WS-CHART-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CHART-ROW
               PERFORM UNTIL NO-MORE-CHART-ROWS
                   IF WS-CHART-COUNT < 2000
                       ADD 1 TO WS-CHART-COUNT
                       MOVE CH-ACCOUNT
                           TO WS-CH-ACCOUNT (WS-CHART-COUNT)
                       MOVE CH-COMPANY
                           TO WS-CH-COMPANY (WS-CHART-COUNT)
                   END-IF
                   PERFORM READ-THE-NEXT-CHART-ROW
               END-PERFORM
           END-IF.
           CLOSE GL-CHART-FILE.

       READ-THE-NEXT-CHART-ROW.
           READ GL-CHART-FILE
               AT END
                   MOVE "Y" TO WS-CHART-END-SWITCH
           END-READ.
