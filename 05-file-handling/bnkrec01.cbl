       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKREC01.
      *--------------------------------------------------
      * Bank reconciliation of the GL cash accounts. Each
      * cash account BNKCTL.DAT names is reconciled to its
      * bank account every night, from the reconciling
      * items carried on BNKOUT.DAT: the statement lines
      * BNKIMP01 takes in, and the cash lines the books
      * have posted that the bank has not yet shown.
      *
      * The run takes in the night's GLEXTR cash lines --
      * every extract line debiting or crediting a cash
      * account -- as book-side items, one per job, date,
      * reference and direction, so a night's lockbox
      * applications arrive as the one deposit the bank
      * will show. The reference is the line's GLEXTR
      * reference where it has one, else the job that
      * wrote it. The run falls ahead of GLPOST01, so the
      * book balance is the GLBAL.DAT balance plus the
      * night's cash lines.
      *
      * Open statement lines are then matched to open book
      * items of the same cash account and amount dated no
      * further apart than the account's BNKCTL tolerance:
      * first where the references agree, then on amount
      * and date alone. What cannot be matched stays open
      * on BNKOUT.DAT from month to month, for BNKMAT01 to
      * match by hand or write off. An item written off
      * there posts here, to the account's write-off
      * account on GLEXTR.DAT under this job name, for
      * GLPOST01.
      *
      * BNKREC.DAT is the reconciliation statement per
      * cash account: the balance per the latest bank
      * statement, plus deposits in transit, less
      * outstanding items, against the balance per books
      * with the bank's lines not yet on the books, and
      * every unmatched item listed. An account whose two
      * sides do not agree is logged and the step ends
      * RC 4. Items matched or written off leave BNKOUT.DAT
      * for the BNKMTCH.DAT history, and BNKOUT.DAT is
      * rewritten after a GENBACK generation, under the
      * BNKOUT lock. BNKSEQ.DAT records the night taken in,
      * so a rerun never takes the same lines twice.
      *
      * GLBAL.DAT is checked against its control seal
      * before it is read; each cash account's position is
      * read straight off the indexed file, under the
      * account's company, through the shared GLBGET
      * reader.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-CONTROL-FILE ASSIGN TO "BNKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL STATEMENT-HISTORY-FILE
               ASSIGN TO "BNKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OPTIONAL OUTSTANDING-FILE ASSIGN TO "BNKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTSTANDING-FILE-STATUS.

           SELECT OPTIONAL MATCHED-FILE ASSIGN TO "BNKMTCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCHED-FILE-STATUS.

           SELECT OPTIONAL SEQUENCE-CONTROL-FILE
               ASSIGN TO "BNKSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT OPTIONAL GL-CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.

           SELECT RECONCILIATION-REPORT-FILE ASSIGN TO "BNKREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-CONTROL-FILE.
       COPY BNKCTL.

       FD  STATEMENT-HISTORY-FILE.
       COPY BNKHIST.

       FD  OUTSTANDING-FILE.
       COPY BNKOUT.

       FD  MATCHED-FILE.
       01  MATCHED-RECORD            PIC X(134).

       FD  SEQUENCE-CONTROL-FILE.
       COPY BNKSEQ.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  GL-CHART-FILE.
       COPY GLCHART.

       FD  RECONCILIATION-REPORT-FILE.
       01  RECONCILIATION-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01  CONTROL-FILE-STATUS   PIC XX.
       01  HISTORY-FILE-STATUS   PIC XX.
       01  OUTSTANDING-FILE-STATUS PIC XX.
       01  MATCHED-FILE-STATUS   PIC XX.
       01  SEQ-FILE-STATUS       PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  CHART-FILE-STATUS     PIC XX.
       01  CONTROL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-CONTROL-RECORDS       VALUE "Y".
       01  HISTORY-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-HISTORY-RECORDS       VALUE "Y".
       01  OUTSTANDING-END-SWITCH PIC X      VALUE "N".
           88  NO-MORE-OUTSTANDING-ITEMS     VALUE "Y".
       01  EXTRACT-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-EXTRACT-LINES         VALUE "Y".
       01  CHART-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-CHART-RECORDS         VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

      * One row per cash account, with the bank's latest
      * statement, the ledger balance, and tonight's cash
      * lines against it.
       01  CASH-ACCOUNT-COUNT    PIC 9(3)    VALUE ZERO.
       01  CASH-ACCOUNT-TABLE.
           05  CASH-ACCOUNT-ENTRY OCCURS 1 TO 50 TIMES
                                   DEPENDING ON CASH-ACCOUNT-COUNT
                                   INDEXED BY BK-IDX.
               10  BKT-BANK-ACCOUNT    PIC X(10).
               10  BKT-CASH-ACCOUNT    PIC 9(6).
               10  BKT-COMPANY         PIC X(02).
               10  BKT-TOLERANCE-DAYS  PIC 9(3).
               10  BKT-WRITEOFF-ACCOUNT PIC 9(6).
               10  BKT-COST-CENTER     PIC X(04).
               10  BKT-DESCRIPTION     PIC X(24).
               10  BKT-STATEMENT-DATE  PIC 9(8).
               10  BKT-BANK-BALANCE    PIC S9(9)V99.
               10  BKT-LEDGER-PERIOD   PIC 9(6).
               10  BKT-LEDGER-BALANCE  PIC S9(9)V99.
               10  BKT-NIGHT-ACTIVITY  PIC S9(9)V99.
       01  CASH-ACCOUNT-FOUND-SWITCH PIC X.
           88  CASH-ACCOUNT-WAS-FOUND        VALUE "Y".
       01  WANTED-CASH-ACCOUNT   PIC 9(6).

      * The whole outstanding file, laid out as BNKOUT.cpy.
       01  ITEM-COUNT            PIC 9(5)    VALUE ZERO.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 1 TO 5000 TIMES
                           DEPENDING ON ITEM-COUNT
                           INDEXED BY BO-IDX BO-JDX.
               10  BOT-ITEM-NUMBER    PIC 9(7).
               10  FILLER             PIC X.
               10  BOT-CASH-ACCOUNT   PIC 9(6).
               10  FILLER             PIC X.
               10  BOT-SIDE           PIC X.
               10  FILLER             PIC X.
               10  BOT-ITEM-DATE      PIC 9(8).
               10  FILLER             PIC X.
               10  BOT-AMOUNT         PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
               10  FILLER             PIC X.
               10  BOT-REFERENCE      PIC X(12).
               10  FILLER             PIC X.
               10  BOT-ITEM-TYPE      PIC X(03).
               10  FILLER             PIC X.
               10  BOT-SOURCE         PIC X(10).
               10  FILLER             PIC X.
               10  BOT-ADDED-DATE     PIC 9(8).
               10  FILLER             PIC X.
               10  BOT-STATUS         PIC X.
               10  FILLER             PIC X.
               10  BOT-MATCH-NUMBER   PIC 9(7).
               10  FILLER             PIC X.
               10  BOT-WORKED-BY      PIC X(08).
               10  FILLER             PIC X.
               10  BOT-WORKED-DATE    PIC 9(8).
               10  FILLER             PIC X.
               10  BOT-REASON         PIC X(30).
       01  MATCH-FOUND-SWITCH    PIC X.
           88  MATCH-WAS-FOUND               VALUE "Y".
       01  MATCH-PASS            PIC X.
           88  MATCHING-ON-REFERENCE         VALUE "R".

      * Tonight's cash lines, gathered into book items.
       01  NIGHT-COUNT           PIC 9(4)    VALUE ZERO.
       01  NIGHT-TABLE.
           05  NIGHT-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON NIGHT-COUNT
                            INDEXED BY NG-IDX.
               10  NGT-CASH-ACCOUNT    PIC 9(6).
               10  NGT-JOB-NAME        PIC X(8).
               10  NGT-RUN-DATE        PIC 9(8).
               10  NGT-REFERENCE       PIC X(12).
               10  NGT-DIRECTION       PIC X.
               10  NGT-AMOUNT          PIC S9(9)V99.
       01  NIGHT-FOUND-SWITCH    PIC X.
           88  NIGHT-ITEM-WAS-FOUND          VALUE "Y".
       01  NIGHT-FULL-SWITCH     PIC X       VALUE "N".
           88  NIGHT-TABLE-IS-FULL           VALUE "Y".
       01  CAPTURE-SWITCH        PIC X       VALUE "Y".
           88  LINES-ARE-CAPTURED            VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  NEXT-ITEM-NUMBER      PIC 9(7)    VALUE 1.
       01  LAST-CAPTURE-DATE     PIC 9(8)    VALUE ZERO.
       01  LINE-AMOUNT           PIC S9(9)V99.
       01  CASH-EFFECT           PIC S9(9)V99.
       01  LINE-REFERENCE        PIC X(12).
       01  LINE-DIRECTION        PIC X.
       01  DAYS-APART            PIC S9(7).

       01  NIGHT-LINE-COUNT      PIC 9(5)    VALUE ZERO.
       01  BOOK-ITEMS-ADDED      PIC 9(5)    VALUE ZERO.
       01  AUTO-MATCH-COUNT      PIC 9(5)    VALUE ZERO.
       01  HAND-MATCH-COUNT      PIC 9(5)    VALUE ZERO.
       01  WRITE-OFF-COUNT       PIC 9(5)    VALUE ZERO.
       01  OPEN-ITEM-COUNT       PIC 9(5)    VALUE ZERO.
       01  UNRECONCILED-COUNT    PIC 9(3)    VALUE ZERO.

      * The statement for the cash account in hand.
       01  TRANSIT-COUNT         PIC 9(5).
       01  TRANSIT-TOTAL         PIC S9(11)V99.
       01  OUTSTANDING-COUNT     PIC 9(5).
       01  OUTSTANDING-TOTAL     PIC S9(11)V99.
       01  BANK-CREDIT-COUNT     PIC 9(5).
       01  BANK-CREDIT-TOTAL     PIC S9(11)V99.
       01  BANK-DEBIT-COUNT      PIC 9(5).
       01  BANK-DEBIT-TOTAL      PIC S9(11)V99.
       01  BOOK-BALANCE          PIC S9(11)V99.
       01  ADJUSTED-BANK-BALANCE PIC S9(11)V99.
       01  ADJUSTED-BOOK-BALANCE PIC S9(11)V99.
       01  RECONCILING-DIFFERENCE PIC S9(11)V99.

       01  OUTSTANDING-MASTER-NAME PIC X(8)  VALUE "BNKOUT".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "BNKREC01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "BNKOUT".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY DATECALC.

       01  RECONCILIATION-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "BANK RECONCILIATION".
           COPY RUNDATE REPLACING RD-RUN-DATE BY RH-RUN-DATE.

       01  ACCOUNT-HEADING-LINE.
           05  FILLER             PIC X(13) VALUE "CASH ACCOUNT ".
           05  AH-CASH-ACCOUNT    PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  AH-DESCRIPTION     PIC X(24).
           05  FILLER             PIC X(10) VALUE "  COMPANY ".
           05  AH-COMPANY         PIC X(2).

       01  BANK-HEADING-LINE.
           05  FILLER             PIC X(13) VALUE "BANK ACCOUNT ".
           05  BH-BANK-ACCOUNT    PIC X(10).
           05  FILLER             PIC X(22)
               VALUE "  LATEST STATEMENT ".
           05  BH-STATEMENT-DATE  PIC 9999/99/99.

       01  STATEMENT-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-CAPTION         PIC X(32).
           05  SL-COUNT           PIC ZZZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  SL-AMOUNT          PIC -(11)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-NOTE            PIC X(20).

       01  ITEM-HEADING-LINE.
           05  FILLER             PIC X(20) VALUE "     ITEM SIDE DATE".
           05  FILLER             PIC X(23)
               VALUE "      REFERENCE    TYPE".
           05  FILLER             PIC X(11) VALUE " SOURCE".
           05  FILLER             PIC X(14) VALUE "        AMOUNT".

       01  ITEM-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ID-ITEM-NUMBER     PIC 9(7).
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-SIDE            PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-ITEM-DATE       PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-REFERENCE       PIC X(12).
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-ITEM-TYPE       PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ID-SOURCE          PIC X(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-AMOUNT          PIC -(9)9.99.

       01  RECONCILIATION-NOTE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RN-TEXT            PIC X(70).

       01  RECONCILIATION-SUMMARY-1.
           05  FILLER             PIC X(20)
               VALUE "Book lines taken: ".
           05  RS-BOOK-ITEMS      PIC ZZZZ9.
           05  FILLER             PIC X(16) VALUE "  Auto-matched: ".
           05  RS-AUTO-MATCHED    PIC ZZZZ9.
           05  FILLER             PIC X(19)
               VALUE "  Matched by hand: ".
           05  RS-HAND-MATCHED    PIC ZZZZ9.

       01  RECONCILIATION-SUMMARY-2.
           05  FILLER             PIC X(20)
               VALUE "Written off: ".
           05  RS-WRITTEN-OFF     PIC ZZZZ9.
           05  FILLER             PIC X(16) VALUE "  Still open: ".
           05  RS-STILL-OPEN      PIC ZZZZ9.
           05  FILLER             PIC X(19)
               VALUE "  Unreconciled: ".
           05  RS-UNRECONCILED    PIC ZZ9.

       COPY SEALPARM.

       COPY GLBPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "BNKREC01".
           MOVE "GLBAL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-BANK-CONTROLS
               PERFORM LOAD-THE-CHART
               PERFORM LOAD-THE-LEDGER-BALANCES
               PERFORM LOAD-THE-STATEMENT-HISTORY
               PERFORM GET-THE-NEXT-ITEM-NUMBER
               PERFORM LOAD-THE-OUTSTANDING-ITEMS
               OPEN OUTPUT RECONCILIATION-REPORT-FILE
               MOVE BUSINESS-DATE TO RH-RUN-DATE
               MOVE RECONCILIATION-HEADING-1
                   TO RECONCILIATION-REPORT-LINE
               WRITE RECONCILIATION-REPORT-LINE
               IF LOAD-DID-OVERFLOW
      * Rewriting the items from a partial table would drop
      * the ones left out, so nothing is reconciled.
                   MOVE "BNKOUT.DAT exceeds the table; nothing "
                       TO RN-TEXT
                   MOVE "reconciled." TO RN-TEXT (39:11)
                   PERFORM WRITE-THE-RECONCILIATION-NOTE
                   MOVE "Bank reconciliation item overflow"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM TAKE-IN-THE-NIGHTS-CASH-LINES
                   PERFORM POST-THE-WRITE-OFFS
                   MOVE "R" TO MATCH-PASS
                   PERFORM MATCH-ONE-STATEMENT-ITEM
                       VARYING BO-IDX FROM 1 BY 1
                       UNTIL BO-IDX > ITEM-COUNT
                   MOVE "A" TO MATCH-PASS
                   PERFORM MATCH-ONE-STATEMENT-ITEM
                       VARYING BO-IDX FROM 1 BY 1
                       UNTIL BO-IDX > ITEM-COUNT
                   PERFORM RECONCILE-ONE-CASH-ACCOUNT
                       VARYING BK-IDX FROM 1 BY 1
                       UNTIL BK-IDX > CASH-ACCOUNT-COUNT
                   PERFORM SAVE-THE-OUTSTANDING-ITEMS
                   PERFORM SAVE-THE-NEXT-ITEM-NUMBER
               END-IF
               PERFORM WRITE-THE-RECONCILIATION-SUMMARY
               CLOSE RECONCILIATION-REPORT-FILE
               DISPLAY "Book lines taken in: " BOOK-ITEMS-ADDED
               DISPLAY "Items matched: " AUTO-MATCH-COUNT
               DISPLAY "Write-offs posted: " WRITE-OFF-COUNT
               DISPLAY "Items still open: " OPEN-ITEM-COUNT
               DISPLAY "Cash accounts not reconciled: "
                       UNRECONCILED-COUNT
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "BNKREC01"
               IF LOAD-DID-OVERFLOW
               OR NIGHT-TABLE-IS-FULL
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF UNRECONCILED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "The bank reconciliation items are in use; "
                       "this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "BNKREC01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-NEXT-ITEM-NUMBER.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           IF SEQ-FILE-STATUS = "00"
               READ SEQUENCE-CONTROL-FILE
                   NOT AT END
                       IF BQ-NEXT-ITEM-NUMBER IS NUMERIC
                           MOVE BQ-NEXT-ITEM-NUMBER
                               TO NEXT-ITEM-NUMBER
                       END-IF
                       IF BQ-LAST-CAPTURE-DATE IS NUMERIC
                           MOVE BQ-LAST-CAPTURE-DATE
                               TO LAST-CAPTURE-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE SEQUENCE-CONTROL-FILE.

       SAVE-THE-NEXT-ITEM-NUMBER.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE.
           MOVE SPACES TO BANK-SEQUENCE-CONTROL-RECORD.
           MOVE NEXT-ITEM-NUMBER TO BQ-NEXT-ITEM-NUMBER.
           MOVE LAST-CAPTURE-DATE TO BQ-LAST-CAPTURE-DATE.
           WRITE BANK-SEQUENCE-CONTROL-RECORD.
           CLOSE SEQUENCE-CONTROL-FILE.

      * Every cash line counts toward tonight's book
      * balance. The items are taken only once a night,
      * and never from this job's own write-off lines,
      * whose items are closed as they post.
       TAKE-IN-THE-NIGHTS-CASH-LINES.
           IF LAST-CAPTURE-DATE = BUSINESS-DATE
               MOVE "N" TO CAPTURE-SWITCH
               MOVE "Tonight's cash lines were taken in by an "
                   TO RN-TEXT
               MOVE "earlier run." TO RN-TEXT (42:12)
               PERFORM WRITE-THE-RECONCILIATION-NOTE
           END-IF.
           OPEN INPUT GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-EXTRACT-LINE
               PERFORM UNTIL NO-MORE-EXTRACT-LINES
                   PERFORM TAKE-ONE-EXTRACT-LINE
                   PERFORM READ-THE-NEXT-EXTRACT-LINE
               END-PERFORM
           END-IF.
           CLOSE GL-EXTRACT-FILE.
           IF LINES-ARE-CAPTURED
               IF NIGHT-TABLE-IS-FULL
      * Half a night taken in could never be finished, so
      * none of it is; the run ends RC 8.
                   MOVE "More cash lines than the table holds; "
                       TO RN-TEXT
                   MOVE "none taken in." TO RN-TEXT (39:14)
                   PERFORM WRITE-THE-RECONCILIATION-NOTE
                   MOVE "Bank rec cash line table overflow"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
               IF ITEM-COUNT + NIGHT-COUNT > 5000
                   MOVE "Y" TO NIGHT-FULL-SWITCH
                   MOVE "BNKOUT.DAT would exceed the table; no cash "
                       TO RN-TEXT
                   MOVE "lines taken in." TO RN-TEXT (44:15)
                   PERFORM WRITE-THE-RECONCILIATION-NOTE
                   MOVE "Bank reconciliation item overflow"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM ADD-ONE-BOOK-ITEM
                       VARYING NG-IDX FROM 1 BY 1
                       UNTIL NG-IDX > NIGHT-COUNT
                   MOVE BUSINESS-DATE TO LAST-CAPTURE-DATE
               END-IF
               END-IF
           END-IF.

      * An item written off on BNKMAT01 is put on the books
      * against the account's write-off account: a bank
      * line the books never had is booked as the bank
      * shows it, and a book line the bank will never show
      * is taken back out.
       POST-THE-WRITE-OFFS.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.
           PERFORM POST-ONE-WRITE-OFF
               VARYING BO-IDX FROM 1 BY 1
               UNTIL BO-IDX > ITEM-COUNT.
           CLOSE GL-EXTRACT-FILE.

       POST-ONE-WRITE-OFF.
           IF BOT-STATUS (BO-IDX) = "W"
               MOVE BOT-CASH-ACCOUNT (BO-IDX) TO WANTED-CASH-ACCOUNT
               PERFORM FIND-THE-CASH-ACCOUNT
               IF CASH-ACCOUNT-WAS-FOUND
                   IF BOT-SIDE (BO-IDX) = "S"
                       MOVE BOT-AMOUNT (BO-IDX) TO CASH-EFFECT
                   ELSE
                       COMPUTE CASH-EFFECT = ZERO - BOT-AMOUNT (BO-IDX)
                   END-IF
                   PERFORM WRITE-THE-WRITE-OFF-LINE
                   ADD CASH-EFFECT TO BKT-NIGHT-ACTIVITY (BK-IDX)
                   ADD 1 TO WRITE-OFF-COUNT
               END-IF
           END-IF.

      * Each open statement line is matched to the first
      * open book item of its cash account with the same
      * amount, dated inside the account's tolerance --
      * on the reference pass, only where the references
      * agree as well.
       MATCH-ONE-STATEMENT-ITEM.
           IF  BOT-STATUS (BO-IDX) = "O"
           AND BOT-SIDE (BO-IDX) = "S"
               MOVE BOT-CASH-ACCOUNT (BO-IDX) TO WANTED-CASH-ACCOUNT
               PERFORM FIND-THE-CASH-ACCOUNT
               IF CASH-ACCOUNT-WAS-FOUND
                   MOVE "N" TO MATCH-FOUND-SWITCH
                   PERFORM TRY-ONE-BOOK-ITEM
                       VARYING BO-JDX FROM 1 BY 1
                       UNTIL BO-JDX > ITEM-COUNT
                          OR MATCH-WAS-FOUND
               END-IF
           END-IF.

       RECONCILE-ONE-CASH-ACCOUNT.
           MOVE ZERO TO TRANSIT-COUNT TRANSIT-TOTAL
                        OUTSTANDING-COUNT OUTSTANDING-TOTAL
                        BANK-CREDIT-COUNT BANK-CREDIT-TOTAL
                        BANK-DEBIT-COUNT BANK-DEBIT-TOTAL.
           PERFORM ADD-UP-ONE-OPEN-ITEM
               VARYING BO-IDX FROM 1 BY 1
               UNTIL BO-IDX > ITEM-COUNT.
           COMPUTE BOOK-BALANCE = BKT-LEDGER-BALANCE (BK-IDX)
                                + BKT-NIGHT-ACTIVITY (BK-IDX).
           COMPUTE ADJUSTED-BANK-BALANCE = BKT-BANK-BALANCE (BK-IDX)
                                         + TRANSIT-TOTAL
                                         - OUTSTANDING-TOTAL.
           COMPUTE ADJUSTED-BOOK-BALANCE = BOOK-BALANCE
                                         + BANK-CREDIT-TOTAL
                                         - BANK-DEBIT-TOTAL.
           COMPUTE RECONCILING-DIFFERENCE = ADJUSTED-BANK-BALANCE
                                          - ADJUSTED-BOOK-BALANCE.
           PERFORM WRITE-THE-ACCOUNT-STATEMENT.
           IF RECONCILING-DIFFERENCE NOT = ZERO
               ADD 1 TO UNRECONCILED-COUNT
               MOVE SPACES TO EXC-TEXT
               STRING "Cash account " DELIMITED BY SIZE
                      BKT-CASH-ACCOUNT (BK-IDX) DELIMITED BY SIZE
                      " not reconciled" DELIMITED BY SIZE
                   INTO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

      * Open items go back to BNKOUT.DAT; matched and
      * written-off ones leave for the history.
       SAVE-THE-OUTSTANDING-ITEMS.
           CALL "GENBACK" USING OUTSTANDING-MASTER-NAME.
           OPEN OUTPUT OUTSTANDING-FILE.
           OPEN EXTEND MATCHED-FILE.
           IF MATCHED-FILE-STATUS NOT = "00"
               OPEN OUTPUT MATCHED-FILE
               CLOSE MATCHED-FILE
               OPEN EXTEND MATCHED-FILE
           END-IF.
           PERFORM SAVE-ONE-OUTSTANDING-ITEM
               VARYING BO-IDX FROM 1 BY 1
               UNTIL BO-IDX > ITEM-COUNT.
           CLOSE MATCHED-FILE.
           CLOSE OUTSTANDING-FILE.

       SAVE-ONE-OUTSTANDING-ITEM.
           MOVE ITEM-ENTRY (BO-IDX) TO BANK-OUTSTANDING-RECORD.
           IF BO-IS-OPEN
               WRITE BANK-OUTSTANDING-RECORD
               ADD 1 TO OPEN-ITEM-COUNT
           ELSE
               IF BO-STATUS = "M"
                   ADD 1 TO HAND-MATCH-COUNT
               END-IF
               MOVE BANK-OUTSTANDING-RECORD TO MATCHED-RECORD
               WRITE MATCHED-RECORD
           END-IF.

       WRITE-THE-RECONCILIATION-SUMMARY.
           MOVE SPACES TO RECONCILIATION-REPORT-LINE.
           WRITE RECONCILIATION-REPORT-LINE.
           MOVE BOOK-ITEMS-ADDED TO RS-BOOK-ITEMS.
           MOVE AUTO-MATCH-COUNT TO RS-AUTO-MATCHED.
           MOVE HAND-MATCH-COUNT TO RS-HAND-MATCHED.
           MOVE RECONCILIATION-SUMMARY-1
               TO RECONCILIATION-REPORT-LINE.
           WRITE RECONCILIATION-REPORT-LINE.
           MOVE WRITE-OFF-COUNT TO RS-WRITTEN-OFF.
           MOVE OPEN-ITEM-COUNT TO RS-STILL-OPEN.
           MOVE UNRECONCILED-COUNT TO RS-UNRECONCILED.
           MOVE RECONCILIATION-SUMMARY-2
               TO RECONCILIATION-REPORT-LINE.
           WRITE RECONCILIATION-REPORT-LINE.

      * Level 3 routines -- the night's cash lines.
      * A line debiting a cash account is money in, one
      * crediting it money out; a transfer between two
      * cash accounts is both.
       TAKE-ONE-EXTRACT-LINE.
           IF GX-BASE-AMOUNT IS NUMERIC
               MOVE GX-BASE-AMOUNT TO LINE-AMOUNT
           ELSE
               MOVE GX-AMOUNT TO LINE-AMOUNT
           END-IF.
           IF GX-IC-REFERENCE = SPACES
               MOVE GX-JOB-NAME TO LINE-REFERENCE
           ELSE
               MOVE GX-IC-REFERENCE TO LINE-REFERENCE
           END-IF.
           MOVE GX-DEBIT-ACCOUNT TO WANTED-CASH-ACCOUNT.
           PERFORM FIND-THE-CASH-ACCOUNT.
           IF CASH-ACCOUNT-WAS-FOUND
               ADD 1 TO NIGHT-LINE-COUNT
               ADD LINE-AMOUNT TO BKT-NIGHT-ACTIVITY (BK-IDX)
               MOVE "+" TO LINE-DIRECTION
               MOVE LINE-AMOUNT TO CASH-EFFECT
               PERFORM GATHER-ONE-CASH-LINE
           END-IF.
           MOVE GX-CREDIT-ACCOUNT TO WANTED-CASH-ACCOUNT.
           PERFORM FIND-THE-CASH-ACCOUNT.
           IF CASH-ACCOUNT-WAS-FOUND
               ADD 1 TO NIGHT-LINE-COUNT
               SUBTRACT LINE-AMOUNT FROM BKT-NIGHT-ACTIVITY (BK-IDX)
               MOVE "-" TO LINE-DIRECTION
               COMPUTE CASH-EFFECT = ZERO - LINE-AMOUNT
               PERFORM GATHER-ONE-CASH-LINE
           END-IF.

       GATHER-ONE-CASH-LINE.
           IF  LINES-ARE-CAPTURED
           AND GX-JOB-NAME NOT = "BNKREC01"
               PERFORM FIND-THE-NIGHT-ITEM
               IF NIGHT-ITEM-WAS-FOUND
                   ADD CASH-EFFECT TO NGT-AMOUNT (NG-IDX)
               ELSE
                   IF NIGHT-COUNT >= 500
                       MOVE "Y" TO NIGHT-FULL-SWITCH
                   ELSE
                       ADD 1 TO NIGHT-COUNT
                       SET NG-IDX TO NIGHT-COUNT
                       MOVE WANTED-CASH-ACCOUNT
                           TO NGT-CASH-ACCOUNT (NG-IDX)
                       MOVE GX-JOB-NAME TO NGT-JOB-NAME (NG-IDX)
                       MOVE GX-RUN-DATE TO NGT-RUN-DATE (NG-IDX)
                       MOVE LINE-REFERENCE TO NGT-REFERENCE (NG-IDX)
                       MOVE LINE-DIRECTION TO NGT-DIRECTION (NG-IDX)
                       MOVE CASH-EFFECT TO NGT-AMOUNT (NG-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-THE-NIGHT-ITEM.
           MOVE "N" TO NIGHT-FOUND-SWITCH.
           IF NIGHT-COUNT > 0
               SET NG-IDX TO 1
               SEARCH NIGHT-ENTRY
                   WHEN NGT-CASH-ACCOUNT (NG-IDX) = WANTED-CASH-ACCOUNT
                    AND NGT-JOB-NAME (NG-IDX) = GX-JOB-NAME
                    AND NGT-RUN-DATE (NG-IDX) = GX-RUN-DATE
                    AND NGT-REFERENCE (NG-IDX) = LINE-REFERENCE
                    AND NGT-DIRECTION (NG-IDX) = LINE-DIRECTION
                       MOVE "Y" TO NIGHT-FOUND-SWITCH
               END-SEARCH
           END-IF.

       ADD-ONE-BOOK-ITEM.
           IF NGT-AMOUNT (NG-IDX) NOT = ZERO
               MOVE SPACES TO BANK-OUTSTANDING-RECORD
               MOVE NEXT-ITEM-NUMBER TO BO-ITEM-NUMBER
               ADD 1 TO NEXT-ITEM-NUMBER
               MOVE NGT-CASH-ACCOUNT (NG-IDX) TO BO-CASH-ACCOUNT
               MOVE "B" TO BO-SIDE
               MOVE NGT-RUN-DATE (NG-IDX) TO BO-ITEM-DATE
               MOVE NGT-AMOUNT (NG-IDX) TO BO-AMOUNT
               MOVE NGT-REFERENCE (NG-IDX) TO BO-REFERENCE
               MOVE "GL " TO BO-ITEM-TYPE
               MOVE NGT-JOB-NAME (NG-IDX) TO BO-SOURCE
               MOVE BUSINESS-DATE TO BO-ADDED-DATE
               MOVE "O" TO BO-STATUS
               MOVE ZERO TO BO-MATCH-NUMBER BO-WORKED-DATE
               ADD 1 TO ITEM-COUNT
               MOVE BANK-OUTSTANDING-RECORD TO ITEM-ENTRY (ITEM-COUNT)
               ADD 1 TO BOOK-ITEMS-ADDED
           END-IF.

      * A positive effect is money into the cash account.
       WRITE-THE-WRITE-OFF-LINE.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "BNKREC01" TO GX-JOB-NAME.
           MOVE BUSINESS-DATE TO GX-RUN-DATE.
           IF CASH-EFFECT > ZERO
               MOVE BKT-CASH-ACCOUNT (BK-IDX) TO GX-DEBIT-ACCOUNT
               MOVE BKT-WRITEOFF-ACCOUNT (BK-IDX) TO GX-CREDIT-ACCOUNT
               MOVE CASH-EFFECT TO GX-AMOUNT GX-BASE-AMOUNT
           ELSE
               MOVE BKT-WRITEOFF-ACCOUNT (BK-IDX) TO GX-DEBIT-ACCOUNT
               MOVE BKT-CASH-ACCOUNT (BK-IDX) TO GX-CREDIT-ACCOUNT
               COMPUTE GX-AMOUNT = ZERO - CASH-EFFECT
               COMPUTE GX-BASE-AMOUNT = ZERO - CASH-EFFECT
           END-IF.
           MOVE "USD" TO GX-CURRENCY-CODE.
           MOVE BKT-COST-CENTER (BK-IDX) TO GX-COST-CENTER.
           MOVE BKT-COMPANY (BK-IDX) TO GX-COMPANY.
           WRITE GL-EXTRACT-RECORD.

       READ-THE-NEXT-EXTRACT-LINE.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO EXTRACT-END-SWITCH
           END-READ.

      * Level 3 routines -- matching.
       TRY-ONE-BOOK-ITEM.
           IF  BOT-STATUS (BO-JDX) = "O"
           AND BOT-SIDE (BO-JDX) = "B"
           AND BOT-CASH-ACCOUNT (BO-JDX) = BOT-CASH-ACCOUNT (BO-IDX)
           AND BOT-AMOUNT (BO-JDX) = BOT-AMOUNT (BO-IDX)
               IF NOT MATCHING-ON-REFERENCE
               OR (BOT-REFERENCE (BO-JDX) = BOT-REFERENCE (BO-IDX)
                   AND BOT-REFERENCE (BO-IDX) NOT = SPACES)
                   MOVE "C" TO DK-ACTION
                   MOVE BOT-ITEM-DATE (BO-IDX) TO DK-FIRST-DATE
                   MOVE BOT-ITEM-DATE (BO-JDX) TO DK-SECOND-DATE
                   CALL "DATECALC" USING DATE-CALC-PARAMETERS
                   IF DK-DATE-OK
                       MOVE DK-DAY-COUNT TO DAYS-APART
                       IF DAYS-APART < ZERO
                           COMPUTE DAYS-APART = ZERO - DAYS-APART
                       END-IF
                       IF DAYS-APART NOT > BKT-TOLERANCE-DAYS (BK-IDX)
                           PERFORM MATCH-THE-PAIR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MATCH-THE-PAIR.
           MOVE "Y" TO MATCH-FOUND-SWITCH.
           MOVE "A" TO BOT-STATUS (BO-IDX) BOT-STATUS (BO-JDX).
           MOVE BOT-ITEM-NUMBER (BO-IDX)
               TO BOT-MATCH-NUMBER (BO-IDX)
                  BOT-MATCH-NUMBER (BO-JDX).
           MOVE "BNKREC01" TO BOT-WORKED-BY (BO-IDX)
                              BOT-WORKED-BY (BO-JDX).
           MOVE BUSINESS-DATE TO BOT-WORKED-DATE (BO-IDX)
                                 BOT-WORKED-DATE (BO-JDX).
           ADD 1 TO AUTO-MATCH-COUNT.

      * Level 3 routines -- the statement.
      * Book items still open are deposits in transit or
      * outstanding payments; statement lines still open
      * are the bank's items not yet on the books.
       ADD-UP-ONE-OPEN-ITEM.
           IF  BOT-STATUS (BO-IDX) = "O"
           AND BOT-CASH-ACCOUNT (BO-IDX) = BKT-CASH-ACCOUNT (BK-IDX)
               IF BOT-SIDE (BO-IDX) = "B"
                   IF BOT-AMOUNT (BO-IDX) > ZERO
                       ADD 1 TO TRANSIT-COUNT
                       ADD BOT-AMOUNT (BO-IDX) TO TRANSIT-TOTAL
                   ELSE
                       ADD 1 TO OUTSTANDING-COUNT
                       SUBTRACT BOT-AMOUNT (BO-IDX)
                           FROM OUTSTANDING-TOTAL
                   END-IF
               ELSE
                   IF BOT-AMOUNT (BO-IDX) > ZERO
                       ADD 1 TO BANK-CREDIT-COUNT
                       ADD BOT-AMOUNT (BO-IDX) TO BANK-CREDIT-TOTAL
                   ELSE
                       ADD 1 TO BANK-DEBIT-COUNT
                       SUBTRACT BOT-AMOUNT (BO-IDX)
                           FROM BANK-DEBIT-TOTAL
                   END-IF
               END-IF
           END-IF.

       WRITE-THE-ACCOUNT-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE SPACES TO RECONCILIATION-REPORT-LINE.
           WRITE RECONCILIATION-REPORT-LINE.
           MOVE BKT-CASH-ACCOUNT (BK-IDX) TO AH-CASH-ACCOUNT.
           MOVE BKT-DESCRIPTION (BK-IDX) TO AH-DESCRIPTION.
           MOVE BKT-COMPANY (BK-IDX) TO AH-COMPANY.
           MOVE ACCOUNT-HEADING-LINE TO RECONCILIATION-REPORT-LINE.
           WRITE RECONCILIATION-REPORT-LINE.
           MOVE BKT-BANK-ACCOUNT (BK-IDX) TO BH-BANK-ACCOUNT.
           MOVE BKT-STATEMENT-DATE (BK-IDX) TO BH-STATEMENT-DATE.
           MOVE BANK-HEADING-LINE TO RECONCILIATION-REPORT-LINE.
           WRITE RECONCILIATION-REPORT-LINE.
           IF BKT-STATEMENT-DATE (BK-IDX) = ZERO
               MOVE "No bank statement taken in yet; the bank "
                   TO RN-TEXT
               MOVE "balance is taken as zero." TO RN-TEXT (42:25)
               PERFORM WRITE-THE-RECONCILIATION-NOTE
           END-IF.
           MOVE SPACES TO RECONCILIATION-REPORT-LINE.
           WRITE RECONCILIATION-REPORT-LINE.
           MOVE "BALANCE PER BANK STATEMENT" TO SL-CAPTION.
           MOVE BKT-BANK-BALANCE (BK-IDX) TO SL-AMOUNT.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "ADD DEPOSITS IN TRANSIT" TO SL-CAPTION.
           MOVE TRANSIT-COUNT TO SL-COUNT.
           MOVE TRANSIT-TOTAL TO SL-AMOUNT.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "LESS OUTSTANDING ITEMS" TO SL-CAPTION.
           MOVE OUTSTANDING-COUNT TO SL-COUNT.
           MOVE OUTSTANDING-TOTAL TO SL-AMOUNT.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "ADJUSTED BANK BALANCE" TO SL-CAPTION.
           MOVE ADJUSTED-BANK-BALANCE TO SL-AMOUNT.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE SPACES TO RECONCILIATION-REPORT-LINE.
           WRITE RECONCILIATION-REPORT-LINE.
           MOVE "BALANCE PER BOOKS" TO SL-CAPTION.
           MOVE BOOK-BALANCE TO SL-AMOUNT.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "ADD BANK CREDITS NOT ON BOOKS" TO SL-CAPTION.
           MOVE BANK-CREDIT-COUNT TO SL-COUNT.
           MOVE BANK-CREDIT-TOTAL TO SL-AMOUNT.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "LESS BANK DEBITS NOT ON BOOKS" TO SL-CAPTION.
           MOVE BANK-DEBIT-COUNT TO SL-COUNT.
           MOVE BANK-DEBIT-TOTAL TO SL-AMOUNT.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE "ADJUSTED BOOK BALANCE" TO SL-CAPTION.
           MOVE ADJUSTED-BOOK-BALANCE TO SL-AMOUNT.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           MOVE SPACES TO RECONCILIATION-REPORT-LINE.
           WRITE RECONCILIATION-REPORT-LINE.
           MOVE "DIFFERENCE" TO SL-CAPTION.
           MOVE RECONCILING-DIFFERENCE TO SL-AMOUNT.
           IF RECONCILING-DIFFERENCE = ZERO
               MOVE "RECONCILED" TO SL-NOTE
           ELSE
               MOVE "*** NOT RECONCILED" TO SL-NOTE
           END-IF.
           PERFORM WRITE-ONE-STATEMENT-LINE.
           IF TRANSIT-COUNT + OUTSTANDING-COUNT
            + BANK-CREDIT-COUNT + BANK-DEBIT-COUNT > ZERO
               MOVE SPACES TO RECONCILIATION-REPORT-LINE
               WRITE RECONCILIATION-REPORT-LINE
               MOVE "UNMATCHED ITEMS" TO RN-TEXT
               PERFORM WRITE-THE-RECONCILIATION-NOTE
               MOVE ITEM-HEADING-LINE TO RECONCILIATION-REPORT-LINE
               WRITE RECONCILIATION-REPORT-LINE
               PERFORM LIST-ONE-OPEN-ITEM
                   VARYING BO-IDX FROM 1 BY 1
                   UNTIL BO-IDX > ITEM-COUNT
           END-IF.

       WRITE-ONE-STATEMENT-LINE.
           MOVE STATEMENT-LINE TO RECONCILIATION-REPORT-LINE.
           WRITE RECONCILIATION-REPORT-LINE.
           MOVE SPACES TO STATEMENT-LINE.

       LIST-ONE-OPEN-ITEM.
           IF  BOT-STATUS (BO-IDX) = "O"
           AND BOT-CASH-ACCOUNT (BO-IDX) = BKT-CASH-ACCOUNT (BK-IDX)
               MOVE BOT-ITEM-NUMBER (BO-IDX) TO ID-ITEM-NUMBER
               IF BOT-SIDE (BO-IDX) = "B"
                   MOVE "BOOK" TO ID-SIDE
               ELSE
                   MOVE "BANK" TO ID-SIDE
               END-IF
               MOVE BOT-ITEM-DATE (BO-IDX) TO ID-ITEM-DATE
               MOVE BOT-REFERENCE (BO-IDX) TO ID-REFERENCE
               MOVE BOT-ITEM-TYPE (BO-IDX) TO ID-ITEM-TYPE
               MOVE BOT-SOURCE (BO-IDX) TO ID-SOURCE
               MOVE BOT-AMOUNT (BO-IDX) TO ID-AMOUNT
               MOVE ITEM-DETAIL-LINE TO RECONCILIATION-REPORT-LINE
               WRITE RECONCILIATION-REPORT-LINE
           END-IF.

       WRITE-THE-RECONCILIATION-NOTE.
           MOVE RECONCILIATION-NOTE-LINE TO RECONCILIATION-REPORT-LINE.
           WRITE RECONCILIATION-REPORT-LINE.
           MOVE SPACES TO RN-TEXT.

       FIND-THE-CASH-ACCOUNT.
           MOVE "N" TO CASH-ACCOUNT-FOUND-SWITCH.
           IF CASH-ACCOUNT-COUNT > 0
               SET BK-IDX TO 1
               SEARCH CASH-ACCOUNT-ENTRY
                   WHEN BKT-CASH-ACCOUNT (BK-IDX) = WANTED-CASH-ACCOUNT
                       MOVE "Y" TO CASH-ACCOUNT-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * Level 3 routines -- loading.
       LOAD-THE-BANK-CONTROLS.
           OPEN INPUT BANK-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CONTROL-RECORD
               PERFORM UNTIL NO-MORE-CONTROL-RECORDS
                   IF CASH-ACCOUNT-COUNT >= 50
                       DISPLAY "Cash account table full at 50; "
                               "remaining BNKCTL rows ignored."
                       MOVE "Y" TO CONTROL-END-SWITCH
                   ELSE
                       PERFORM TAKE-ONE-BANK-CONTROL
                       PERFORM READ-THE-NEXT-CONTROL-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE BANK-CONTROL-FILE.

       TAKE-ONE-BANK-CONTROL.
           ADD 1 TO CASH-ACCOUNT-COUNT.
           SET BK-IDX TO CASH-ACCOUNT-COUNT.
           MOVE BK-BANK-ACCOUNT TO BKT-BANK-ACCOUNT (BK-IDX).
           MOVE BK-CASH-ACCOUNT TO BKT-CASH-ACCOUNT (BK-IDX).
           IF BK-COMPANY = SPACES
               MOVE "01" TO BKT-COMPANY (BK-IDX)
           ELSE
               MOVE BK-COMPANY TO BKT-COMPANY (BK-IDX)
           END-IF.
           IF BK-TOLERANCE-DAYS IS NUMERIC
               MOVE BK-TOLERANCE-DAYS TO BKT-TOLERANCE-DAYS (BK-IDX)
           ELSE
               MOVE ZERO TO BKT-TOLERANCE-DAYS (BK-IDX)
           END-IF.
           MOVE BK-WRITEOFF-ACCOUNT TO BKT-WRITEOFF-ACCOUNT (BK-IDX).
           MOVE BK-COST-CENTER TO BKT-COST-CENTER (BK-IDX).
           MOVE SPACES TO BKT-DESCRIPTION (BK-IDX).
           MOVE ZERO TO BKT-STATEMENT-DATE (BK-IDX)
                        BKT-BANK-BALANCE (BK-IDX)
                        BKT-LEDGER-PERIOD (BK-IDX)
                        BKT-LEDGER-BALANCE (BK-IDX)
                        BKT-NIGHT-ACTIVITY (BK-IDX).

       READ-THE-NEXT-CONTROL-RECORD.
           READ BANK-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-END-SWITCH
           END-READ.

       LOAD-THE-CHART.
           OPEN INPUT GL-CHART-FILE.
           IF CHART-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CHART-RECORD
               PERFORM UNTIL NO-MORE-CHART-RECORDS
                   MOVE CH-ACCOUNT TO WANTED-CASH-ACCOUNT
                   PERFORM FIND-THE-CASH-ACCOUNT
                   IF CASH-ACCOUNT-WAS-FOUND
                       MOVE CH-DESCRIPTION
                           TO BKT-DESCRIPTION (BK-IDX)
                   END-IF
                   PERFORM READ-THE-NEXT-CHART-RECORD
               END-PERFORM
           END-IF.
           CLOSE GL-CHART-FILE.

       READ-THE-NEXT-CHART-RECORD.
           READ GL-CHART-FILE
               AT END
                   MOVE "Y" TO CHART-END-SWITCH
           END-READ.

      * The latest period on the master is the cash
      * account's ledger position.
       LOAD-THE-LEDGER-BALANCES.
           PERFORM TAKE-ONE-LEDGER-BALANCE
               VARYING BK-IDX FROM 1 BY 1
               UNTIL BK-IDX > CASH-ACCOUNT-COUNT.
           MOVE "C" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.

       TAKE-ONE-LEDGER-BALANCE.
           MOVE "B" TO GP-ACTION.
           MOVE BKT-COMPANY (BK-IDX) TO GP-COMPANY.
           MOVE BKT-CASH-ACCOUNT (BK-IDX) TO GP-ACCOUNT.
           MOVE 999999 TO GP-PERIOD.
           MOVE ZERO TO GP-FROM-PERIOD.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF GP-BALANCE-FOUND
               MOVE GP-FOUND-PERIOD TO BKT-LEDGER-PERIOD (BK-IDX)
               MOVE GP-CLOSING-BALANCE
                   TO BKT-LEDGER-BALANCE (BK-IDX)
           END-IF.

      * The bank's balance is the closing balance of the
      * latest statement taken in for the account.
       LOAD-THE-STATEMENT-HISTORY.
           OPEN INPUT STATEMENT-HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HISTORY-RECORD
               PERFORM UNTIL NO-MORE-HISTORY-RECORDS
                   PERFORM TAKE-ONE-HISTORY-RECORD
                   PERFORM READ-THE-NEXT-HISTORY-RECORD
               END-PERFORM
           END-IF.
           CLOSE STATEMENT-HISTORY-FILE.

       TAKE-ONE-HISTORY-RECORD.
           IF CASH-ACCOUNT-COUNT > 0
               SET BK-IDX TO 1
               SEARCH CASH-ACCOUNT-ENTRY
                   WHEN BKT-BANK-ACCOUNT (BK-IDX) = BA-BANK-ACCOUNT
                       IF BA-STATEMENT-DATE
                              > BKT-STATEMENT-DATE (BK-IDX)
                           MOVE BA-STATEMENT-DATE
                               TO BKT-STATEMENT-DATE (BK-IDX)
                           MOVE BA-CLOSING-BALANCE
                               TO BKT-BANK-BALANCE (BK-IDX)
                       END-IF
               END-SEARCH
           END-IF.

       READ-THE-NEXT-HISTORY-RECORD.
           READ STATEMENT-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-END-SWITCH
           END-READ.

       LOAD-THE-OUTSTANDING-ITEMS.
           OPEN INPUT OUTSTANDING-FILE.
           IF OUTSTANDING-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-OUTSTANDING-ITEM
               PERFORM UNTIL NO-MORE-OUTSTANDING-ITEMS
                   IF ITEM-COUNT >= 5000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO OUTSTANDING-END-SWITCH
                   ELSE
                       ADD 1 TO ITEM-COUNT
                       MOVE BANK-OUTSTANDING-RECORD
                           TO ITEM-ENTRY (ITEM-COUNT)
                       PERFORM READ-THE-NEXT-OUTSTANDING-ITEM
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE OUTSTANDING-FILE.

       READ-THE-NEXT-OUTSTANDING-ITEM.
           READ OUTSTANDING-FILE
               AT END
                   MOVE "Y" TO OUTSTANDING-END-SWITCH
           END-READ.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "BNKREC01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "BNKREC01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
