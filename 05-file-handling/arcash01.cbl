       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCASH01.
      *--------------------------------------------------
      * Lockbox cash application. Customer payments come
      * in from the bank as a LOCKBOX.DAT remittance file
      * -- customer number, invoice reference, amount and
      * deposit date per payment, inside a header and
      * trailer per deposit batch -- and this step applies
      * each payment to the customer's open items on
      * AROPEN.DAT.
      *
      * A payment goes first to the item its reference
      * names, then to the customer's other open items
      * oldest first, until the payment or the items run
      * out. Only items of the lockbox's own company,
      * from ARLBCTL.DAT, are touched. A payment with no
      * customer number is matched to its customer
      * through the reference alone.
      *
      * What cannot be applied -- a customer not on
      * NAMEMAST.DAT, a payment with neither customer
      * number nor reference, or the part of a payment
      * beyond everything the customer owes -- goes to
      * ARUNAP.DAT as unapplied cash with the reason, for
      * ARUNAP01 to work.
      *
      * Each application is written to GLEXTR.DAT under
      * this job name, debiting the lockbox's cash account
      * and crediting the item's receivable control
      * account; each unapplied amount debits cash and
      * credits the lockbox's unapplied-cash account. This
      * step runs after ADD07 has opened the night's
      * extract and before GLPOST01 posts it.
      *
      * ARCASH.DAT is the deposit control report: every
      * payment and where it went, and per batch the proof
      * that applied plus unapplied equals the bank's
      * batch total and item count. A batch out of balance
      * is logged and the step ends RC 4. Each batch is
      * recorded on ARLBHIST.DAT, and a batch already
      * there is skipped, so a resubmitted file applies
      * nothing twice. AROPEN.DAT is rewritten after a
      * GENBACK generation, under the AROPEN lock.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOCKBOX-FILE ASSIGN TO "LOCKBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCKBOX-FILE-STATUS.

           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-FILE-STATUS.

           SELECT OPTIONAL LOCKBOX-CONTROL-FILE
               ASSIGN TO "ARLBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL LOCKBOX-HISTORY-FILE
               ASSIGN TO "ARLBHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OPTIONAL UNAPPLIED-CASH-FILE
               ASSIGN TO "ARUNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNAPPLIED-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT CASH-REPORT-FILE ASSIGN TO "ARCASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       COPY LOCKBOX.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  LOCKBOX-CONTROL-FILE.
       COPY ARLBCTL.

       FD  LOCKBOX-HISTORY-FILE.
       COPY ARLBHIST.

       FD  UNAPPLIED-CASH-FILE.
       COPY ARUNAP.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  CASH-REPORT-FILE.
       01  CASH-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       01  LOCKBOX-FILE-STATUS   PIC XX.
       01  OPEN-ITEM-FILE-STATUS PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  HISTORY-FILE-STATUS   PIC XX.
       01  UNAPPLIED-FILE-STATUS PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  LOCKBOX-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-LOCKBOX-RECORDS       VALUE "Y".
       01  OPEN-ITEM-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-OPEN-ITEMS            VALUE "Y".
       01  CONTROL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-CONTROL-RECORDS       VALUE "Y".
       01  HISTORY-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-HISTORY-RECORDS       VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  LOCKBOX-COUNT         PIC 9(3)    VALUE ZERO.
       01  LOCKBOX-TABLE.
           05  LOCKBOX-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON LOCKBOX-COUNT
                              INDEXED BY LX-IDX.
               10  LXT-LOCKBOX-ID      PIC X(06).
               10  LXT-COMPANY         PIC X(02).
               10  LXT-CASH-ACCOUNT    PIC 9(6).
               10  LXT-UNAPPLIED-ACCOUNT PIC 9(6).
               10  LXT-COST-CENTER     PIC X(04).
       01  LOCKBOX-FOUND-SWITCH  PIC X.
           88  LOCKBOX-WAS-FOUND             VALUE "Y".

       01  HISTORY-COUNT         PIC 9(5)    VALUE ZERO.
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON HISTORY-COUNT
                              INDEXED BY LH-IDX.
               10  LHT-LOCKBOX-ID      PIC X(06).
               10  LHT-BATCH-ID        PIC X(08).
       01  HISTORY-FOUND-SWITCH  PIC X.
           88  BATCH-ALREADY-APPLIED         VALUE "Y".

       01  MASTER-COUNT          PIC 9(4)    VALUE ZERO.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 1000 TIMES
                               DEPENDING ON MASTER-COUNT
                               INDEXED BY CUST-IDX.
               10  TBL-CUST-NO       PIC X(06).
       01  CUSTOMER-FOUND-SWITCH PIC X.
           88  CUSTOMER-WAS-FOUND            VALUE "Y".

      * The whole open-item file, held so payments can be
      * applied across it and the file rewritten.
       01  OPEN-ITEM-COUNT       PIC 9(5)    VALUE ZERO.
       01  OPEN-ITEM-TABLE.
           05  OPEN-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
                                DEPENDING ON OPEN-ITEM-COUNT
                                INDEXED BY OI-IDX.
               10  OI-CUST-NO         PIC X(06).
               10  FILLER             PIC X.
               10  OI-CUSTOMER        PIC X(10).
               10  FILLER             PIC X.
               10  OI-ITEM-DATE       PIC 9(8).
               10  FILLER             PIC X.
               10  OI-ITEM-SEQ        PIC 9(5).
               10  FILLER             PIC X.
               10  OI-COMPANY         PIC X(02).
               10  FILLER             PIC X.
               10  OI-TRANS-TYPE      PIC X(02).
               10  FILLER             PIC X.
               10  OI-COST-CENTER     PIC X(04).
               10  FILLER             PIC X.
               10  OI-CURRENCY-CODE   PIC X(03).
               10  FILLER             PIC X.
               10  OI-DUE-DATE        PIC 9(8).
               10  FILLER             PIC X.
               10  OI-CONTROL-ACCOUNT PIC 9(6).
               10  FILLER             PIC X.
               10  OI-ORIGINAL-AMOUNT PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
               10  FILLER             PIC X.
               10  OI-OPEN-AMOUNT     PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
               10  FILLER             PIC X.
               10  OI-SOURCE          PIC X(08).
       01  ITEM-FOUND-SWITCH     PIC X.
           88  ITEM-WAS-FOUND                VALUE "Y".
       01  OLDEST-ITEM-NO        PIC 9(5).
       01  OLDEST-ITEM-KEY       PIC 9(13).
       01  THIS-ITEM-KEY         PIC 9(13).
       01  ITEMS-LEFT-SWITCH     PIC X.
           88  NO-OPEN-ITEMS-LEFT            VALUE "N".

       01  BUSINESS-DATE         PIC 9(8).

      * The batch in hand, from its header.
       01  BATCH-OPEN-SWITCH     PIC X       VALUE "N".
           88  A-BATCH-IS-OPEN               VALUE "Y".
       01  BATCH-MODE            PIC X.
           88  BATCH-IS-APPLYING             VALUE "A".
           88  BATCH-IS-SKIPPED              VALUE "S".
       01  TRAILER-SEEN-SWITCH   PIC X.
           88  TRAILER-WAS-SEEN              VALUE "Y".
       01  BATCH-LOCKBOX-ID      PIC X(06).
       01  BATCH-ID              PIC X(08).
       01  BATCH-DATE            PIC 9(8).
       01  BATCH-COMPANY         PIC X(02).
       01  BATCH-CASH-ACCOUNT    PIC 9(6).
       01  BATCH-UNAPPLIED-ACCOUNT PIC 9(6).
       01  BATCH-COST-CENTER     PIC X(04).
       01  BATCH-ITEM-NO         PIC 9(5).
       01  BATCH-PAYMENT-TOTAL   PIC 9(9)V99.
       01  BATCH-APPLIED-TOTAL   PIC 9(9)V99.
       01  BATCH-UNAPPLIED-TOTAL PIC 9(9)V99.
       01  BANK-ITEM-COUNT       PIC 9(5).
       01  BANK-BATCH-TOTAL      PIC 9(9)V99.
       01  BATCH-DIFFERENCE      PIC S9(9)V99.

      * The payment in hand.
       01  PAY-CUST-NO           PIC X(06).
       01  PAYMENT-LEFT          PIC 9(7)V99.
       01  PAYMENT-APPLIED       PIC 9(7)V99.
       01  APPLY-AMOUNT          PIC 9(7)V99.
       01  UNAPPLIED-REASON      PIC X(16).

       01  PAYMENT-COUNT         PIC 9(5)    VALUE ZERO.
       01  BAD-PAYMENT-COUNT     PIC 9(5)    VALUE ZERO.
       01  APPLICATION-COUNT     PIC 9(5)    VALUE ZERO.
       01  UNAPPLIED-COUNT       PIC 9(5)    VALUE ZERO.
       01  APPLIED-GRAND-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01  UNAPPLIED-GRAND-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  BATCHES-APPLIED       PIC 9(3)    VALUE ZERO.
       01  BATCHES-SKIPPED       PIC 9(3)    VALUE ZERO.
       01  BATCHES-OUT-OF-BALANCE PIC 9(3)   VALUE ZERO.
       01  STRAY-RECORD-COUNT    PIC 9(5)    VALUE ZERO.

       01  OPEN-ITEM-MASTER-NAME PIC X(8)    VALUE "AROPEN".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "ARCASH01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "AROPEN".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       01  CASH-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "LOCKBOX CASH APPLICATION".
           COPY RUNDATE REPLACING RD-RUN-DATE BY CH-RUN-DATE.

       01  BATCH-HEADING-LINE.
           05  FILLER             PIC X(8)  VALUE "LOCKBOX ".
           05  BH-LOCKBOX-ID      PIC X(6).
           05  FILLER             PIC X(8)  VALUE "  BATCH ".
           05  BH-BATCH-ID        PIC X(8).
           05  FILLER             PIC X(8)  VALUE "  DATED ".
           05  BH-BATCH-DATE      PIC 9999/99/99.
           05  FILLER             PIC X(10) VALUE "  COMPANY ".
           05  BH-COMPANY         PIC X(2).

       01  PAYMENT-HEADING-LINE.
           05  FILLER             PIC X(15) VALUE "   ITEM CUST NO".
           05  FILLER             PIC X(17) VALUE " REFERENCE".
           05  FILLER             PIC X(11) VALUE "    PAYMENT".
           05  FILLER             PIC X(11) VALUE "    APPLIED".
           05  FILLER             PIC X(11) VALUE "  UNAPPLIED".
           05  FILLER             PIC X(7)  VALUE " REASON".

       01  PAYMENT-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PD-ITEM-NO         PIC ZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-CUST-NO         PIC X(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-INVOICE-REF     PIC X(13).
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-AMOUNT          PIC Z(6)9.99.
           05  FILLER             PIC X(23) VALUE SPACES.
           05  PD-REASON          PIC X(16).

       01  APPLICATION-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "ITEM ".
           05  AL-INVOICE-REF     PIC X(13).
           05  FILLER             PIC X(6)  VALUE " ACCT ".
           05  AL-CONTROL-ACCOUNT PIC 9(6).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  AL-AMOUNT          PIC Z(6)9.99.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  AL-NOTE            PIC X(16).

       01  UNAPPLIED-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(45) VALUE "UNAPPLIED".
           05  UL-AMOUNT          PIC Z(6)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  UL-REASON          PIC X(16).

       01  CASH-NOTE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CN-TEXT            PIC X(70).

       01  PROOF-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PF-CAPTION         PIC X(24).
           05  PF-COUNT           PIC ZZZZ9.
           05  PF-ITEMS-LABEL     PIC X(7).
           05  PF-AMOUNT          PIC -(9)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PF-NOTE            PIC X(24).

       01  CASH-SUMMARY-LINE-1.
           05  FILLER             PIC X(17)
               VALUE "Batches applied: ".
           05  CS-BATCHES-APPLIED PIC ZZ9.
           05  FILLER             PIC X(12) VALUE "  Skipped: ".
           05  CS-BATCHES-SKIPPED PIC ZZ9.
           05  FILLER             PIC X(19)
               VALUE "  Out of balance: ".
           05  CS-OUT-OF-BALANCE  PIC ZZ9.

       01  CASH-SUMMARY-LINE-2.
           05  FILLER             PIC X(10) VALUE "Payments: ".
           05  CS-PAYMENTS        PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "  Applied: ".
           05  CS-APPLIED         PIC Z(8)9.99.
           05  FILLER             PIC X(13) VALUE "  Unapplied: ".
           05  CS-UNAPPLIED       PIC Z(8)9.99.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ARCASH01".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-LOCKBOX-CONTROLS
               PERFORM LOAD-THE-BATCH-HISTORY
               PERFORM LOAD-THE-NAME-MASTER
               PERFORM LOAD-THE-OPEN-ITEMS
               OPEN OUTPUT CASH-REPORT-FILE
               MOVE BUSINESS-DATE TO CH-RUN-DATE
               MOVE CASH-HEADING-1 TO CASH-REPORT-LINE
               WRITE CASH-REPORT-LINE
               IF LOAD-DID-OVERFLOW
      * Rewriting the ledger from a partial table would
      * drop the items left out, and a partial history
      * could let a batch apply twice, so nothing is
      * applied.
                   MOVE "AROPEN.DAT or ARLBHIST.DAT exceeds the "
                       TO CN-TEXT
                   MOVE "table; nothing applied." TO CN-TEXT (40:23)
                   PERFORM WRITE-THE-CASH-NOTE
                   MOVE "Open-item or lockbox history overflow"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM APPLY-THE-LOCKBOX-FILE
                   IF APPLICATION-COUNT > ZERO
                       PERFORM SAVE-THE-OPEN-ITEMS
                   END-IF
               END-IF
               PERFORM WRITE-THE-CASH-SUMMARY
               CLOSE CASH-REPORT-FILE
               DISPLAY "Lockbox payments read: " PAYMENT-COUNT
               DISPLAY "Applications to open items: "
                       APPLICATION-COUNT
               DISPLAY "Unapplied cash items: " UNAPPLIED-COUNT
               DISPLAY "Batches out of balance: "
                       BATCHES-OUT-OF-BALANCE
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "ARCASH01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF BATCHES-OUT-OF-BALANCE > ZERO
                   OR BATCHES-SKIPPED > ZERO
                   OR UNAPPLIED-COUNT > ZERO
                   OR BAD-PAYMENT-COUNT > ZERO
                   OR STRAY-RECORD-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "The open-item ledger is in use; "
                       "this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "ARCASH01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       APPLY-THE-LOCKBOX-FILE.
           OPEN INPUT LOCKBOX-FILE.
           IF LOCKBOX-FILE-STATUS = "00"
               PERFORM OPEN-THE-OUTPUTS-FOR-APPEND
               PERFORM READ-THE-NEXT-LOCKBOX-RECORD
               PERFORM UNTIL NO-MORE-LOCKBOX-RECORDS
                   PERFORM TAKE-ONE-LOCKBOX-RECORD
                   PERFORM READ-THE-NEXT-LOCKBOX-RECORD
               END-PERFORM
               IF A-BATCH-IS-OPEN
                   PERFORM FINISH-THE-BATCH
               END-IF
               CLOSE GL-EXTRACT-FILE
               CLOSE UNAPPLIED-CASH-FILE
               CLOSE LOCKBOX-HISTORY-FILE
           ELSE
               MOVE "No LOCKBOX.DAT remittance file tonight."
                   TO CN-TEXT
               PERFORM WRITE-THE-CASH-NOTE
           END-IF.
           CLOSE LOCKBOX-FILE.
           IF STRAY-RECORD-COUNT > ZERO
               MOVE "Lockbox records outside any batch"
                   TO EXC-TEXT
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

      * A header opens a batch, closing any batch whose
      * trailer never came; a payment or trailer with no
      * header open is counted and reported.
       TAKE-ONE-LOCKBOX-RECORD.
           EVALUATE LB-RECORD-TYPE
               WHEN "H"
                   IF A-BATCH-IS-OPEN
                       PERFORM FINISH-THE-BATCH
                   END-IF
                   PERFORM START-THE-BATCH
               WHEN "D"
                   IF A-BATCH-IS-OPEN
                       PERFORM TAKE-ONE-PAYMENT
                   ELSE
                       PERFORM REPORT-A-STRAY-RECORD
                   END-IF
               WHEN "T"
                   IF A-BATCH-IS-OPEN
                       MOVE "Y" TO TRAILER-SEEN-SWITCH
                       IF LB-ITEM-COUNT IS NUMERIC
                           MOVE LB-ITEM-COUNT TO BANK-ITEM-COUNT
                       END-IF
                       IF LB-BATCH-TOTAL IS NUMERIC
                           MOVE LB-BATCH-TOTAL TO BANK-BATCH-TOTAL
                       END-IF
                       PERFORM FINISH-THE-BATCH
                   ELSE
                       PERFORM REPORT-A-STRAY-RECORD
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-A-STRAY-RECORD
           END-EVALUATE.

       SAVE-THE-OPEN-ITEMS.
           CALL "GENBACK" USING OPEN-ITEM-MASTER-NAME.
           OPEN OUTPUT AR-OPEN-ITEM-FILE.
           PERFORM SAVE-ONE-OPEN-ITEM
               VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > OPEN-ITEM-COUNT.
           CLOSE AR-OPEN-ITEM-FILE.

       SAVE-ONE-OPEN-ITEM.
           MOVE OPEN-ITEM-ENTRY (OI-IDX) TO AR-OPEN-ITEM-RECORD.
           WRITE AR-OPEN-ITEM-RECORD.

       WRITE-THE-CASH-SUMMARY.
           MOVE SPACES TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.
           MOVE BATCHES-APPLIED TO CS-BATCHES-APPLIED.
           MOVE BATCHES-SKIPPED TO CS-BATCHES-SKIPPED.
           MOVE BATCHES-OUT-OF-BALANCE TO CS-OUT-OF-BALANCE.
           MOVE CASH-SUMMARY-LINE-1 TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.
           MOVE PAYMENT-COUNT TO CS-PAYMENTS.
           MOVE APPLIED-GRAND-TOTAL TO CS-APPLIED.
           MOVE UNAPPLIED-GRAND-TOTAL TO CS-UNAPPLIED.
           MOVE CASH-SUMMARY-LINE-2 TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.

      * Level 3 routines -- batches.
      * A batch from a lockbox ARLBCTL.DAT does not name,
      * or one already on the history, is read through
      * and nothing in it applied.
       START-THE-BATCH.
           MOVE "Y" TO BATCH-OPEN-SWITCH.
           MOVE "N" TO TRAILER-SEEN-SWITCH.
           MOVE LB-LOCKBOX-ID TO BATCH-LOCKBOX-ID.
           MOVE LB-BATCH-ID TO BATCH-ID.
           IF LB-BATCH-DATE IS NUMERIC
               MOVE LB-BATCH-DATE TO BATCH-DATE
           ELSE
               MOVE BUSINESS-DATE TO BATCH-DATE
           END-IF.
           MOVE ZERO TO BATCH-ITEM-NO BATCH-PAYMENT-TOTAL
                        BATCH-APPLIED-TOTAL BATCH-UNAPPLIED-TOTAL
                        BANK-ITEM-COUNT BANK-BATCH-TOTAL.
           PERFORM FIND-THE-LOCKBOX.
           PERFORM FIND-THE-BATCH-IN-HISTORY.
           MOVE SPACES TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.
           MOVE BATCH-LOCKBOX-ID TO BH-LOCKBOX-ID.
           MOVE BATCH-ID TO BH-BATCH-ID.
           MOVE BATCH-DATE TO BH-BATCH-DATE.
           MOVE SPACES TO BH-COMPANY.
           IF NOT LOCKBOX-WAS-FOUND
               MOVE "S" TO BATCH-MODE
               MOVE BATCH-HEADING-LINE TO CASH-REPORT-LINE
               WRITE CASH-REPORT-LINE
               MOVE "Lockbox is not on ARLBCTL.DAT; batch not "
                   TO CN-TEXT
               MOVE "applied." TO CN-TEXT (42:8)
               PERFORM WRITE-THE-CASH-NOTE
               MOVE SPACES TO EXC-TEXT
               STRING "Lockbox " DELIMITED BY SIZE
                      BATCH-LOCKBOX-ID DELIMITED BY SIZE
                      " not on ARLBCTL; batch skipped"
                          DELIMITED BY SIZE
                   INTO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
           IF BATCH-ALREADY-APPLIED
               MOVE "S" TO BATCH-MODE
               MOVE LXT-COMPANY (LX-IDX) TO BH-COMPANY
               MOVE BATCH-HEADING-LINE TO CASH-REPORT-LINE
               WRITE CASH-REPORT-LINE
               MOVE "Batch already applied on ARLBHIST.DAT; "
                   TO CN-TEXT
               MOVE "skipped." TO CN-TEXT (40:8)
               PERFORM WRITE-THE-CASH-NOTE
               MOVE SPACES TO EXC-TEXT
               STRING "Lockbox batch " DELIMITED BY SIZE
                      BATCH-ID DELIMITED BY SIZE
                      " already applied" DELIMITED BY SIZE
                   INTO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
               MOVE "A" TO BATCH-MODE
               MOVE LXT-COMPANY (LX-IDX) TO BATCH-COMPANY
               MOVE LXT-CASH-ACCOUNT (LX-IDX) TO BATCH-CASH-ACCOUNT
               MOVE LXT-UNAPPLIED-ACCOUNT (LX-IDX)
                   TO BATCH-UNAPPLIED-ACCOUNT
               MOVE LXT-COST-CENTER (LX-IDX) TO BATCH-COST-CENTER
               MOVE BATCH-COMPANY TO BH-COMPANY
               MOVE BATCH-HEADING-LINE TO CASH-REPORT-LINE
               WRITE CASH-REPORT-LINE
               MOVE PAYMENT-HEADING-LINE TO CASH-REPORT-LINE
               WRITE CASH-REPORT-LINE
           END-IF
           END-IF.

       FINISH-THE-BATCH.
           IF BATCH-IS-APPLYING
               PERFORM PROVE-THE-BATCH
               PERFORM WRITE-THE-BATCH-HISTORY
               ADD 1 TO BATCHES-APPLIED
           ELSE
               ADD 1 TO BATCHES-SKIPPED
           END-IF.
           MOVE "N" TO BATCH-OPEN-SWITCH.

      * The deposit control proof: what was applied plus
      * what was left unapplied must be the bank's batch
      * total, over the bank's count of items.
       PROVE-THE-BATCH.
           COMPUTE BATCH-DIFFERENCE =
               BATCH-APPLIED-TOTAL + BATCH-UNAPPLIED-TOTAL
             - BANK-BATCH-TOTAL.
           MOVE SPACES TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE "BANK BATCH TOTAL" TO PF-CAPTION.
           MOVE BANK-ITEM-COUNT TO PF-COUNT.
           MOVE " ITEMS " TO PF-ITEMS-LABEL.
           MOVE BANK-BATCH-TOTAL TO PF-AMOUNT.
           IF NOT TRAILER-WAS-SEEN
               MOVE "*** NO TRAILER" TO PF-NOTE
           END-IF.
           PERFORM WRITE-THE-PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE "APPLIED" TO PF-CAPTION.
           MOVE BATCH-APPLIED-TOTAL TO PF-AMOUNT.
           PERFORM WRITE-THE-PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE "UNAPPLIED" TO PF-CAPTION.
           MOVE BATCH-UNAPPLIED-TOTAL TO PF-AMOUNT.
           PERFORM WRITE-THE-PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE "APPLIED PLUS UNAPPLIED" TO PF-CAPTION.
           MOVE BATCH-ITEM-NO TO PF-COUNT.
           MOVE " ITEMS " TO PF-ITEMS-LABEL.
           COMPUTE PF-AMOUNT =
               BATCH-APPLIED-TOTAL + BATCH-UNAPPLIED-TOTAL.
           IF BATCH-ITEM-NO NOT = BANK-ITEM-COUNT
               MOVE "*** ITEM COUNT DIFFERS" TO PF-NOTE
           END-IF.
           PERFORM WRITE-THE-PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE "DIFFERENCE" TO PF-CAPTION.
           MOVE BATCH-DIFFERENCE TO PF-AMOUNT.
           IF  BATCH-DIFFERENCE = ZERO
           AND BATCH-ITEM-NO = BANK-ITEM-COUNT
           AND TRAILER-WAS-SEEN
               MOVE "IN BALANCE" TO PF-NOTE
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO PF-NOTE
               ADD 1 TO BATCHES-OUT-OF-BALANCE
               MOVE SPACES TO EXC-TEXT
               STRING "Lockbox batch " DELIMITED BY SIZE
                      BATCH-ID DELIMITED BY SIZE
                      " out of balance" DELIMITED BY SIZE
                   INTO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.
           PERFORM WRITE-THE-PROOF-LINE.

       WRITE-THE-PROOF-LINE.
           MOVE PROOF-LINE TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.

       WRITE-THE-BATCH-HISTORY.
           MOVE SPACES TO AR-LOCKBOX-HISTORY-RECORD.
           MOVE BATCH-LOCKBOX-ID TO LH-LOCKBOX-ID.
           MOVE BATCH-ID TO LH-BATCH-ID.
           MOVE BATCH-DATE TO LH-BATCH-DATE.
           MOVE BUSINESS-DATE TO LH-RUN-DATE.
           MOVE BATCH-ITEM-NO TO LH-ITEM-COUNT.
           MOVE BANK-BATCH-TOTAL TO LH-BATCH-TOTAL.
           MOVE BATCH-APPLIED-TOTAL TO LH-APPLIED-TOTAL.
           MOVE BATCH-UNAPPLIED-TOTAL TO LH-UNAPPLIED-TOTAL.
           WRITE AR-LOCKBOX-HISTORY-RECORD.

       REPORT-A-STRAY-RECORD.
           ADD 1 TO STRAY-RECORD-COUNT.
           MOVE "Record outside any batch ignored: " TO CN-TEXT.
           MOVE LOCKBOX-RECORD TO CN-TEXT (35:36).
           PERFORM WRITE-THE-CASH-NOTE.

      * Level 3 routines -- payments.
       TAKE-ONE-PAYMENT.
           ADD 1 TO BATCH-ITEM-NO.
           IF BATCH-IS-APPLYING
               ADD 1 TO PAYMENT-COUNT
               MOVE ZERO TO PD-AMOUNT
               MOVE SPACES TO PD-REASON
               MOVE BATCH-ITEM-NO TO PD-ITEM-NO
               MOVE LB-CUST-NO TO PD-CUST-NO
               MOVE LB-INVOICE-REF TO PD-INVOICE-REF
               IF LB-AMOUNT IS NOT NUMERIC
               OR LB-AMOUNT = ZERO
                   ADD 1 TO BAD-PAYMENT-COUNT
                   MOVE "BAD AMOUNT" TO PD-REASON
                   PERFORM WRITE-THE-PAYMENT-LINE
               ELSE
                   PERFORM APPLY-ONE-PAYMENT
               END-IF
           END-IF.

      * The payment line is written first, so each item
      * the payment reaches is listed under it.
       APPLY-ONE-PAYMENT.
           MOVE LB-AMOUNT TO PAYMENT-LEFT PD-AMOUNT.
           MOVE ZERO TO PAYMENT-APPLIED.
           ADD LB-AMOUNT TO BATCH-PAYMENT-TOTAL.
           PERFORM IDENTIFY-THE-CUSTOMER.
           IF PAY-CUST-NO NOT = SPACES
               MOVE PAY-CUST-NO TO PD-CUST-NO
           END-IF.
           PERFORM WRITE-THE-PAYMENT-LINE.
           IF UNAPPLIED-REASON = SPACES
               IF LB-INVOICE-REF NOT = SPACES
                   PERFORM FIND-THE-REFERENCED-ITEM
                   IF ITEM-WAS-FOUND
                   AND OI-OPEN-AMOUNT (OI-IDX) > ZERO
                       PERFORM APPLY-TO-THE-ITEM
                   END-IF
               END-IF
               MOVE "Y" TO ITEMS-LEFT-SWITCH
               PERFORM APPLY-TO-THE-OLDEST-ITEM
                   UNTIL PAYMENT-LEFT = ZERO
                      OR NO-OPEN-ITEMS-LEFT
               IF PAYMENT-LEFT > ZERO
                   MOVE "OVERPAYMENT" TO UNAPPLIED-REASON
               END-IF
           END-IF.
           IF PAYMENT-LEFT > ZERO
               PERFORM LEAVE-THE-REST-UNAPPLIED
           END-IF.

      * A customer number must be on the name master. With
      * none, the reference alone can name the customer,
      * through the item it points at.
       IDENTIFY-THE-CUSTOMER.
           MOVE SPACES TO UNAPPLIED-REASON PAY-CUST-NO.
           IF LB-CUST-NO NOT = SPACES
               PERFORM FIND-THE-CUSTOMER
               IF CUSTOMER-WAS-FOUND
                   MOVE LB-CUST-NO TO PAY-CUST-NO
               ELSE
                   MOVE "UNKNOWN CUSTOMER" TO UNAPPLIED-REASON
               END-IF
           ELSE
               IF LB-INVOICE-REF = SPACES
                   MOVE "NO REFERENCE" TO UNAPPLIED-REASON
               ELSE
                   PERFORM FIND-THE-REFERENCED-ITEM
                   IF ITEM-WAS-FOUND
                   AND OI-CUST-NO (OI-IDX) NOT = SPACES
                       MOVE OI-CUST-NO (OI-IDX) TO PAY-CUST-NO
                   ELSE
                       MOVE "UNKNOWN CUSTOMER" TO UNAPPLIED-REASON
                   END-IF
               END-IF
           END-IF.

      * The item the reference names, in the lockbox's
      * company -- and the customer's, once it is known.
       FIND-THE-REFERENCED-ITEM.
           MOVE "N" TO ITEM-FOUND-SWITCH.
           IF  LB-INVOICE-REF IS NUMERIC
           AND OPEN-ITEM-COUNT > 0
               SET OI-IDX TO 1
               SEARCH OPEN-ITEM-ENTRY
                   WHEN OI-ITEM-DATE (OI-IDX) = LB-REF-ITEM-DATE
                    AND OI-ITEM-SEQ (OI-IDX) = LB-REF-ITEM-SEQ
                    AND OI-COMPANY (OI-IDX) = BATCH-COMPANY
                    AND (PAY-CUST-NO = SPACES
                      OR OI-CUST-NO (OI-IDX) = PAY-CUST-NO)
                       MOVE "Y" TO ITEM-FOUND-SWITCH
               END-SEARCH
           END-IF.

       APPLY-TO-THE-OLDEST-ITEM.
           PERFORM FIND-THE-OLDEST-ITEM.
           IF ITEM-WAS-FOUND
               SET OI-IDX TO OLDEST-ITEM-NO
               PERFORM APPLY-TO-THE-ITEM
           ELSE
               MOVE "N" TO ITEMS-LEFT-SWITCH
           END-IF.

      * Oldest is the earliest item date, then the lowest
      * sequence on the date.
       FIND-THE-OLDEST-ITEM.
           MOVE "N" TO ITEM-FOUND-SWITCH.
           MOVE 9999999999999 TO OLDEST-ITEM-KEY.
           PERFORM CHECK-ONE-ITEM-AGE
               VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > OPEN-ITEM-COUNT.

       CHECK-ONE-ITEM-AGE.
           IF  OI-CUST-NO (OI-IDX) = PAY-CUST-NO
           AND OI-COMPANY (OI-IDX) = BATCH-COMPANY
           AND OI-OPEN-AMOUNT (OI-IDX) > ZERO
               COMPUTE THIS-ITEM-KEY =
                   OI-ITEM-DATE (OI-IDX) * 100000
                 + OI-ITEM-SEQ (OI-IDX)
               IF THIS-ITEM-KEY < OLDEST-ITEM-KEY
                   MOVE THIS-ITEM-KEY TO OLDEST-ITEM-KEY
                   SET OLDEST-ITEM-NO TO OI-IDX
                   MOVE "Y" TO ITEM-FOUND-SWITCH
               END-IF
           END-IF.

      * Applies as much of what is left of the payment as
      * the item still owes, and books it: cash debited,
      * the item's receivable control account credited.
       APPLY-TO-THE-ITEM.
           IF PAYMENT-LEFT < OI-OPEN-AMOUNT (OI-IDX)
               MOVE PAYMENT-LEFT TO APPLY-AMOUNT
           ELSE
               MOVE OI-OPEN-AMOUNT (OI-IDX) TO APPLY-AMOUNT
           END-IF.
           SUBTRACT APPLY-AMOUNT FROM OI-OPEN-AMOUNT (OI-IDX).
           SUBTRACT APPLY-AMOUNT FROM PAYMENT-LEFT.
           ADD APPLY-AMOUNT TO PAYMENT-APPLIED BATCH-APPLIED-TOTAL
                               APPLIED-GRAND-TOTAL.
           ADD 1 TO APPLICATION-COUNT.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "ARCASH01" TO GX-JOB-NAME.
           MOVE BUSINESS-DATE TO GX-RUN-DATE.
           MOVE BATCH-CASH-ACCOUNT TO GX-DEBIT-ACCOUNT.
           MOVE OI-CONTROL-ACCOUNT (OI-IDX) TO GX-CREDIT-ACCOUNT.
           MOVE APPLY-AMOUNT TO GX-AMOUNT GX-BASE-AMOUNT.
           MOVE "USD" TO GX-CURRENCY-CODE.
           MOVE OI-COST-CENTER (OI-IDX) TO GX-COST-CENTER.
           MOVE BATCH-COMPANY TO GX-COMPANY.
           WRITE GL-EXTRACT-RECORD.
           MOVE OI-ITEM-DATE (OI-IDX) TO AL-INVOICE-REF (1:8).
           MOVE OI-ITEM-SEQ (OI-IDX) TO AL-INVOICE-REF (9:5).
           MOVE OI-CONTROL-ACCOUNT (OI-IDX) TO AL-CONTROL-ACCOUNT.
           MOVE APPLY-AMOUNT TO AL-AMOUNT.
           IF OI-OPEN-AMOUNT (OI-IDX) = ZERO
               MOVE "SETTLED" TO AL-NOTE
           ELSE
               MOVE "PART PAID" TO AL-NOTE
           END-IF.
           MOVE APPLICATION-LINE TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.

      * The rest goes to ARUNAP.DAT and is booked to the
      * lockbox's unapplied-cash account.
       LEAVE-THE-REST-UNAPPLIED.
           ADD 1 TO UNAPPLIED-COUNT.
           ADD PAYMENT-LEFT TO BATCH-UNAPPLIED-TOTAL
                               UNAPPLIED-GRAND-TOTAL.
           MOVE SPACES TO AR-UNAPPLIED-RECORD.
           MOVE BATCH-DATE TO UA-DEPOSIT-DATE.
           IF LB-DEPOSIT-DATE IS NUMERIC
           AND LB-DEPOSIT-DATE NOT = ZERO
               MOVE LB-DEPOSIT-DATE TO UA-DEPOSIT-DATE
           END-IF.
           MOVE BATCH-LOCKBOX-ID TO UA-LOCKBOX-ID.
           MOVE BATCH-ID TO UA-BATCH-ID.
           MOVE BATCH-ITEM-NO TO UA-ITEM-NO.
           MOVE BATCH-COMPANY TO UA-COMPANY.
           IF PAY-CUST-NO = SPACES
               MOVE LB-CUST-NO TO UA-CUST-NO
           ELSE
               MOVE PAY-CUST-NO TO UA-CUST-NO
           END-IF.
           MOVE LB-INVOICE-REF TO UA-INVOICE-REF.
           MOVE UNAPPLIED-REASON TO UA-REASON.
           MOVE PAYMENT-LEFT TO UA-ORIGINAL-AMOUNT UA-OPEN-AMOUNT.
           MOVE "O" TO UA-STATUS.
           MOVE ZERO TO UA-WORKED-DATE.
           WRITE AR-UNAPPLIED-RECORD.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "ARCASH01" TO GX-JOB-NAME.
           MOVE BUSINESS-DATE TO GX-RUN-DATE.
           MOVE BATCH-CASH-ACCOUNT TO GX-DEBIT-ACCOUNT.
           MOVE BATCH-UNAPPLIED-ACCOUNT TO GX-CREDIT-ACCOUNT.
           MOVE PAYMENT-LEFT TO GX-AMOUNT GX-BASE-AMOUNT.
           MOVE "USD" TO GX-CURRENCY-CODE.
           MOVE BATCH-COST-CENTER TO GX-COST-CENTER.
           MOVE BATCH-COMPANY TO GX-COMPANY.
           WRITE GL-EXTRACT-RECORD.
           MOVE PAYMENT-LEFT TO UL-AMOUNT.
           MOVE UNAPPLIED-REASON TO UL-REASON.
           MOVE UNAPPLIED-LINE TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.

       WRITE-THE-PAYMENT-LINE.
           MOVE PAYMENT-DETAIL-LINE TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.

       WRITE-THE-CASH-NOTE.
           MOVE CASH-NOTE-LINE TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.
           MOVE SPACES TO CN-TEXT.

       FIND-THE-LOCKBOX.
           MOVE "N" TO LOCKBOX-FOUND-SWITCH.
           IF LOCKBOX-COUNT > 0
               SET LX-IDX TO 1
               SEARCH LOCKBOX-ENTRY
                   WHEN LXT-LOCKBOX-ID (LX-IDX) = BATCH-LOCKBOX-ID
                       MOVE "Y" TO LOCKBOX-FOUND-SWITCH
               END-SEARCH
           END-IF.

       FIND-THE-BATCH-IN-HISTORY.
           MOVE "N" TO HISTORY-FOUND-SWITCH.
           IF HISTORY-COUNT > 0
               SET LH-IDX TO 1
               SEARCH HISTORY-ENTRY
                   WHEN LHT-LOCKBOX-ID (LH-IDX) = BATCH-LOCKBOX-ID
                    AND LHT-BATCH-ID (LH-IDX) = BATCH-ID
                       MOVE "Y" TO HISTORY-FOUND-SWITCH
               END-SEARCH
           END-IF.

       FIND-THE-CUSTOMER.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           IF MASTER-COUNT > 0
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   WHEN TBL-CUST-NO (CUST-IDX) = LB-CUST-NO
                       MOVE "Y" TO CUSTOMER-FOUND-SWITCH
               END-SEARCH
           END-IF.

       OPEN-THE-OUTPUTS-FOR-APPEND.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.
           OPEN EXTEND UNAPPLIED-CASH-FILE.
           IF UNAPPLIED-FILE-STATUS NOT = "00"
               OPEN OUTPUT UNAPPLIED-CASH-FILE
               CLOSE UNAPPLIED-CASH-FILE
               OPEN EXTEND UNAPPLIED-CASH-FILE
           END-IF.
           OPEN EXTEND LOCKBOX-HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOCKBOX-HISTORY-FILE
               CLOSE LOCKBOX-HISTORY-FILE
               OPEN EXTEND LOCKBOX-HISTORY-FILE
           END-IF.

       READ-THE-NEXT-LOCKBOX-RECORD.
           READ LOCKBOX-FILE
               AT END
                   MOVE "Y" TO LOCKBOX-END-SWITCH
           END-READ.

      * Level 3 routines -- loading.
       LOAD-THE-LOCKBOX-CONTROLS.
           OPEN INPUT LOCKBOX-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CONTROL-RECORD
               PERFORM UNTIL NO-MORE-CONTROL-RECORDS
                   IF LOCKBOX-COUNT >= 50
                       DISPLAY "Lockbox table full at 50; "
                               "remaining ARLBCTL rows ignored."
                       MOVE "Y" TO CONTROL-END-SWITCH
                   ELSE
                       ADD 1 TO LOCKBOX-COUNT
                       SET LX-IDX TO LOCKBOX-COUNT
                       MOVE LX-LOCKBOX-ID TO LXT-LOCKBOX-ID (LX-IDX)
                       IF LX-COMPANY = SPACES
                           MOVE "01" TO LXT-COMPANY (LX-IDX)
                       ELSE
                           MOVE LX-COMPANY TO LXT-COMPANY (LX-IDX)
                       END-IF
                       MOVE LX-CASH-ACCOUNT
                           TO LXT-CASH-ACCOUNT (LX-IDX)
                       MOVE LX-UNAPPLIED-ACCOUNT
                           TO LXT-UNAPPLIED-ACCOUNT (LX-IDX)
                       MOVE LX-COST-CENTER
                           TO LXT-COST-CENTER (LX-IDX)
                       PERFORM READ-THE-NEXT-CONTROL-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE LOCKBOX-CONTROL-FILE.

       READ-THE-NEXT-CONTROL-RECORD.
           READ LOCKBOX-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-END-SWITCH
           END-READ.

       LOAD-THE-BATCH-HISTORY.
           OPEN INPUT LOCKBOX-HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HISTORY-RECORD
               PERFORM UNTIL NO-MORE-HISTORY-RECORDS
                   IF HISTORY-COUNT >= 5000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO HISTORY-END-SWITCH
                   ELSE
                       ADD 1 TO HISTORY-COUNT
                       SET LH-IDX TO HISTORY-COUNT
                       MOVE LH-LOCKBOX-ID TO LHT-LOCKBOX-ID (LH-IDX)
                       MOVE LH-BATCH-ID TO LHT-BATCH-ID (LH-IDX)
                       PERFORM READ-THE-NEXT-HISTORY-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE LOCKBOX-HISTORY-FILE.

       READ-THE-NEXT-HISTORY-RECORD.
           READ LOCKBOX-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-END-SWITCH
           END-READ.

       LOAD-THE-NAME-MASTER.
           OPEN INPUT NAME-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   IF MASTER-COUNT >= 1000
                       DISPLAY "Name master exceeds the table; "
                               "remaining records not loaded."
                       MOVE "Y" TO MASTER-END-SWITCH
                   ELSE
                       IF NM-CUST-NO NOT = SPACES
                           ADD 1 TO MASTER-COUNT
                           SET CUST-IDX TO MASTER-COUNT
                           MOVE NM-CUST-NO TO TBL-CUST-NO (CUST-IDX)
                       END-IF
                       PERFORM READ-THE-NEXT-MASTER-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE NAME-MASTER-FILE.

       READ-THE-NEXT-MASTER-RECORD.
           READ NAME-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-END-SWITCH
           END-READ.

       LOAD-THE-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF OPEN-ITEM-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-OPEN-ITEM
               PERFORM UNTIL NO-MORE-OPEN-ITEMS
                   IF OPEN-ITEM-COUNT >= 5000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO OPEN-ITEM-END-SWITCH
                   ELSE
                       ADD 1 TO OPEN-ITEM-COUNT
                       SET OI-IDX TO OPEN-ITEM-COUNT
                       MOVE AR-OPEN-ITEM-RECORD
                           TO OPEN-ITEM-ENTRY (OI-IDX)
                       PERFORM READ-THE-NEXT-OPEN-ITEM
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE AR-OPEN-ITEM-FILE.

       READ-THE-NEXT-OPEN-ITEM.
           READ AR-OPEN-ITEM-FILE
               AT END
                   MOVE "Y" TO OPEN-ITEM-END-SWITCH
           END-READ.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "ARCASH01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "ARCASH01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
