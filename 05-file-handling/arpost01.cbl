       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPOST01.
      *--------------------------------------------------
      * Receivable open-item posting. Every ADDTRNP pair
      * carries TT-CUSTOMER, but nothing kept what each
      * customer still owed -- NAMSTM01 only lists a
      * month's activity. This step runs after ADD07 has
      * posted the night's feed and opens an item on the
      * AROPEN.DAT open-item ledger for each pair of a
      * receivable transaction type named on ARCTL.DAT.
      *
      * Only pairs ADD07 actually posted become items: the
      * same tests it applies are applied here -- a
      * GLACCT.DAT row for the pair's company, cost center
      * and type, a result that fits, and a usable
      * CURRATE.DAT rate on the business date -- so a pair
      * that went to suspense or found no account does not
      * open an item the ledger never saw. The item is
      * carried in the base currency at that rate, and
      * names the GLACCT.DAT row's debit account as its
      * receivable control account.
      *
      * The customer is keyed by NM-CUST-NO from
      * NAMEMAST.DAT, found through the TT-CUSTOMER name
      * key. A pair whose name key has no master record
      * still opens its item -- the money is on the ledger
      * either way -- flagged *NOT ON MASTER* on ARPOST.DAT
      * so the master gap is fixed. A pair with no
      * customer key at all opens its item the same way,
      * flagged *NO CUSTOMER*; both are logged.
      *
      * A staged ADDTRIAL.DAT means ADD07 posted nothing,
      * so nothing is opened here either. Items stamped
      * with this job name and the business date mean the
      * night is already posted, and a resubmitted stream
      * opens nothing twice. AROPEN.DAT is rewritten in
      * customer order after a GENBACK generation, under
      * the AROPEN lock every open-item writer holds.
      *
      * The customer owes the sales tax ADD07 charged on
      * a taxable pair as well as the sale, so the item
      * carries both. The tax is figured ADD07's way --
      * TAXTYPE.DAT marks the type taxable, TAXRATE.DAT
      * has a rate in force for the customer's NM-STATE,
      * and GLACCT.DAT has the state's "TX" tax row -- and
      * is added to the item only when that row debits
      * the same receivable control account the item
      * names; tax debited elsewhere is not the
      * customer's receivable.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *
      * Pairs the day's intraday runs posted wait on
      * ADDTRNID.DAT, since they are never on the night's
      * ADDTRNP.DAT; the night opens their items after the
      * night's own, stamped the same way, and empties the
      * file once the open items are saved.
      *
      * The CURRATE.DAT rate table is held 5000 rows
      * deep, now that treasury's rates come in every day
      * through RATIMP01 rather than being keyed by hand.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADD-TRANSACTION-FILE
               ASSIGN TO DYNAMIC TRANSACTION-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.

           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-FILE-STATUS.

           SELECT OPTIONAL AR-CONTROL-FILE ASSIGN TO "ARCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL SALES-TAX-RATE-FILE
               ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-RATE-FILE-STATUS.

           SELECT OPTIONAL TAXABLE-TYPE-FILE
               ASSIGN TO "TAXTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-TYPE-FILE-STATUS.

           SELECT OPTIONAL TRIAL-CONTROL-FILE
               ASSIGN TO "ADDTRIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIAL-FILE-STATUS.

           SELECT POSTING-REPORT-FILE ASSIGN TO "ARPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-TRANSACTION-FILE.
       COPY ADDTRNP.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  AR-CONTROL-FILE.
       COPY ARCTL.

       FD  GL-ACCOUNT-FILE.
       COPY GLACCT.

       FD  CURRENCY-RATE-FILE.
       COPY CURRATE.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  SALES-TAX-RATE-FILE.
       COPY TAXRATE.

       FD  TAXABLE-TYPE-FILE.
       COPY TAXTYPE.

       FD  TRIAL-CONTROL-FILE.
       COPY ADDTRIAL.

       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       01  TRANSACTION-PATH      PIC X(40)   VALUE "ADDTRNP.DAT".
       01  TRANSACTION-FILE-STATUS PIC XX.
       01  OPEN-ITEM-FILE-STATUS PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  ACCOUNT-FILE-STATUS   PIC XX.
       01  RATE-FILE-STATUS      PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  TRIAL-FILE-STATUS     PIC XX.
       01  TAX-RATE-FILE-STATUS  PIC XX.
       01  TAX-TYPE-FILE-STATUS  PIC XX.
       01  TRANSACTION-END-SWITCH PIC X      VALUE "N".
           88  NO-MORE-TRANSACTIONS          VALUE "Y".
       01  OPEN-ITEM-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-OPEN-ITEMS            VALUE "Y".
       01  CONTROL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-CONTROL-RECORDS       VALUE "Y".
       01  ACCOUNT-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-GL-ACCOUNTS           VALUE "Y".
       01  RATE-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-RATE-RECORDS          VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  TAX-RATE-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-TAX-RATES             VALUE "Y".
       01  TAX-TYPE-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-TAX-TYPES             VALUE "Y".
       01  TRIAL-MODE-SWITCH     PIC X       VALUE "N".
           88  RUNNING-A-TRIAL               VALUE "Y".
       01  ALREADY-POSTED-SWITCH PIC X       VALUE "N".
           88  NIGHT-ALREADY-POSTED          VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

      * Receivable types from ARCTL.DAT.
       01  RECEIVABLE-COUNT      PIC 9(3)    VALUE ZERO.
       01  RECEIVABLE-TABLE.
           05  RECEIVABLE-ENTRY OCCURS 1 TO 100 TIMES
                                 DEPENDING ON RECEIVABLE-COUNT
                                 INDEXED BY RV-IDX.
               10  RVT-COMPANY        PIC X(02).
               10  RVT-TRANS-TYPE     PIC X(02).
               10  RVT-TERMS-DAYS     PIC 9(3).
       01  RECEIVABLE-FOUND-SWITCH PIC X.
           88  PAIR-IS-RECEIVABLE            VALUE "Y".

       01  GL-ACCOUNT-COUNT      PIC 9(3)    VALUE ZERO.
       01  GL-ACCOUNT-TABLE.
           05  GL-ACCOUNT-ENTRY OCCURS 1 TO 200 TIMES
                                 DEPENDING ON GL-ACCOUNT-COUNT
                                 INDEXED BY GA-IDX.
               10  GAT-COMPANY        PIC X(02).
               10  GAT-COST-CENTER    PIC X(04).
               10  GAT-TRANS-TYPE     PIC X(02).
               10  GAT-DEBIT-ACCOUNT  PIC 9(6).
       01  GL-ACCOUNT-FOUND-SWITCH PIC X.
           88  GL-ACCOUNT-WAS-FOUND          VALUE "Y".

       01  BASE-CURRENCY         PIC X(03)   VALUE "USD".
       01  RATE-COUNT            PIC 9(4)    VALUE ZERO.
       01  RATE-TABLE.
           05  RATE-ENTRY        OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON RATE-COUNT
                                  INDEXED BY RT-IDX.
               10  RTT-CURRENCY-CODE   PIC X(03).
               10  RTT-EFFECTIVE-DATE  PIC 9(8).
               10  RTT-RATE            PIC 9(3)V9(6).
       01  RATE-FOUND-SWITCH     PIC X.
           88  RATE-WAS-FOUND              VALUE "Y".
       01  WANTED-CURRENCY       PIC X(03).
       01  FOUND-RATE            PIC 9(3)V9(6).
       01  FOUND-EFFECTIVE-DATE  PIC 9(8).

       01  MASTER-COUNT          PIC 9(4)    VALUE ZERO.
       01  NAME-TABLE.
           05  NAME-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON MASTER-COUNT
                           INDEXED BY NAME-IDX.
               10  TBL-NAME          PIC X(10).
               10  TBL-CUST-NO       PIC X(06).
               10  TBL-STATE         PIC X(02).
       01  NAME-FOUND-SWITCH     PIC X.
           88  NAME-WAS-FOUND                VALUE "Y".

      * Sales-tax rates and taxable types, as ADD07 holds
      * them.
       01  TAX-RATE-COUNT        PIC 9(3)    VALUE ZERO.
       01  TAX-RATE-TABLE.
           05  TAX-RATE-ENTRY    OCCURS 1 TO 200 TIMES
                                  DEPENDING ON TAX-RATE-COUNT
                                  INDEXED BY SRT-IDX.
               10  SRT-STATE           PIC X(02).
               10  SRT-EFFECTIVE-DATE  PIC 9(8).
               10  SRT-RATE-PERCENT    PIC 9(2)V9(4).
       01  TAX-TYPE-COUNT        PIC 9(3)    VALUE ZERO.
       01  TAX-TYPE-TABLE.
           05  TAX-TYPE-ENTRY    OCCURS 1 TO 100 TIMES
                                  DEPENDING ON TAX-TYPE-COUNT
                                  INDEXED BY XTT-IDX.
               10  XTT-TRANS-TYPE      PIC X(02).
               10  XTT-TAXABLE-FLAG    PIC X.
       01  TAX-STATE             PIC X(02).
       01  TAX-COST-CENTER.
           05  FILLER            PIC X(02)   VALUE "TX".
           05  TCC-STATE         PIC X(02).
       01  TAXABLE-TYPE-SWITCH   PIC X.
           88  TYPE-IS-TAXABLE               VALUE "Y".
       01  TAX-RATE-FOUND-SWITCH PIC X.
           88  TAX-RATE-WAS-FOUND            VALUE "Y".
       01  TAX-RATE-PERCENT      PIC 9(2)V9(4).
       01  TAX-RATE-DATE         PIC 9(8).
       01  SALES-TAX             PIC S9(7)V99.
       01  BASE-SALES-TAX        PIC S9(9)V99.

      * The whole open-item file, held so the night's
      * items can be merged in and the file rewritten in
      * customer order.
       01  OPEN-ITEM-COUNT       PIC 9(5)    VALUE ZERO.
       01  OPEN-ITEM-TABLE.
           05  OPEN-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
                                DEPENDING ON OPEN-ITEM-COUNT
                                INDEXED BY OI-IDX.
               10  OI-SORT-KEY        PIC X(31).
               10  OI-REST            PIC X(67).

       01  BUSINESS-DATE         PIC 9(8).
       01  WORK-COMPANY          PIC X(02).
       01  PAIR-RESULT           PIC S9(7)V99.
       01  SIZE-ERROR-SWITCH     PIC X.
           88  RESULT-TOO-BIG                VALUE "Y".
       01  BASE-EQUIVALENT       PIC S9(9)V99.
       01  NEXT-ITEM-SEQ         PIC 9(5)    VALUE 1.

       01  OPENED-COUNT          PIC 9(5)    VALUE ZERO.
       01  OPENED-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  NOT-ON-MASTER-COUNT   PIC 9(5)    VALUE ZERO.
       01  NO-CUSTOMER-COUNT     PIC 9(5)    VALUE ZERO.
       01  NOT-POSTED-COUNT      PIC 9(5)    VALUE ZERO.
       01  OTHER-TYPE-COUNT      PIC 9(5)    VALUE ZERO.

       01  OPEN-ITEM-MASTER-NAME PIC X(8)    VALUE "AROPEN".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "ARPOST01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "AROPEN".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       01  POSTING-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "RECEIVABLE ITEMS OPENED".
           COPY RUNDATE REPLACING RD-RUN-DATE BY PH-RUN-DATE.

       01  POSTING-HEADING-2.
           05  FILLER             PIC X(8)  VALUE "CUST NO".
           05  FILLER             PIC X(11) VALUE "NAME KEY".
           05  FILLER             PIC X(8)  VALUE "CO TYPE".
           05  FILLER             PIC X(11) VALUE "DUE DATE".
           05  FILLER             PIC X(15) VALUE "   BASE AMOUNT".
           05  FILLER             PIC X(7)  VALUE "ACCOUNT".

       01  POSTING-DETAIL-LINE.
           05  PD-CUST-NO         PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PD-CUSTOMER        PIC X(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-COMPANY         PIC X(2).
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-TRANS-TYPE      PIC X(2).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  PD-DUE-DATE        PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-AMOUNT          PIC -(10)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-CONTROL-ACCOUNT PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-NOTE            PIC X(15).

       01  POSTING-NOTE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PN-TEXT            PIC X(60).

       01  POSTING-SUMMARY-LINE-1.
           05  FILLER             PIC X(14) VALUE "Items opened: ".
           05  PS-OPENED          PIC ZZZZ9.
           05  FILLER             PIC X(9)  VALUE "  Total: ".
           05  PS-OPENED-TOTAL    PIC -(10)9.99.
           05  FILLER             PIC X(19)
               VALUE "  Not on master:   ".
           05  PS-NOT-ON-MASTER   PIC ZZZZ9.

       01  POSTING-SUMMARY-LINE-2.
           05  FILLER             PIC X(20)
               VALUE "Other trans types: ".
           05  PS-OTHER-TYPE      PIC ZZZZ9.
           05  FILLER             PIC X(16) VALUE "  Not posted:   ".
           05  PS-NOT-POSTED      PIC ZZZZ9.
           05  FILLER             PIC X(16) VALUE "  No customer:  ".
           05  PS-NO-CUSTOMER     PIC ZZZZ9.

       COPY SEALPARM.
       COPY DATECALC.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ARPOST01".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM DETERMINE-THE-TRIAL-MODE
               PERFORM LOAD-THE-RECEIVABLE-TYPES
               PERFORM LOAD-THE-GL-ACCOUNTS
               PERFORM LOAD-THE-CURRENCY-RATES
               PERFORM LOAD-THE-SALES-TAX-RATES
               PERFORM LOAD-THE-TAXABLE-TYPES
               PERFORM LOAD-THE-NAME-MASTER
               PERFORM LOAD-THE-OPEN-ITEMS
               OPEN OUTPUT POSTING-REPORT-FILE
               PERFORM WRITE-THE-POSTING-HEADING
               IF LOAD-DID-OVERFLOW
      * Rewriting the ledger from a partial table would
      * drop the items left out, so nothing is opened.
                   MOVE "AROPEN.DAT exceeds the table; "
                       TO PN-TEXT
                   MOVE "nothing opened." TO PN-TEXT (31:15)
                   PERFORM WRITE-THE-POSTING-NOTE
                   MOVE "Open-item table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
               IF RUNNING-A-TRIAL
                   MOVE "ADD07 trial night; nothing posted, "
                       TO PN-TEXT
                   MOVE "nothing opened." TO PN-TEXT (36:15)
                   PERFORM WRITE-THE-POSTING-NOTE
               ELSE
               IF NIGHT-ALREADY-POSTED
                   MOVE "Items already opened for this business "
                       TO PN-TEXT
                   MOVE "date; nothing opened." TO PN-TEXT (40:21)
                   PERFORM WRITE-THE-POSTING-NOTE
                   MOVE "Night already posted; nothing opened"
                       TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM OPEN-THE-NIGHTS-ITEMS
                   IF OPENED-COUNT > ZERO
                       PERFORM SAVE-THE-OPEN-ITEMS
                   END-IF
                   IF NOT LOAD-DID-OVERFLOW
                       PERFORM EMPTY-THE-INTRADAY-PAIRS
                   END-IF
               END-IF
               END-IF
               END-IF
               PERFORM WRITE-THE-POSTING-SUMMARY
               CLOSE POSTING-REPORT-FILE
               DISPLAY "Receivable items opened: " OPENED-COUNT
               DISPLAY "Items not on the name master: "
                       NOT-ON-MASTER-COUNT
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "ARPOST01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NIGHT-ALREADY-POSTED
                   OR NOT-ON-MASTER-COUNT > ZERO
                   OR NO-CUSTOMER-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "The open-item ledger is in use; "
                       "this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "ARPOST01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * ADD07 reads the same card the same way.
       DETERMINE-THE-TRIAL-MODE.
           OPEN INPUT TRIAL-CONTROL-FILE.
           IF TRIAL-FILE-STATUS = "00"
               READ TRIAL-CONTROL-FILE
                   NOT AT END
                       IF TR-TRIAL-SWITCH NOT = "N"
                           MOVE "Y" TO TRIAL-MODE-SWITCH
                       END-IF
               END-READ
           END-IF.
           CLOSE TRIAL-CONTROL-FILE.

       OPEN-THE-NIGHTS-ITEMS.
           MOVE "ADDTRNP.DAT" TO TRANSACTION-PATH.
           PERFORM TAKE-THE-FEEDS-PAIRS.
           MOVE "ADDTRNID.DAT" TO TRANSACTION-PATH.
           PERFORM TAKE-THE-FEEDS-PAIRS.
           IF OPEN-ITEM-COUNT > 0
               SORT OPEN-ITEM-ENTRY ASCENDING KEY OI-SORT-KEY
           END-IF.
           IF NOT-ON-MASTER-COUNT > ZERO
               MOVE "Receivable items not on name master"
                   TO EXC-TEXT
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.
           IF NO-CUSTOMER-COUNT > ZERO
               MOVE "Receivable pairs with no customer key"
                   TO EXC-TEXT
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

       TAKE-THE-FEEDS-PAIRS.
           MOVE "N" TO TRANSACTION-END-SWITCH.
           OPEN INPUT ADD-TRANSACTION-FILE.
           IF TRANSACTION-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-PAIR
               PERFORM UNTIL NO-MORE-TRANSACTIONS
                   PERFORM TAKE-ONE-PAIR
                   PERFORM READ-THE-NEXT-PAIR
               END-PERFORM
           END-IF.
           CLOSE ADD-TRANSACTION-FILE.

      * The intraday pairs are opened now, so the file
      * starts the next day empty.
       EMPTY-THE-INTRADAY-PAIRS.
           MOVE "ADDTRNID.DAT" TO TRANSACTION-PATH.
           OPEN OUTPUT ADD-TRANSACTION-FILE.
           CLOSE ADD-TRANSACTION-FILE.

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

      * Level 3 routines -- one pair.
      * A pair is tested the way ADD07 tested it, in the
      * same order, before it may open an item.
       TAKE-ONE-PAIR.
           IF TT-COMPANY = SPACES
               MOVE "01" TO WORK-COMPANY
           ELSE
               MOVE TT-COMPANY TO WORK-COMPANY
           END-IF.
           PERFORM FIND-THE-RECEIVABLE-TYPE.
           IF NOT PAIR-IS-RECEIVABLE
               ADD 1 TO OTHER-TYPE-COUNT
           ELSE
               MOVE "N" TO SIZE-ERROR-SWITCH
               COMPUTE PAIR-RESULT = FIRST-NUMBER + SECOND-NUMBER
                   ON SIZE ERROR
                       MOVE "Y" TO SIZE-ERROR-SWITCH
               END-COMPUTE
               MOVE TT-CURRENCY-CODE TO WANTED-CURRENCY
               PERFORM FIND-THE-CURRENCY-RATE
               PERFORM FIND-THE-GL-ACCOUNT
               IF RESULT-TOO-BIG
               OR NOT RATE-WAS-FOUND
               OR NOT GL-ACCOUNT-WAS-FOUND
                   ADD 1 TO NOT-POSTED-COUNT
               ELSE
                   PERFORM OPEN-ONE-ITEM
               END-IF
           END-IF.

       OPEN-ONE-ITEM.
           IF OPEN-ITEM-COUNT >= 5000
               MOVE "Y" TO LOAD-OVERFLOW-SWITCH
           ELSE
               PERFORM FIND-THE-CUSTOMER-NUMBER
               MOVE SPACES TO AR-OPEN-ITEM-RECORD
               IF NAME-WAS-FOUND
                   MOVE TBL-CUST-NO (NAME-IDX) TO AR-CUST-NO
               ELSE
                   IF TT-CUSTOMER = SPACES
                       ADD 1 TO NO-CUSTOMER-COUNT
                   ELSE
                       ADD 1 TO NOT-ON-MASTER-COUNT
                   END-IF
               END-IF
               MOVE TT-CUSTOMER TO AR-CUSTOMER
               MOVE BUSINESS-DATE TO AR-ITEM-DATE
               MOVE NEXT-ITEM-SEQ TO AR-ITEM-SEQ
               ADD 1 TO NEXT-ITEM-SEQ
               MOVE WORK-COMPANY TO AR-COMPANY
               MOVE TT-TRANS-TYPE TO AR-TRANS-TYPE
               MOVE TT-COST-CENTER TO AR-COST-CENTER
               MOVE TT-CURRENCY-CODE TO AR-CURRENCY-CODE
               MOVE "A" TO DK-ACTION
               MOVE BUSINESS-DATE TO DK-FIRST-DATE
               MOVE RVT-TERMS-DAYS (RV-IDX) TO DK-DAY-COUNT
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF DK-DATE-OK
                   MOVE DK-RESULT-DATE TO AR-DUE-DATE
               ELSE
                   MOVE BUSINESS-DATE TO AR-DUE-DATE
               END-IF
               MOVE GAT-DEBIT-ACCOUNT (GA-IDX) TO AR-CONTROL-ACCOUNT
               COMPUTE BASE-EQUIVALENT ROUNDED =
                   PAIR-RESULT * FOUND-RATE
               PERFORM ADD-THE-SALES-TAX
               MOVE BASE-EQUIVALENT TO AR-ORIGINAL-AMOUNT
               MOVE BASE-EQUIVALENT TO AR-OPEN-AMOUNT
               MOVE "ARPOST01" TO AR-SOURCE
               ADD 1 TO OPEN-ITEM-COUNT
               SET OI-IDX TO OPEN-ITEM-COUNT
               MOVE AR-OPEN-ITEM-RECORD TO OPEN-ITEM-ENTRY (OI-IDX)
               ADD 1 TO OPENED-COUNT
               ADD BASE-EQUIVALENT TO OPENED-TOTAL
               PERFORM WRITE-ONE-POSTING-LINE
           END-IF.

      * The tax is rounded in the pair's currency first
      * and then converted, the figure ADD07 wrote.
       ADD-THE-SALES-TAX.
           MOVE SPACES TO TAX-STATE.
           IF NAME-WAS-FOUND
               MOVE TBL-STATE (NAME-IDX) TO TAX-STATE
           END-IF.
           PERFORM FIND-THE-TAXABLE-TYPE.
           IF  TYPE-IS-TAXABLE
           AND TAX-STATE NOT = SPACES
               PERFORM FIND-THE-SALES-TAX-RATE
               IF TAX-RATE-WAS-FOUND
                   PERFORM FIND-THE-TAX-ACCOUNT
                   IF  GL-ACCOUNT-WAS-FOUND
                   AND GAT-DEBIT-ACCOUNT (GA-IDX) =
                       AR-CONTROL-ACCOUNT
                       COMPUTE SALES-TAX ROUNDED =
                           PAIR-RESULT * TAX-RATE-PERCENT / 100
                       COMPUTE BASE-SALES-TAX ROUNDED =
                           SALES-TAX * FOUND-RATE
                       ADD BASE-SALES-TAX TO BASE-EQUIVALENT
                   END-IF
               END-IF
           END-IF.

       FIND-THE-TAXABLE-TYPE.
           MOVE "N" TO TAXABLE-TYPE-SWITCH.
           IF TAX-TYPE-COUNT > 0
               SET XTT-IDX TO 1
               SEARCH TAX-TYPE-ENTRY
                   WHEN XTT-TRANS-TYPE (XTT-IDX) = TT-TRANS-TYPE
                    AND XTT-TAXABLE-FLAG (XTT-IDX) = "Y"
                       MOVE "Y" TO TAXABLE-TYPE-SWITCH
               END-SEARCH
           END-IF.

       FIND-THE-SALES-TAX-RATE.
           MOVE "N" TO TAX-RATE-FOUND-SWITCH.
           MOVE ZERO TO TAX-RATE-PERCENT.
           MOVE ZERO TO TAX-RATE-DATE.
           PERFORM CHECK-ONE-TAX-RATE-ROW
               VARYING SRT-IDX FROM 1 BY 1
               UNTIL SRT-IDX > TAX-RATE-COUNT.

       CHECK-ONE-TAX-RATE-ROW.
           IF  SRT-STATE (SRT-IDX) = TAX-STATE
           AND SRT-EFFECTIVE-DATE (SRT-IDX) <= BUSINESS-DATE
           AND SRT-EFFECTIVE-DATE (SRT-IDX) >= TAX-RATE-DATE
               MOVE SRT-EFFECTIVE-DATE (SRT-IDX) TO TAX-RATE-DATE
               MOVE SRT-RATE-PERCENT (SRT-IDX) TO TAX-RATE-PERCENT
               MOVE "Y" TO TAX-RATE-FOUND-SWITCH
           END-IF.

       FIND-THE-TAX-ACCOUNT.
           MOVE TAX-STATE TO TCC-STATE.
           MOVE "N" TO GL-ACCOUNT-FOUND-SWITCH.
           IF GL-ACCOUNT-COUNT > 0
               SET GA-IDX TO 1
               SEARCH GL-ACCOUNT-ENTRY
                   WHEN GAT-COMPANY (GA-IDX) = WORK-COMPANY
                    AND GAT-COST-CENTER (GA-IDX) = TAX-COST-CENTER
                    AND GAT-TRANS-TYPE (GA-IDX) = TT-TRANS-TYPE
                       MOVE "Y" TO GL-ACCOUNT-FOUND-SWITCH
               END-SEARCH
           END-IF.

       FIND-THE-RECEIVABLE-TYPE.
           MOVE "N" TO RECEIVABLE-FOUND-SWITCH.
           IF RECEIVABLE-COUNT > 0
               SET RV-IDX TO 1
               SEARCH RECEIVABLE-ENTRY
                   WHEN RVT-COMPANY (RV-IDX) = WORK-COMPANY
                    AND RVT-TRANS-TYPE (RV-IDX) = TT-TRANS-TYPE
                       MOVE "Y" TO RECEIVABLE-FOUND-SWITCH
               END-SEARCH
           END-IF.

       FIND-THE-GL-ACCOUNT.
           MOVE "N" TO GL-ACCOUNT-FOUND-SWITCH.
           IF GL-ACCOUNT-COUNT > 0
               SET GA-IDX TO 1
               SEARCH GL-ACCOUNT-ENTRY
                   WHEN GAT-COMPANY (GA-IDX) = WORK-COMPANY
                    AND GAT-COST-CENTER (GA-IDX) = TT-COST-CENTER
                    AND GAT-TRANS-TYPE (GA-IDX) = TT-TRANS-TYPE
                       MOVE "Y" TO GL-ACCOUNT-FOUND-SWITCH
               END-SEARCH
           END-IF.

       FIND-THE-CUSTOMER-NUMBER.
           MOVE "N" TO NAME-FOUND-SWITCH.
           IF MASTER-COUNT > 0
               SET NAME-IDX TO 1
               SEARCH NAME-ENTRY
                   WHEN TBL-NAME (NAME-IDX) = TT-CUSTOMER
                       MOVE "Y" TO NAME-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * The rate in force is the row with the latest
      * effective date at or before the business date. The
      * base currency itself needs no row and converts at
      * one.
       FIND-THE-CURRENCY-RATE.
           MOVE "N" TO RATE-FOUND-SWITCH.
           MOVE 1 TO FOUND-RATE.
           MOVE ZERO TO FOUND-EFFECTIVE-DATE.
           IF WANTED-CURRENCY = BASE-CURRENCY
               MOVE "Y" TO RATE-FOUND-SWITCH
           ELSE
               PERFORM CHECK-ONE-RATE-ROW
                   VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RATE-COUNT
           END-IF.

       CHECK-ONE-RATE-ROW.
           IF  RTT-CURRENCY-CODE (RT-IDX) = WANTED-CURRENCY
           AND RTT-EFFECTIVE-DATE (RT-IDX) <= BUSINESS-DATE
           AND RTT-EFFECTIVE-DATE (RT-IDX) >= FOUND-EFFECTIVE-DATE
               MOVE RTT-EFFECTIVE-DATE (RT-IDX)
                   TO FOUND-EFFECTIVE-DATE
               MOVE RTT-RATE (RT-IDX) TO FOUND-RATE
               MOVE "Y" TO RATE-FOUND-SWITCH
           END-IF.

       READ-THE-NEXT-PAIR.
           READ ADD-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO TRANSACTION-END-SWITCH
           END-READ.

      * Level 3 routines -- the report.
       WRITE-THE-POSTING-HEADING.
           MOVE BUSINESS-DATE TO PH-RUN-DATE.
           MOVE POSTING-HEADING-1 TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE POSTING-HEADING-2 TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.

       WRITE-ONE-POSTING-LINE.
           MOVE AR-CUST-NO TO PD-CUST-NO.
           MOVE AR-CUSTOMER TO PD-CUSTOMER.
           MOVE AR-COMPANY TO PD-COMPANY.
           MOVE AR-TRANS-TYPE TO PD-TRANS-TYPE.
           MOVE AR-DUE-DATE TO PD-DUE-DATE.
           MOVE AR-ORIGINAL-AMOUNT TO PD-AMOUNT.
           MOVE AR-CONTROL-ACCOUNT TO PD-CONTROL-ACCOUNT.
           IF NAME-WAS-FOUND
               MOVE SPACES TO PD-NOTE
           ELSE
               IF AR-CUSTOMER = SPACES
                   MOVE "*NO CUSTOMER*" TO PD-NOTE
               ELSE
                   MOVE "*NOT ON MASTER*" TO PD-NOTE
               END-IF
           END-IF.
           MOVE POSTING-DETAIL-LINE TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.

       WRITE-THE-POSTING-NOTE.
           MOVE POSTING-NOTE-LINE TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE SPACES TO PN-TEXT.

       WRITE-THE-POSTING-SUMMARY.
           MOVE SPACES TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE OPENED-COUNT TO PS-OPENED.
           MOVE OPENED-TOTAL TO PS-OPENED-TOTAL.
           MOVE NOT-ON-MASTER-COUNT TO PS-NOT-ON-MASTER.
           MOVE POSTING-SUMMARY-LINE-1 TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE OTHER-TYPE-COUNT TO PS-OTHER-TYPE.
           MOVE NOT-POSTED-COUNT TO PS-NOT-POSTED.
           MOVE NO-CUSTOMER-COUNT TO PS-NO-CUSTOMER.
           MOVE POSTING-SUMMARY-LINE-2 TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.

      * Level 3 routines -- loading.
      * The night counts as posted once any item carries
      * this job name and the business date; the night's
      * numbering runs on from the highest sequence
      * already used on the date, whatever opened it.
       LOAD-THE-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF OPEN-ITEM-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-OPEN-ITEM
               PERFORM UNTIL NO-MORE-OPEN-ITEMS
                   IF OPEN-ITEM-COUNT >= 5000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO OPEN-ITEM-END-SWITCH
                   ELSE
                       PERFORM TAKE-ONE-OPEN-ITEM
                       PERFORM READ-THE-NEXT-OPEN-ITEM
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE AR-OPEN-ITEM-FILE.

       TAKE-ONE-OPEN-ITEM.
           ADD 1 TO OPEN-ITEM-COUNT.
           SET OI-IDX TO OPEN-ITEM-COUNT.
           MOVE AR-OPEN-ITEM-RECORD TO OPEN-ITEM-ENTRY (OI-IDX).
           IF AR-ITEM-DATE = BUSINESS-DATE
               IF AR-SOURCE = "ARPOST01"
                   MOVE "Y" TO ALREADY-POSTED-SWITCH
               END-IF
               IF AR-ITEM-SEQ >= NEXT-ITEM-SEQ
                   COMPUTE NEXT-ITEM-SEQ = AR-ITEM-SEQ + 1
               END-IF
           END-IF.

       READ-THE-NEXT-OPEN-ITEM.
           READ AR-OPEN-ITEM-FILE
               AT END
                   MOVE "Y" TO OPEN-ITEM-END-SWITCH
           END-READ.

       LOAD-THE-RECEIVABLE-TYPES.
           OPEN INPUT AR-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CONTROL-RECORD
               PERFORM UNTIL NO-MORE-CONTROL-RECORDS
                   IF RECEIVABLE-COUNT >= 100
                       DISPLAY "Receivable type table full at 100; "
                               "remaining ARCTL rows ignored."
                       MOVE "Y" TO CONTROL-END-SWITCH
                   ELSE
                       ADD 1 TO RECEIVABLE-COUNT
                       SET RV-IDX TO RECEIVABLE-COUNT
                       IF AC-COMPANY = SPACES
                           MOVE "01" TO RVT-COMPANY (RV-IDX)
                       ELSE
                           MOVE AC-COMPANY TO RVT-COMPANY (RV-IDX)
                       END-IF
                       MOVE AC-TRANS-TYPE TO RVT-TRANS-TYPE (RV-IDX)
                       IF AC-TERMS-DAYS IS NUMERIC
                           MOVE AC-TERMS-DAYS
                               TO RVT-TERMS-DAYS (RV-IDX)
                       ELSE
                           MOVE ZERO TO RVT-TERMS-DAYS (RV-IDX)
                       END-IF
                       PERFORM READ-THE-NEXT-CONTROL-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE AR-CONTROL-FILE.

       READ-THE-NEXT-CONTROL-RECORD.
           READ AR-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-END-SWITCH
           END-READ.

       LOAD-THE-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-GL-ACCOUNT
               PERFORM UNTIL NO-MORE-GL-ACCOUNTS
                   IF GL-ACCOUNT-COUNT >= 200
                       DISPLAY "GL account table full at 200; "
                               "remaining GLACCT rows ignored."
                       MOVE "Y" TO ACCOUNT-END-SWITCH
                   ELSE
                       ADD 1 TO GL-ACCOUNT-COUNT
                       SET GA-IDX TO GL-ACCOUNT-COUNT
                       IF GA-COMPANY = SPACES
                           MOVE "01" TO GAT-COMPANY (GA-IDX)
                       ELSE
                           MOVE GA-COMPANY TO GAT-COMPANY (GA-IDX)
                       END-IF
                       MOVE GA-COST-CENTER
                           TO GAT-COST-CENTER (GA-IDX)
                       MOVE GA-TRANS-TYPE TO GAT-TRANS-TYPE (GA-IDX)
                       MOVE GA-DEBIT-ACCOUNT
                           TO GAT-DEBIT-ACCOUNT (GA-IDX)
                       PERFORM READ-THE-NEXT-GL-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE GL-ACCOUNT-FILE.

       READ-THE-NEXT-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE
               AT END
                   MOVE "Y" TO ACCOUNT-END-SWITCH
           END-READ.

       LOAD-THE-SALES-TAX-RATES.
           OPEN INPUT SALES-TAX-RATE-FILE.
           IF TAX-RATE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TAX-RATE
               PERFORM UNTIL NO-MORE-TAX-RATES
                   IF TAX-RATE-COUNT >= 200
                       DISPLAY "Tax rate table full at 200; "
                               "remaining TAXRATE rows ignored."
                       MOVE "Y" TO TAX-RATE-END-SWITCH
                   ELSE
                       ADD 1 TO TAX-RATE-COUNT
                       SET SRT-IDX TO TAX-RATE-COUNT
                       MOVE SR-STATE TO SRT-STATE (SRT-IDX)
                       MOVE SR-EFFECTIVE-DATE
                           TO SRT-EFFECTIVE-DATE (SRT-IDX)
                       MOVE SR-RATE-PERCENT
                           TO SRT-RATE-PERCENT (SRT-IDX)
                       PERFORM READ-THE-NEXT-TAX-RATE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE SALES-TAX-RATE-FILE.

       READ-THE-NEXT-TAX-RATE.
           READ SALES-TAX-RATE-FILE
               AT END
                   MOVE "Y" TO TAX-RATE-END-SWITCH
           END-READ.

       LOAD-THE-TAXABLE-TYPES.
           OPEN INPUT TAXABLE-TYPE-FILE.
           IF TAX-TYPE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TAX-TYPE
               PERFORM UNTIL NO-MORE-TAX-TYPES
                   IF TAX-TYPE-COUNT >= 100
                       DISPLAY "Taxable type table full at 100; "
                               "remaining TAXTYPE rows ignored."
                       MOVE "Y" TO TAX-TYPE-END-SWITCH
                   ELSE
                       ADD 1 TO TAX-TYPE-COUNT
                       SET XTT-IDX TO TAX-TYPE-COUNT
                       MOVE XT-TRANS-TYPE
                           TO XTT-TRANS-TYPE (XTT-IDX)
                       MOVE XT-TAXABLE-FLAG
                           TO XTT-TAXABLE-FLAG (XTT-IDX)
                       PERFORM READ-THE-NEXT-TAX-TYPE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE TAXABLE-TYPE-FILE.

       READ-THE-NEXT-TAX-TYPE.
           READ TAXABLE-TYPE-FILE
               AT END
                   MOVE "Y" TO TAX-TYPE-END-SWITCH
           END-READ.

       LOAD-THE-CURRENCY-RATES.
           OPEN INPUT CURRENCY-RATE-FILE.
           IF RATE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-RATE-RECORD
               PERFORM UNTIL NO-MORE-RATE-RECORDS
                   IF RATE-COUNT >= 5000
                       DISPLAY "Rate table full at 5000; "
                               "remaining CURRATE rows ignored."
                       MOVE "Y" TO RATE-END-SWITCH
                   ELSE
                       ADD 1 TO RATE-COUNT
                       SET RT-IDX TO RATE-COUNT
                       MOVE CU-CURRENCY-CODE
                           TO RTT-CURRENCY-CODE (RT-IDX)
                       MOVE CU-EFFECTIVE-DATE
                           TO RTT-EFFECTIVE-DATE (RT-IDX)
                       MOVE CU-RATE TO RTT-RATE (RT-IDX)
                       PERFORM READ-THE-NEXT-RATE-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE CURRENCY-RATE-FILE.

       READ-THE-NEXT-RATE-RECORD.
           READ CURRENCY-RATE-FILE
               AT END
                   MOVE "Y" TO RATE-END-SWITCH
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
                       ADD 1 TO MASTER-COUNT
                       SET NAME-IDX TO MASTER-COUNT
                       MOVE NM-NAME TO TBL-NAME (NAME-IDX)
                       MOVE NM-CUST-NO TO TBL-CUST-NO (NAME-IDX)
                       MOVE NM-STATE TO TBL-STATE (NAME-IDX)
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

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "ARPOST01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "ARPOST01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
