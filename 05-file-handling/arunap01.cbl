       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARUNAP01.
      *--------------------------------------------------
      * Unapplied cash work queue. ARCASH01 leaves on
      * ARUNAP.DAT whatever lockbox cash it could not
      * apply -- an unknown customer, no reference, an
      * overpayment -- and the money sits in the lockbox's
      * unapplied-cash account until someone works it.
      * Each still-open item is shown in turn, the way
      * EXCWRK01 walks the exception files, to be:
      *
      *   A)pplied -- the operator names the customer
      *   (and, if the remittance advice gives one, the
      *   invoice reference) and the amount is applied to
      *   that customer's open items in the lockbox's
      *   company, the referenced item first and then
      *   oldest first, exactly as ARCASH01 would have;
      *   anything still left stays open for next time.
      *
      *   R)efunded -- confirmed through YESNOCNF, the
      *   whole open amount is returned to the customer.
      *
      *   S)kipped, or Q)uit for now.
      *
      * Each application is written to GLEXTR.DAT under
      * this job name, debiting the lockbox's unapplied-
      * cash account and crediting the item's receivable
      * control account; a refund debits unapplied cash
      * and credits the lockbox's cash account. The
      * operator is stamped on every item worked, and
      * AROPEN.DAT and ARUNAP.DAT are rewritten after a
      * GENBACK generation, under the AROPEN lock every
      * open-item writer holds.
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
           SELECT OPTIONAL UNAPPLIED-CASH-FILE
               ASSIGN TO "ARUNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNAPPLIED-FILE-STATUS.

           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-FILE-STATUS.

           SELECT OPTIONAL LOCKBOX-CONTROL-FILE
               ASSIGN TO "ARLBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNAPPLIED-CASH-FILE.
       COPY ARUNAP.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  LOCKBOX-CONTROL-FILE.
       COPY ARLBCTL.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       WORKING-STORAGE SECTION.

       01  UNAPPLIED-FILE-STATUS PIC XX.
       01  OPEN-ITEM-FILE-STATUS PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  UNAPPLIED-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-UNAPPLIED-ITEMS       VALUE "Y".
       01  OPEN-ITEM-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-OPEN-ITEMS            VALUE "Y".
       01  CONTROL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-CONTROL-RECORDS       VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  ANSWER-CODE           PIC X.
       01  QUIT-SWITCH           PIC X       VALUE "N".
           88  TIME-TO-QUIT                  VALUE "Y".
       01  RAW-CUST-NO           PIC X(06).
       01  RAW-INVOICE-REF       PIC X(13).
       01  RAW-INVOICE-REF-PARTS REDEFINES RAW-INVOICE-REF.
           05  RAW-REF-ITEM-DATE     PIC 9(8).
           05  RAW-REF-ITEM-SEQ      PIC 9(5).
       01  RAW-ANSWER            PIC X(3).
       01  FOLDED-ANSWER         PIC X.
       01  VALID-SWITCH          PIC X.

       01  JOB-NAME              PIC X(8)    VALUE "ARUNAP01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  BUSINESS-DATE         PIC 9(8).

      * The whole unapplied file as record images.
       01  UNAPPLIED-COUNT       PIC 9(4)    VALUE ZERO.
       01  UNAPPLIED-TABLE.
           05  UNAPPLIED-ENTRY OCCURS 1 TO 2000 TIMES
                                DEPENDING ON UNAPPLIED-COUNT
                                INDEXED BY UA-IDX.
               10  UA-RECORD-IMAGE   PIC X(111).

       01  LOCKBOX-COUNT         PIC 9(3)    VALUE ZERO.
       01  LOCKBOX-TABLE.
           05  LOCKBOX-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON LOCKBOX-COUNT
                              INDEXED BY LX-IDX.
               10  LXT-LOCKBOX-ID      PIC X(06).
               10  LXT-CASH-ACCOUNT    PIC 9(6).
               10  LXT-UNAPPLIED-ACCOUNT PIC 9(6).
               10  LXT-COST-CENTER     PIC X(04).
       01  LOCKBOX-FOUND-SWITCH  PIC X.
           88  LOCKBOX-WAS-FOUND             VALUE "Y".

       01  MASTER-COUNT          PIC 9(4)    VALUE ZERO.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 1000 TIMES
                               DEPENDING ON MASTER-COUNT
                               INDEXED BY CUST-IDX.
               10  TBL-CUST-NO       PIC X(06).
               10  TBL-NAME          PIC X(10).
       01  CUSTOMER-FOUND-SWITCH PIC X.
           88  CUSTOMER-WAS-FOUND            VALUE "Y".

      * The whole open-item file, held so cash can be
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

       01  PAY-CUST-NO           PIC X(06).
       01  PAYMENT-LEFT          PIC 9(7)V99.
       01  APPLY-AMOUNT          PIC 9(7)V99.
       01  SHOWN-AMOUNT          PIC Z(6)9.99.

       01  APPLICATION-COUNT     PIC 9(5)    VALUE ZERO.
       01  WORKED-COUNT          PIC 9(4)    VALUE ZERO.
       01  OPEN-LEFT-COUNT       PIC 9(4)    VALUE ZERO.

       01  OPEN-ITEM-MASTER-NAME PIC X(8)    VALUE "AROPEN".
       01  UNAPPLIED-MASTER-NAME PIC X(8)    VALUE "ARUNAP".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "ARUNAP01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "AROPEN".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ARUNAP01".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-LOCKBOX-CONTROLS
               PERFORM LOAD-THE-NAME-MASTER
               PERFORM LOAD-THE-OPEN-ITEMS
               PERFORM LOAD-THE-UNAPPLIED-ITEMS
               IF LOAD-DID-OVERFLOW
      * Rewriting either file from a partial table would
      * drop the records left out, so nothing is worked.
                   DISPLAY "AROPEN.DAT or ARUNAP.DAT exceeds the "
                           "table; nothing can be worked."
                   MOVE "Open-item or unapplied table overflow"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
               IF UNAPPLIED-COUNT = ZERO
                   DISPLAY "No unapplied cash on file to work."
               ELSE
                   PERFORM OPEN-THE-EXTRACT-FOR-APPEND
                   PERFORM WORK-ONE-UNAPPLIED-ITEM
                       VARYING UA-IDX FROM 1 BY 1
                       UNTIL UA-IDX > UNAPPLIED-COUNT
                          OR TIME-TO-QUIT
                   CLOSE GL-EXTRACT-FILE
                   IF APPLICATION-COUNT > ZERO
                       PERFORM SAVE-THE-OPEN-ITEMS
                   END-IF
                   IF WORKED-COUNT > ZERO
                       PERFORM SAVE-THE-UNAPPLIED-ITEMS
                   END-IF
                   DISPLAY "Unapplied items worked: " WORKED-COUNT
                   DISPLAY "Applications to open items: "
                           APPLICATION-COUNT
                   DISPLAY "Still open:             " OPEN-LEFT-COUNT
               END-IF
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "ARUNAP01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The open-item ledger is in use; "
                       "try again later."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "ARUNAP01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * Only open items are shown; one whose lockbox has
      * left ARLBCTL.DAT has no accounts to book against
      * and is passed over.
       WORK-ONE-UNAPPLIED-ITEM.
           MOVE UA-RECORD-IMAGE (UA-IDX) TO AR-UNAPPLIED-RECORD.
           IF UA-STATUS = "O"
               PERFORM FIND-THE-LOCKBOX
               IF LOCKBOX-WAS-FOUND
                   PERFORM SHOW-AND-ASK
               ELSE
                   DISPLAY " "
                   DISPLAY "Lockbox " UA-LOCKBOX-ID
                           " is not on ARLBCTL.DAT; item "
                           UA-BATCH-ID "/" UA-ITEM-NO
                           " cannot be worked."
                   ADD 1 TO OPEN-LEFT-COUNT
               END-IF
           END-IF.

       SHOW-AND-ASK.
           DISPLAY " ".
           MOVE UA-OPEN-AMOUNT TO SHOWN-AMOUNT.
           DISPLAY "Deposited " UA-DEPOSIT-DATE
                   "  lockbox " UA-LOCKBOX-ID
                   "  batch " UA-BATCH-ID
                   "  item " UA-ITEM-NO.
           DISPLAY "  Company " UA-COMPANY
                   "  customer " UA-CUST-NO
                   "  reference " UA-INVOICE-REF.
           DISPLAY "  " UA-REASON "  unapplied " SHOWN-AMOUNT.
           DISPLAY "A)pply to a customer  R)efund  S)kip  Q)uit?".
           MOVE SPACE TO ANSWER-CODE.
           ACCEPT ANSWER-CODE.
           EVALUATE ANSWER-CODE
               WHEN "A"
               WHEN "a"
                   PERFORM APPLY-THE-UNAPPLIED-ITEM
               WHEN "R"
               WHEN "r"
                   PERFORM REFUND-THE-UNAPPLIED-ITEM
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO QUIT-SWITCH
                   ADD 1 TO OPEN-LEFT-COUNT
               WHEN OTHER
                   ADD 1 TO OPEN-LEFT-COUNT
           END-EVALUATE.

      * The customer keyed must be on the name master; a
      * blank entry takes the customer already on the
      * item. The reference is optional.
       APPLY-THE-UNAPPLIED-ITEM.
           DISPLAY "Customer number (blank for " UA-CUST-NO ")?".
           MOVE SPACES TO RAW-CUST-NO.
           ACCEPT RAW-CUST-NO.
           IF RAW-CUST-NO = SPACES
               MOVE UA-CUST-NO TO RAW-CUST-NO
           END-IF.
           PERFORM FIND-THE-CUSTOMER.
           IF NOT CUSTOMER-WAS-FOUND
               DISPLAY "Customer " RAW-CUST-NO
                       " is not on NAMEMAST.DAT; nothing applied."
               ADD 1 TO OPEN-LEFT-COUNT
           ELSE
               DISPLAY "Customer name key: " TBL-NAME (CUST-IDX)
               DISPLAY "Invoice reference (13 digits, blank for "
                       "oldest first)?"
               MOVE SPACES TO RAW-INVOICE-REF
               ACCEPT RAW-INVOICE-REF
               MOVE RAW-CUST-NO TO PAY-CUST-NO
               MOVE UA-OPEN-AMOUNT TO PAYMENT-LEFT
               PERFORM APPLY-THE-CASH
               IF PAYMENT-LEFT = UA-OPEN-AMOUNT
                   DISPLAY "Customer " PAY-CUST-NO
                           " has nothing open in company "
                           UA-COMPANY "; nothing applied."
                   ADD 1 TO OPEN-LEFT-COUNT
               ELSE
                   MOVE PAY-CUST-NO TO UA-CUST-NO
                   MOVE PAYMENT-LEFT TO UA-OPEN-AMOUNT
                   IF PAYMENT-LEFT = ZERO
                       MOVE "A" TO UA-STATUS
                       DISPLAY "Applied in full."
                   ELSE
                       MOVE PAYMENT-LEFT TO SHOWN-AMOUNT
                       DISPLAY "Still unapplied: " SHOWN-AMOUNT
                       ADD 1 TO OPEN-LEFT-COUNT
                   END-IF
                   PERFORM STAMP-THE-UNAPPLIED-ITEM
               END-IF
           END-IF.

       REFUND-THE-UNAPPLIED-ITEM.
           MOVE UA-OPEN-AMOUNT TO SHOWN-AMOUNT.
           DISPLAY "Refund " SHOWN-AMOUNT " to the customer? (Y/N)".
           ACCEPT RAW-ANSWER.
           CALL "YESNOCNF" USING EXC-JOB-NAME RAW-ANSWER
                                  FOLDED-ANSWER VALID-SWITCH.
           IF  VALID-SWITCH = "Y"
           AND FOLDED-ANSWER = "Y"
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE "ARUNAP01" TO GX-JOB-NAME
               MOVE BUSINESS-DATE TO GX-RUN-DATE
               MOVE LXT-UNAPPLIED-ACCOUNT (LX-IDX)
                   TO GX-DEBIT-ACCOUNT
               MOVE LXT-CASH-ACCOUNT (LX-IDX) TO GX-CREDIT-ACCOUNT
               MOVE UA-OPEN-AMOUNT TO GX-AMOUNT GX-BASE-AMOUNT
               MOVE "USD" TO GX-CURRENCY-CODE
               MOVE LXT-COST-CENTER (LX-IDX) TO GX-COST-CENTER
               MOVE UA-COMPANY TO GX-COMPANY
               WRITE GL-EXTRACT-RECORD
               MOVE ZERO TO UA-OPEN-AMOUNT
               MOVE "R" TO UA-STATUS
               PERFORM STAMP-THE-UNAPPLIED-ITEM
               DISPLAY "Refunded."
           ELSE
               DISPLAY "Not refunded."
               ADD 1 TO OPEN-LEFT-COUNT
           END-IF.

       STAMP-THE-UNAPPLIED-ITEM.
           MOVE OPERATOR-ID TO UA-WORKED-BY.
           MOVE BUSINESS-DATE TO UA-WORKED-DATE.
           MOVE AR-UNAPPLIED-RECORD TO UA-RECORD-IMAGE (UA-IDX).
           ADD 1 TO WORKED-COUNT.

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

       SAVE-THE-UNAPPLIED-ITEMS.
           CALL "GENBACK" USING UNAPPLIED-MASTER-NAME.
           OPEN OUTPUT UNAPPLIED-CASH-FILE.
           PERFORM SAVE-ONE-UNAPPLIED-ITEM
               VARYING UA-IDX FROM 1 BY 1
               UNTIL UA-IDX > UNAPPLIED-COUNT.
           CLOSE UNAPPLIED-CASH-FILE.

       SAVE-ONE-UNAPPLIED-ITEM.
           MOVE UA-RECORD-IMAGE (UA-IDX) TO AR-UNAPPLIED-RECORD.
           WRITE AR-UNAPPLIED-RECORD.

      * Level 3 routines -- applying.
      * The referenced item first, then the customer's
      * other open items oldest first, the order ARCASH01
      * applies a lockbox payment in.
       APPLY-THE-CASH.
           IF RAW-INVOICE-REF IS NUMERIC
               PERFORM FIND-THE-REFERENCED-ITEM
               IF ITEM-WAS-FOUND
               AND OI-OPEN-AMOUNT (OI-IDX) > ZERO
                   PERFORM APPLY-TO-THE-ITEM
               ELSE
                   DISPLAY "Reference " RAW-INVOICE-REF
                           " is not open for this customer; "
                           "applying oldest first."
               END-IF
           END-IF.
           MOVE "Y" TO ITEMS-LEFT-SWITCH.
           PERFORM APPLY-TO-THE-OLDEST-ITEM
               UNTIL PAYMENT-LEFT = ZERO
                  OR NO-OPEN-ITEMS-LEFT.

       FIND-THE-REFERENCED-ITEM.
           MOVE "N" TO ITEM-FOUND-SWITCH.
           IF OPEN-ITEM-COUNT > 0
               SET OI-IDX TO 1
               SEARCH OPEN-ITEM-ENTRY
                   WHEN OI-ITEM-DATE (OI-IDX) = RAW-REF-ITEM-DATE
                    AND OI-ITEM-SEQ (OI-IDX) = RAW-REF-ITEM-SEQ
                    AND OI-COMPANY (OI-IDX) = UA-COMPANY
                    AND OI-CUST-NO (OI-IDX) = PAY-CUST-NO
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

       FIND-THE-OLDEST-ITEM.
           MOVE "N" TO ITEM-FOUND-SWITCH.
           MOVE 9999999999999 TO OLDEST-ITEM-KEY.
           PERFORM CHECK-ONE-ITEM-AGE
               VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > OPEN-ITEM-COUNT.

       CHECK-ONE-ITEM-AGE.
           IF  OI-CUST-NO (OI-IDX) = PAY-CUST-NO
           AND OI-COMPANY (OI-IDX) = UA-COMPANY
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

      * Unapplied cash debited, the item's receivable
      * control account credited.
       APPLY-TO-THE-ITEM.
           IF PAYMENT-LEFT < OI-OPEN-AMOUNT (OI-IDX)
               MOVE PAYMENT-LEFT TO APPLY-AMOUNT
           ELSE
               MOVE OI-OPEN-AMOUNT (OI-IDX) TO APPLY-AMOUNT
           END-IF.
           SUBTRACT APPLY-AMOUNT FROM OI-OPEN-AMOUNT (OI-IDX).
           SUBTRACT APPLY-AMOUNT FROM PAYMENT-LEFT.
           ADD 1 TO APPLICATION-COUNT.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "ARUNAP01" TO GX-JOB-NAME.
           MOVE BUSINESS-DATE TO GX-RUN-DATE.
           MOVE LXT-UNAPPLIED-ACCOUNT (LX-IDX) TO GX-DEBIT-ACCOUNT.
           MOVE OI-CONTROL-ACCOUNT (OI-IDX) TO GX-CREDIT-ACCOUNT.
           MOVE APPLY-AMOUNT TO GX-AMOUNT GX-BASE-AMOUNT.
           MOVE "USD" TO GX-CURRENCY-CODE.
           MOVE OI-COST-CENTER (OI-IDX) TO GX-COST-CENTER.
           MOVE UA-COMPANY TO GX-COMPANY.
           WRITE GL-EXTRACT-RECORD.
           MOVE APPLY-AMOUNT TO SHOWN-AMOUNT.
           DISPLAY "  Applied " SHOWN-AMOUNT " to item "
                   OI-ITEM-DATE (OI-IDX) OI-ITEM-SEQ (OI-IDX).

       FIND-THE-LOCKBOX.
           MOVE "N" TO LOCKBOX-FOUND-SWITCH.
           IF LOCKBOX-COUNT > 0
               SET LX-IDX TO 1
               SEARCH LOCKBOX-ENTRY
                   WHEN LXT-LOCKBOX-ID (LX-IDX) = UA-LOCKBOX-ID
                       MOVE "Y" TO LOCKBOX-FOUND-SWITCH
               END-SEARCH
           END-IF.

       FIND-THE-CUSTOMER.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           IF  MASTER-COUNT > 0
           AND RAW-CUST-NO NOT = SPACES
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   WHEN TBL-CUST-NO (CUST-IDX) = RAW-CUST-NO
                       MOVE "Y" TO CUSTOMER-FOUND-SWITCH
               END-SEARCH
           END-IF.

       OPEN-THE-EXTRACT-FOR-APPEND.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.

      * Level 3 routines -- loading.
       LOAD-THE-UNAPPLIED-ITEMS.
           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF UNAPPLIED-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-UNAPPLIED-ITEM
               PERFORM UNTIL NO-MORE-UNAPPLIED-ITEMS
                   IF UNAPPLIED-COUNT >= 2000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO UNAPPLIED-END-SWITCH
                   ELSE
                       ADD 1 TO UNAPPLIED-COUNT
                       SET UA-IDX TO UNAPPLIED-COUNT
                       MOVE AR-UNAPPLIED-RECORD
                           TO UA-RECORD-IMAGE (UA-IDX)
                       PERFORM READ-THE-NEXT-UNAPPLIED-ITEM
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE UNAPPLIED-CASH-FILE.

       READ-THE-NEXT-UNAPPLIED-ITEM.
           READ UNAPPLIED-CASH-FILE
               AT END
                   MOVE "Y" TO UNAPPLIED-END-SWITCH
           END-READ.

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
                           MOVE NM-NAME TO TBL-NAME (CUST-IDX)
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
           MOVE "ARUNAP01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "ARUNAP01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
