       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGE01.
      *--------------------------------------------------
      * Aged receivables report with the nightly control
      * tie-out. Reads the AROPEN.DAT open-item ledger
      * ARPOST01 keeps and lists every customer who still
      * owes anything: each unsettled item under its
      * customer, aged past its due date against the suite
      * business date into current, 1-30, 31-60, 61-90 and
      * over-90-day buckets, with a total per customer and
      * a grand total. Names come from NAMEMAST.DAT by
      * NM-CUST-NO, so a customer whose name key changed
      * still shows under the name on file today; an item
      * with no customer number shows its name key flagged
      * *NOT ON MASTER*, or *NO CUSTOMER* with no key.
      *
      * Below the aging, the open items are proved against
      * the ledger. The control accounts are every debit
      * account GLACCT.DAT posts a receivable type of
      * ARCTL.DAT through; each one's open items are set
      * against its GLBAL.DAT closing balance for the
      * latest month on file up to the business date --
      * read straight off the indexed GLBAL.DAT, under the
      * control account's company, through the shared
      * GLBGET reader -- and any difference is printed,
      * logged, and ends the step RC=4. The report is
      * ARAGE.DAT.
      *
      * Days past due are counted by the shared DATECALC
      * routine, the count every aging report makes; a
      * due date that isn't a valid date ages into the
      * over-90 bucket rather than vanishing.
      *
      * NAMEMAST.DAT and GLBAL.DAT are checked against
      * their control seals before anything is loaded; a
      * master that no longer matches the seal its last
      * writer left stops the run, so an edit made outside
      * the system is never taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-FILE-STATUS.

           SELECT OPTIONAL AR-CONTROL-FILE ASSIGN TO "ARCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "ARAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  AR-CONTROL-FILE.
       COPY ARCTL.

       FD  GL-ACCOUNT-FILE.
       COPY GLACCT.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       01  OPEN-ITEM-FILE-STATUS PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  ACCOUNT-FILE-STATUS   PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  OPEN-ITEM-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-OPEN-ITEMS            VALUE "Y".
       01  CONTROL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-CONTROL-RECORDS       VALUE "Y".
       01  ACCOUNT-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-GL-ACCOUNTS           VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".

       01  RECEIVABLE-COUNT      PIC 9(3)    VALUE ZERO.
       01  RECEIVABLE-TABLE.
           05  RECEIVABLE-ENTRY OCCURS 1 TO 100 TIMES
                                 DEPENDING ON RECEIVABLE-COUNT
                                 INDEXED BY RV-IDX.
               10  RVT-COMPANY        PIC X(02).
               10  RVT-TRANS-TYPE     PIC X(02).
       01  RECEIVABLE-FOUND-SWITCH PIC X.
           88  ROW-IS-RECEIVABLE             VALUE "Y".
       01  WORK-COMPANY          PIC X(02).

      * One row per receivable control account.
       01  CONTROL-COUNT         PIC 9(3)    VALUE ZERO.
       01  CONTROL-TABLE.
           05  CONTROL-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON CONTROL-COUNT
                              INDEXED BY CT-IDX.
               10  CTT-COMPANY        PIC X(02).
               10  CTT-ACCOUNT        PIC 9(6).
               10  CTT-ITEM-TOTAL     PIC S9(11)V99.
               10  CTT-GL-BALANCE     PIC S9(11)V99.
               10  CTT-GL-PERIOD      PIC 9(6).
       01  CONTROL-FOUND-SWITCH  PIC X.
           88  CONTROL-WAS-FOUND             VALUE "Y".
       01  WANTED-COMPANY        PIC X(02).
       01  WANTED-ACCOUNT        PIC 9(6).
       01  CONTROL-OVERFLOW-SWITCH PIC X     VALUE "N".
           88  CONTROL-TABLE-OVERFLOWED      VALUE "Y".

       01  MASTER-COUNT          PIC 9(4)    VALUE ZERO.
       01  NAME-TABLE.
           05  NAME-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON MASTER-COUNT
                           INDEXED BY NAME-IDX.
               10  TBL-CUST-NO       PIC X(06).
               10  TBL-NAME          PIC X(10).
       01  NAME-FOUND-SWITCH     PIC X.
           88  NAME-WAS-FOUND                VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  BUSINESS-PERIOD       PIC 9(6).
       01  DAYS-PAST-DUE         PIC S9(7).
       01  BUCKET-NO             PIC 9.

       COPY DATECALC.

       01  CURRENT-CUSTOMER-KEY  PIC X(16).
       01  ITEM-CUSTOMER-KEY.
           05  IK-CUST-NO            PIC X(06).
           05  IK-CUSTOMER           PIC X(10).
       01  CUSTOMER-OPEN-SWITCH  PIC X       VALUE "N".
           88  A-CUSTOMER-IS-OPEN            VALUE "Y".

       01  CUSTOMER-BUCKETS.
           05  CUSTOMER-BUCKET    PIC S9(11)V99 OCCURS 5 TIMES.
       01  GRAND-BUCKETS.
           05  GRAND-BUCKET       PIC S9(11)V99 OCCURS 5 TIMES.
       01  CUSTOMER-BALANCE      PIC S9(11)V99.
       01  GRAND-BALANCE         PIC S9(11)V99 VALUE ZERO.
       01  TIE-DIFFERENCE        PIC S9(11)V99.

       01  CUSTOMER-COUNT        PIC 9(5)    VALUE ZERO.
       01  ITEM-COUNT            PIC 9(5)    VALUE ZERO.
       01  DIFFERENCE-COUNT      PIC 9(3)    VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "ARAGE01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  AGING-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "AGED RECEIVABLES BY CUSTOMER".
           COPY RUNDATE REPLACING RD-RUN-DATE BY AH-RUN-DATE.

       01  AGING-HEADING-2.
           05  FILLER             PIC X(16) VALUE "  ITEM DATE  CO".
           05  FILLER             PIC X(12) VALUE "     CURRENT".
           05  FILLER             PIC X(12) VALUE "        1-30".
           05  FILLER             PIC X(12) VALUE "       31-60".
           05  FILLER             PIC X(12) VALUE "       61-90".
           05  FILLER             PIC X(12) VALUE "     OVER 90".

       01  CUSTOMER-HEADING-LINE.
           05  FILLER             PIC X(9)  VALUE "CUSTOMER ".
           05  CH-CUST-NO         PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CH-NAME            PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CH-NOTE            PIC X(15).

       01  AGING-AMOUNT-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AA-CAPTION         PIC X(14).
           05  AA-BUCKET          PIC -(8)9.99 OCCURS 5 TIMES.

       01  AGING-ITEM-CAPTION.
           05  AI-ITEM-DATE       PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  AI-COMPANY         PIC X(2).
           05  FILLER             PIC X     VALUE SPACE.

       01  BALANCE-LINE.
           05  BL-CAPTION         PIC X(62).
           05  BL-BALANCE         PIC -(10)9.99.

       01  TIE-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "RECEIVABLE CONTROL TIE-OUT".

       01  TIE-HEADING-2.
           05  FILLER             PIC X(10) VALUE "CO ACCOUNT".
           05  FILLER             PIC X(15) VALUE "     OPEN ITEMS".
           05  FILLER             PIC X(15) VALUE "     GL BALANCE".
           05  FILLER             PIC X(15) VALUE "     DIFFERENCE".
           05  FILLER             PIC X(8)  VALUE "  PERIOD".

       01  TIE-DETAIL-LINE.
           05  TD-COMPANY         PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TD-ACCOUNT         PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  TD-ITEM-TOTAL      PIC -(10)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  TD-GL-BALANCE      PIC -(10)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  TD-DIFFERENCE      PIC -(10)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TD-GL-PERIOD       PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  TD-FLAG            PIC X(4).

       01  AGING-SUMMARY-LINE.
           05  FILLER             PIC X(11) VALUE "Customers: ".
           05  AS-CUSTOMERS       PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE "  Open items: ".
           05  AS-ITEMS           PIC ZZZZ9.
           05  FILLER             PIC X(25)
               VALUE "  Accounts out of tie:   ".
           05  AS-DIFFERENCES     PIC ZZ9.

       COPY SEALPARM.

       COPY GLBPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ARAGE01".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "GLBAL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BUSDATE" USING BUSINESS-DATE.
           COMPUTE BUSINESS-PERIOD = BUSINESS-DATE / 100.
           INITIALIZE GRAND-BUCKETS.
           PERFORM LOAD-THE-RECEIVABLE-TYPES.
           PERFORM LOAD-THE-CONTROL-ACCOUNTS.
           PERFORM LOAD-THE-NAME-MASTER.
           OPEN OUTPUT AGING-REPORT-FILE.
           PERFORM WRITE-THE-AGING-HEADING.
           PERFORM AGE-THE-OPEN-ITEMS.
           PERFORM LOAD-THE-GL-BALANCES.
           PERFORM WRITE-THE-TIE-OUT.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE CUSTOMER-COUNT TO AS-CUSTOMERS.
           MOVE ITEM-COUNT TO AS-ITEMS.
           MOVE DIFFERENCE-COUNT TO AS-DIFFERENCES.
           MOVE AGING-SUMMARY-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           CLOSE AGING-REPORT-FILE.
           DISPLAY "Customers aged: " CUSTOMER-COUNT.
           DISPLAY "Receivable accounts out of tie: "
                   DIFFERENCE-COUNT.
           CALL "RUNEND" USING "ARAGE01".
           IF DIFFERENCE-COUNT > ZERO
           OR CONTROL-TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * AROPEN.DAT is already in customer order, so a new
      * customer key is the break between customers. A
      * customer on file is keyed by number alone, so
      * items opened under an older name key stay with
      * the customer.
       AGE-THE-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF OPEN-ITEM-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-OPEN-ITEM
               PERFORM UNTIL NO-MORE-OPEN-ITEMS
                   IF AR-OPEN-AMOUNT NOT = ZERO
                       PERFORM AGE-ONE-OPEN-ITEM
                   END-IF
                   PERFORM READ-THE-NEXT-OPEN-ITEM
               END-PERFORM
           END-IF.
           CLOSE AR-OPEN-ITEM-FILE.
           IF A-CUSTOMER-IS-OPEN
               PERFORM FINISH-THE-CUSTOMER
           END-IF.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "GRAND TOTAL" TO AA-CAPTION.
           PERFORM SET-ONE-GRAND-BUCKET
               VARYING BUCKET-NO FROM 1 BY 1
               UNTIL BUCKET-NO > 5.
           MOVE AGING-AMOUNT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "  TOTAL RECEIVABLES" TO BL-CAPTION.
           MOVE GRAND-BALANCE TO BL-BALANCE.
           MOVE BALANCE-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       SET-ONE-GRAND-BUCKET.
           MOVE GRAND-BUCKET (BUCKET-NO) TO AA-BUCKET (BUCKET-NO).

      * A control account with no ledger row for the
      * period shows a zero balance, so its items still
      * show as the difference.
       WRITE-THE-TIE-OUT.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE TIE-HEADING-1 TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE TIE-HEADING-2 TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM WRITE-ONE-TIE-LINE
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CONTROL-COUNT.
           IF CONTROL-TABLE-OVERFLOWED
               MOVE "  *** MORE THAN 100 CONTROL ACCOUNTS; "
                   TO AGING-REPORT-LINE
               MOVE "TIE-OUT INCOMPLETE" TO AGING-REPORT-LINE (40:18)
               WRITE AGING-REPORT-LINE
           END-IF.

       WRITE-ONE-TIE-LINE.
           COMPUTE TIE-DIFFERENCE =
               CTT-ITEM-TOTAL (CT-IDX) - CTT-GL-BALANCE (CT-IDX).
           MOVE CTT-COMPANY (CT-IDX) TO TD-COMPANY.
           MOVE CTT-ACCOUNT (CT-IDX) TO TD-ACCOUNT.
           MOVE CTT-ITEM-TOTAL (CT-IDX) TO TD-ITEM-TOTAL.
           MOVE CTT-GL-BALANCE (CT-IDX) TO TD-GL-BALANCE.
           MOVE TIE-DIFFERENCE TO TD-DIFFERENCE.
           MOVE CTT-GL-PERIOD (CT-IDX) TO TD-GL-PERIOD.
           IF TIE-DIFFERENCE = ZERO
               MOVE SPACES TO TD-FLAG
           ELSE
               MOVE "***" TO TD-FLAG
               ADD 1 TO DIFFERENCE-COUNT
               MOVE "Receivables off GL control account "
                   TO EXC-TEXT
               MOVE CTT-ACCOUNT (CT-IDX) TO EXC-TEXT (35:6)
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.
           MOVE TIE-DETAIL-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

      * Level 3 routines -- the aging.
       AGE-ONE-OPEN-ITEM.
           IF AR-CUST-NO = SPACES
               MOVE SPACES TO IK-CUST-NO
               MOVE AR-CUSTOMER TO IK-CUSTOMER
           ELSE
               MOVE AR-CUST-NO TO IK-CUST-NO
               MOVE SPACES TO IK-CUSTOMER
           END-IF.
           IF NOT A-CUSTOMER-IS-OPEN
           OR ITEM-CUSTOMER-KEY NOT = CURRENT-CUSTOMER-KEY
               IF A-CUSTOMER-IS-OPEN
                   PERFORM FINISH-THE-CUSTOMER
               END-IF
               PERFORM START-THE-CUSTOMER
           END-IF.
           MOVE "C" TO DK-ACTION.
           MOVE AR-DUE-DATE TO DK-FIRST-DATE.
           MOVE BUSINESS-DATE TO DK-SECOND-DATE.
           CALL "DATECALC" USING DATE-CALC-PARAMETERS.
           IF DK-DATE-OK
               MOVE DK-DAY-COUNT TO DAYS-PAST-DUE
           ELSE
               MOVE 99999 TO DAYS-PAST-DUE
           END-IF.
           IF DAYS-PAST-DUE <= 0
               MOVE 1 TO BUCKET-NO
           ELSE
               IF DAYS-PAST-DUE <= 30
                   MOVE 2 TO BUCKET-NO
               ELSE
                   IF DAYS-PAST-DUE <= 60
                       MOVE 3 TO BUCKET-NO
                   ELSE
                       IF DAYS-PAST-DUE <= 90
                           MOVE 4 TO BUCKET-NO
                       ELSE
                           MOVE 5 TO BUCKET-NO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD AR-OPEN-AMOUNT TO CUSTOMER-BUCKET (BUCKET-NO)
                                 GRAND-BUCKET (BUCKET-NO)
                                 CUSTOMER-BALANCE
                                 GRAND-BALANCE.
           ADD 1 TO ITEM-COUNT.
           MOVE AR-ITEM-DATE TO AI-ITEM-DATE.
           MOVE AR-COMPANY TO AI-COMPANY.
           MOVE SPACES TO AGING-AMOUNT-LINE.
           MOVE AGING-ITEM-CAPTION TO AA-CAPTION.
           MOVE AR-OPEN-AMOUNT TO AA-BUCKET (BUCKET-NO).
           MOVE AGING-AMOUNT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE AR-COMPANY TO WANTED-COMPANY.
           MOVE AR-CONTROL-ACCOUNT TO WANTED-ACCOUNT.
           PERFORM FIND-THE-CONTROL-ACCOUNT.
           IF CONTROL-WAS-FOUND
               ADD AR-OPEN-AMOUNT TO CTT-ITEM-TOTAL (CT-IDX)
           END-IF.

       START-THE-CUSTOMER.
           MOVE "Y" TO CUSTOMER-OPEN-SWITCH.
           MOVE ITEM-CUSTOMER-KEY TO CURRENT-CUSTOMER-KEY.
           INITIALIZE CUSTOMER-BUCKETS.
           MOVE ZERO TO CUSTOMER-BALANCE.
           ADD 1 TO CUSTOMER-COUNT.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO CH-NOTE.
           MOVE AR-CUST-NO TO CH-CUST-NO.
           IF AR-CUST-NO = SPACES
               MOVE AR-CUSTOMER TO CH-NAME
               IF AR-CUSTOMER = SPACES
                   MOVE "*NO CUSTOMER*" TO CH-NOTE
               ELSE
                   MOVE "*NOT ON MASTER*" TO CH-NOTE
               END-IF
           ELSE
               PERFORM FIND-THE-CUSTOMER-NAME
               IF NAME-WAS-FOUND
                   MOVE TBL-NAME (NAME-IDX) TO CH-NAME
               ELSE
                   MOVE AR-CUSTOMER TO CH-NAME
                   MOVE "*NOT ON MASTER*" TO CH-NOTE
               END-IF
           END-IF.
           MOVE CUSTOMER-HEADING-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       FINISH-THE-CUSTOMER.
           MOVE "CUSTOMER TOTAL" TO AA-CAPTION.
           PERFORM SET-ONE-CUSTOMER-BUCKET
               VARYING BUCKET-NO FROM 1 BY 1
               UNTIL BUCKET-NO > 5.
           MOVE AGING-AMOUNT-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "  CUSTOMER BALANCE" TO BL-CAPTION.
           MOVE CUSTOMER-BALANCE TO BL-BALANCE.
           MOVE BALANCE-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "N" TO CUSTOMER-OPEN-SWITCH.

       SET-ONE-CUSTOMER-BUCKET.
           MOVE CUSTOMER-BUCKET (BUCKET-NO) TO AA-BUCKET (BUCKET-NO).

       FIND-THE-CUSTOMER-NAME.
           MOVE "N" TO NAME-FOUND-SWITCH.
           IF MASTER-COUNT > 0
               SET NAME-IDX TO 1
               SEARCH NAME-ENTRY
                   WHEN TBL-CUST-NO (NAME-IDX) = AR-CUST-NO
                       MOVE "Y" TO NAME-FOUND-SWITCH
               END-SEARCH
           END-IF.

       WRITE-THE-AGING-HEADING.
           MOVE BUSINESS-DATE TO AH-RUN-DATE.
           MOVE AGING-HEADING-1 TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE AGING-HEADING-2 TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       READ-THE-NEXT-OPEN-ITEM.
           READ AR-OPEN-ITEM-FILE
               AT END
                   MOVE "Y" TO OPEN-ITEM-END-SWITCH
           END-READ.

      * Level 3 routines -- the control accounts.
      * An item naming an account no longer mapped from a
      * receivable type still owes money on that account,
      * so the account joins the tie-out.
       FIND-THE-CONTROL-ACCOUNT.
           MOVE "N" TO CONTROL-FOUND-SWITCH.
           IF CONTROL-COUNT > 0
               SET CT-IDX TO 1
               SEARCH CONTROL-ENTRY
                   WHEN CTT-COMPANY (CT-IDX) = WANTED-COMPANY
                    AND CTT-ACCOUNT (CT-IDX) = WANTED-ACCOUNT
                       MOVE "Y" TO CONTROL-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT CONTROL-WAS-FOUND
               IF CONTROL-COUNT >= 100
                   MOVE "Y" TO CONTROL-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO CONTROL-COUNT
                   SET CT-IDX TO CONTROL-COUNT
                   MOVE WANTED-COMPANY TO CTT-COMPANY (CT-IDX)
                   MOVE WANTED-ACCOUNT TO CTT-ACCOUNT (CT-IDX)
                   MOVE ZERO TO CTT-ITEM-TOTAL (CT-IDX)
                                CTT-GL-BALANCE (CT-IDX)
                                CTT-GL-PERIOD (CT-IDX)
                   MOVE "Y" TO CONTROL-FOUND-SWITCH
               END-IF
           END-IF.

       LOAD-THE-CONTROL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-GL-ACCOUNT
               PERFORM UNTIL NO-MORE-GL-ACCOUNTS
                   IF GA-COMPANY = SPACES
                       MOVE "01" TO WORK-COMPANY
                   ELSE
                       MOVE GA-COMPANY TO WORK-COMPANY
                   END-IF
                   PERFORM FIND-THE-RECEIVABLE-TYPE
                   IF ROW-IS-RECEIVABLE
                       MOVE WORK-COMPANY TO WANTED-COMPANY
                       MOVE GA-DEBIT-ACCOUNT TO WANTED-ACCOUNT
                       PERFORM FIND-THE-CONTROL-ACCOUNT
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

       FIND-THE-RECEIVABLE-TYPE.
           MOVE "N" TO RECEIVABLE-FOUND-SWITCH.
           IF RECEIVABLE-COUNT > 0
               SET RV-IDX TO 1
               SEARCH RECEIVABLE-ENTRY
                   WHEN RVT-COMPANY (RV-IDX) = WORK-COMPANY
                    AND RVT-TRANS-TYPE (RV-IDX) = GA-TRANS-TYPE
                       MOVE "Y" TO RECEIVABLE-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * The closing balance of the latest month on file
      * at or before the business month.
       LOAD-THE-GL-BALANCES.
           PERFORM TAKE-ONE-CONTROL-BALANCE
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CONTROL-COUNT.
           MOVE "C" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.

       TAKE-ONE-CONTROL-BALANCE.
           MOVE "B" TO GP-ACTION.
           MOVE CTT-COMPANY (CT-IDX) TO GP-COMPANY.
           MOVE CTT-ACCOUNT (CT-IDX) TO GP-ACCOUNT.
           MOVE BUSINESS-PERIOD TO GP-PERIOD.
           MOVE ZERO TO GP-FROM-PERIOD.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF GP-BALANCE-FOUND
               MOVE GP-FOUND-PERIOD TO CTT-GL-PERIOD (CT-IDX)
               MOVE GP-CLOSING-BALANCE TO CTT-GL-BALANCE (CT-IDX)
           END-IF.

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
                       MOVE NM-CUST-NO TO TBL-CUST-NO (NAME-IDX)
                       MOVE NM-NAME TO TBL-NAME (NAME-IDX)
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
           MOVE "ARAGE01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "ARAGE01 "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
