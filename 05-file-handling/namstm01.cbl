      * with no master record still gets its activity
      * listed, flagged *NOT ON MASTER* so the master gap
      * gets fixed rather than the activity lost.
      *
      * A customer whose address is flagged undeliverable
      * (NM-MAIL-STATUS "U", from returned mail) has the
      * statement suppressed the way an inactive one does
      * -- it would only come back again -- and is listed
      * instead on the STMADDR.DAT address-needed report
      * with the date and reason the mail came back.
      *
      * A customer with a billing address in force on
      * NAMETADR.DAT (type "B") -- an accounts-payable
      * office, say -- gets the statement there; everyone
      * else at the master address as before.
      *
      * Each activity line shows the sales tax charged on
      * the pair -- its type marked taxable on TAXTYPE.DAT,
      * at the TAXRATE.DAT rate in force for the
      * customer's NM-STATE -- and a statement with any tax
      * ends with the tax total and the activity plus tax.
      * The archives carry no posting date, so the rate is
      * the one in force on the statement date.
      *
      * Each activity line also shows the first 16
      * characters of the trans type's TRNTYPE.DAT
      * description beside the code, so the customer can
      * tell a sale from a transfer; the line stays 80
      * wide. A type with no master row shows its code
      * alone.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *
      * A feed's source header and trailer records carry
      * no pair and are passed over.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STATEMENT-PRINT-FILE ASSIGN TO "NAMESTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADDRESS-NEEDED-FILE ASSIGN TO "STMADDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TYPED-ADDRESS-FILE
               ASSIGN TO "NAMETADR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYPED-FILE-STATUS.

           SELECT OPTIONAL SALES-TAX-RATE-FILE
               ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-RATE-FILE-STATUS.

           SELECT OPTIONAL TAXABLE-TYPE-FILE
               ASSIGN TO "TAXTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-TYPE-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-TYPE-FILE
               ASSIGN TO "TRNTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRNTYPE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CONTROL-FILE.
       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-LINE      PIC X(80).

       FD  ADDRESS-NEEDED-FILE.
       01  ADDRESS-NEEDED-LINE       PIC X(80).

       FD  TYPED-ADDRESS-FILE.
       COPY NAMETADR.

       FD  SALES-TAX-RATE-FILE.
       COPY TAXRATE.

       FD  TAXABLE-TYPE-FILE.
       COPY TAXTYPE.

       FD  TRANSACTION-TYPE-FILE.
       COPY TRNTYPE.

       WORKING-STORAGE SECTION.

       01  ADDTRNP-PATH          PIC X(40).
               10  TBL-STATE         PIC X(02).
               10  TBL-ZIP           PIC X(09).
               10  TBL-STATUS        PIC X.
               10  TBL-CUST-NO       PIC X(06).
               10  TBL-MAIL-STATUS   PIC X.
               10  TBL-RETURN-DATE   PIC X(08).
               10  TBL-RETURN-REASON PIC X(20).
       01  NAME-FOUND-SWITCH     PIC X.
           88  NAME-WAS-FOUND                VALUE "Y".
       01  SUPPRESS-SWITCH       PIC X.
           88  STATEMENT-IS-SUPPRESSED       VALUE "Y".
       01  INACTIVE-COUNT        PIC 9(4)    VALUE ZERO.
       01  RETURNED-COUNT        PIC 9(4)    VALUE ZERO.
       01  TYPED-FILE-STATUS     PIC XX.
       01  TYPED-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-TYPED-RECORDS         VALUE "Y".
       01  TODAY-CCYYMMDD        PIC 9(8).
       01  TYPED-KEY-CUST-NO     PIC X(6).
       01  TYPED-FOUND-SWITCH    PIC X.
           88  TYPED-WAS-FOUND               VALUE "Y".

      * The billing addresses in force today, one entry per
      * customer.
       01  TYPED-COUNT           PIC 9(4)    VALUE ZERO.
       01  TYPED-TABLE.
           05  TYPED-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON TYPED-COUNT
                            INDEXED BY TY-IDX.
               10  TY-CUST-NO        PIC X(06).
               10  TY-EFFECTIVE-DATE PIC X(08).
               10  TY-ADDRESS        PIC X(30).
               10  TY-CITY           PIC X(15).
               10  TY-STATE          PIC X(02).
               10  TY-ZIP            PIC X(09).

       01  ACTIVITY-COUNT        PIC 9(4)    VALUE ZERO.
       01  ACTIVITY-TABLE.

       01  CURRENT-CUSTOMER      PIC X(10).
       01  CUSTOMER-TOTAL        PIC S9(9)V99.
       01  CUSTOMER-TAX-TOTAL    PIC S9(9)V99.
       01  CUSTOMER-DUE-TOTAL    PIC S9(9)V99.

       01  TAX-RATE-FILE-STATUS  PIC XX.
       01  TAX-TYPE-FILE-STATUS  PIC XX.
       01  TAX-RATE-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-TAX-RATES             VALUE "Y".
       01  TAX-TYPE-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-TAX-TYPES             VALUE "Y".
       01  TAX-RATE-COUNT        PIC 9(3)    VALUE ZERO.
       01  TAX-RATE-TABLE.
           05  TAX-RATE-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON TAX-RATE-COUNT
                               INDEXED BY SRT-IDX.
               10  SRT-STATE          PIC X(02).
               10  SRT-EFFECTIVE-DATE PIC 9(8).
               10  SRT-RATE-PERCENT   PIC 9(2)V9(4).
       01  TAX-TYPE-COUNT        PIC 9(3)    VALUE ZERO.
       01  TAX-TYPE-TABLE.
           05  TAX-TYPE-ENTRY OCCURS 1 TO 100 TIMES
                               DEPENDING ON TAX-TYPE-COUNT
                               INDEXED BY XTT-IDX.
               10  XTT-TRANS-TYPE     PIC X(02).
               10  XTT-TAXABLE-FLAG   PIC X.
       01  TRNTYPE-FILE-STATUS   PIC XX.
       01  TRNTYPE-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-TRANS-TYPES           VALUE "Y".
       01  TRANS-TYPE-COUNT      PIC 9(3)    VALUE ZERO.
       01  TRANS-TYPE-TABLE.
           05  TRANS-TYPE-ENTRY OCCURS 1 TO 100 TIMES
                                 DEPENDING ON TRANS-TYPE-COUNT
                                 INDEXED BY TMT-IDX.
               10  TMT-TRANS-TYPE     PIC X(02).
               10  TMT-DESCRIPTION    PIC X(16).
       01  TAX-STATE             PIC X(02).
       01  TAXABLE-TYPE-SWITCH   PIC X.
           88  TYPE-IS-TAXABLE               VALUE "Y".
       01  TAX-RATE-FOUND-SWITCH PIC X.
           88  TAX-RATE-WAS-FOUND            VALUE "Y".
       01  TAX-RATE-PERCENT      PIC 9(2)V9(4).
       01  TAX-RATE-DATE         PIC 9(8).
       01  SALES-TAX             PIC S9(7)V99.
       01  PAIR-RESULT           PIC S9(7)V99.
       01  STATEMENT-COUNT       PIC 9(4)    VALUE ZERO.

               VALUE "ACTIVITY STATEMENT  ".
           COPY RUNDATE REPLACING RD-RUN-DATE BY SH-RUN-DATE.

       01  NEEDED-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "ADDRESS NEEDED -- STATEMENT RUN".
           COPY RUNDATE REPLACING RD-RUN-DATE BY NH-RUN-DATE.

       01  NEEDED-HEADING-2.
           05  FILLER             PIC X(19) VALUE "CUST   NAME".
           05  FILLER             PIC X(10) VALUE "RETURNED".
           05  FILLER             PIC X(6)  VALUE "REASON".

       01  NEEDED-DETAIL-LINE.
           05  ND-CUST-NO         PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  ND-NAME            PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ND-RETURN-DATE     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ND-RETURN-REASON   PIC X(20).

       01  NEEDED-TOTAL-LINE.
           05  FILLER             PIC X(31)
               VALUE "Customers needing an address: ".
           05  NT-RETURNED-COUNT  PIC ZZZ9.

       01  CITY-STATE-ZIP-LINE.
           05  LB-CITY            PIC X(15).
           05  FILLER             PIC X(2)  VALUE ", ".
           05  AD-RESULT          PIC -(7)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-TRANS-TYPE      PIC X(2).
           05  FILLER             PIC X     VALUE SPACE.
           05  AD-TYPE-DESCRIPTION PIC X(16).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-CURRENCY-CODE   PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-SALES-TAX       PIC -(5)9.99 BLANK WHEN ZERO.

       01  STATEMENT-TOTAL-LINE.
           05  FILLER             PIC X(18)
               VALUE "  Activity total: ".
           05  ST-CUSTOMER-TOTAL  PIC -(9)9.99.

       01  STATEMENT-TAX-LINE.
           05  FILLER             PIC X(18)
               VALUE "  Sales tax:      ".
           05  ST-TAX-TOTAL       PIC -(9)9.99.

       01  STATEMENT-DUE-LINE.
           05  FILLER             PIC X(18)
               VALUE "  Total with tax: ".
           05  ST-DUE-TOTAL       PIC -(9)9.99.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "NAMSTM01".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM LOAD-THE-NAME-MASTER.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM LOAD-THE-TYPED-ADDRESSES.
           PERFORM LOAD-THE-SALES-TAX-RATES.
           PERFORM LOAD-THE-TAXABLE-TYPES.
           PERFORM LOAD-THE-TRANSACTION-TYPES.
           PERFORM LOAD-THE-ACTIVITY.
           PERFORM WRITE-THE-STATEMENTS.
           DISPLAY "Statements printed: " STATEMENT-COUNT.
           DISPLAY "Pairs with no customer key: " SKIPPED-COUNT.
           DISPLAY "Inactive customers skipped: " INACTIVE-COUNT.
           DISPLAY "Returned-mail statements held: " RETURNED-COUNT.
           CALL "RUNEND" USING "NAMSTM01".

       PROGRAM-DONE.
                   MOVE NM-STATE   TO TBL-STATE   (NAME-IDX)
                   MOVE NM-ZIP     TO TBL-ZIP     (NAME-IDX)
                   MOVE NM-STATUS  TO TBL-STATUS  (NAME-IDX)
                   MOVE NM-CUST-NO TO TBL-CUST-NO (NAME-IDX)
                   MOVE NM-MAIL-STATUS
                       TO TBL-MAIL-STATUS (NAME-IDX)
                   MOVE NM-RETURN-DATE
                       TO TBL-RETURN-DATE (NAME-IDX)
                   MOVE NM-RETURN-REASON
                       TO TBL-RETURN-REASON (NAME-IDX)
                   PERFORM READ-THE-NEXT-MASTER-RECORD
                   END-IF
               END-PERFORM
                   MOVE "Y" TO MASTER-END-SWITCH
           END-READ.

      * Only the record in force today is kept per
      * customer: the latest effective date not after
      * today. A later-dated record waits for its day.
       LOAD-THE-TYPED-ADDRESSES.
           MOVE ZERO TO TYPED-COUNT.
           OPEN INPUT TYPED-ADDRESS-FILE.
           IF TYPED-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TYPED-ADDRESS
               PERFORM UNTIL NO-MORE-TYPED-RECORDS
                   IF NA-ADDR-TYPE = "B"
                       PERFORM TAKE-ONE-TYPED-ADDRESS
                   END-IF
                   PERFORM READ-THE-NEXT-TYPED-ADDRESS
               END-PERFORM
           END-IF.
           CLOSE TYPED-ADDRESS-FILE.

       READ-THE-NEXT-TYPED-ADDRESS.
           READ TYPED-ADDRESS-FILE
               AT END
                   MOVE "Y" TO TYPED-END-SWITCH
           END-READ.

       TAKE-ONE-TYPED-ADDRESS.
           IF NA-EFFECTIVE-DATE NOT > TODAY-CCYYMMDD
               MOVE NA-CUST-NO TO TYPED-KEY-CUST-NO
               PERFORM FIND-THE-TYPED-ADDRESS
               IF TYPED-WAS-FOUND
                   IF NA-EFFECTIVE-DATE NOT < TY-EFFECTIVE-DATE (TY-IDX)
                       PERFORM STORE-THE-TYPED-ADDRESS
                   END-IF
               ELSE
                   IF TYPED-COUNT >= 1000
                       DISPLAY "Typed address table full at 1000; "
                               "customer " NA-CUST-NO " not loaded."
                   ELSE
                       ADD 1 TO TYPED-COUNT
                       SET TY-IDX TO TYPED-COUNT
                       PERFORM STORE-THE-TYPED-ADDRESS
                   END-IF
               END-IF
           END-IF.

       STORE-THE-TYPED-ADDRESS.
           MOVE NA-CUST-NO        TO TY-CUST-NO        (TY-IDX).
           MOVE NA-EFFECTIVE-DATE TO TY-EFFECTIVE-DATE (TY-IDX).
           MOVE NA-ADDRESS        TO TY-ADDRESS        (TY-IDX).
           MOVE NA-CITY           TO TY-CITY           (TY-IDX).
           MOVE NA-STATE          TO TY-STATE          (TY-IDX).
           MOVE NA-ZIP            TO TY-ZIP            (TY-IDX).

       FIND-THE-TYPED-ADDRESS.
           MOVE "N" TO TYPED-FOUND-SWITCH.
           IF TYPED-COUNT > 0
               SET TY-IDX TO 1
               SEARCH TYPED-ENTRY
                   WHEN TY-CUST-NO (TY-IDX) = TYPED-KEY-CUST-NO
                       MOVE "Y" TO TYPED-FOUND-SWITCH
               END-SEARCH
           END-IF.

       LOAD-THE-ACTIVITY.
           OPEN INPUT STATEMENT-CONTROL-FILE.
           PERFORM READ-THE-NEXT-CTL-LINE.
           IF ADDTRNP-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TRANSACTION
               PERFORM UNTIL NO-MORE-TRANSACTIONS
                   IF TT-SOURCE-PAIR
                       PERFORM TALLY-ONE-TRANSACTION
                   END-IF
                   PERFORM READ-THE-NEXT-TRANSACTION
               END-PERFORM
           ELSE
      * break, total at each change.
       WRITE-THE-STATEMENTS.
           OPEN OUTPUT STATEMENT-PRINT-FILE.
           PERFORM START-THE-ADDRESS-NEEDED.
           MOVE SPACES TO CURRENT-CUSTOMER.
           MOVE ZERO TO CUSTOMER-TOTAL.
           MOVE ZERO TO CUSTOMER-TAX-TOTAL.
           MOVE "N" TO SUPPRESS-SWITCH.
           PERFORM WRITE-ONE-ACTIVITY-LINE
               VARYING AC-IDX FROM 1 BY 1
           AND NOT STATEMENT-IS-SUPPRESSED
               PERFORM WRITE-THE-STATEMENT-TOTAL
           END-IF.
           PERFORM FINISH-THE-ADDRESS-NEEDED.
           CLOSE STATEMENT-PRINT-FILE.

       WRITE-ONE-ACTIVITY-LINE.
               END-IF
               MOVE AC-CUSTOMER (AC-IDX) TO CURRENT-CUSTOMER
               MOVE ZERO TO CUSTOMER-TOTAL
               MOVE ZERO TO CUSTOMER-TAX-TOTAL
               PERFORM CHECK-THE-CUSTOMER-STATUS
               MOVE SPACES TO TAX-STATE
               IF NAME-WAS-FOUND
                   MOVE TBL-STATE (NAME-IDX) TO TAX-STATE
               END-IF
               IF NOT STATEMENT-IS-SUPPRESSED
                   PERFORM WRITE-THE-STATEMENT-HEADING
               END-IF
      * An inactive customer's statement is suppressed
      * whole -- heading, activity, and total -- and
      * counted, the same default the label run applies.
      * An undeliverable address is suppressed the same
      * way and listed as address needed.
       CHECK-THE-CUSTOMER-STATUS.
           MOVE "N" TO SUPPRESS-SWITCH.
           PERFORM FIND-THE-CUSTOMER-NAME.
           AND TBL-STATUS (NAME-IDX) = "I"
               MOVE "Y" TO SUPPRESS-SWITCH
               ADD 1 TO INACTIVE-COUNT
           ELSE
           IF  NAME-WAS-FOUND
           AND TBL-MAIL-STATUS (NAME-IDX) = "U"
               MOVE "Y" TO SUPPRESS-SWITCH
               PERFORM LIST-ONE-ADDRESS-NEEDED
           END-IF
           END-IF.

       WRITE-THE-ACTIVITY-DETAIL.
           MOVE AC-SECOND-NUMBER (AC-IDX) TO AD-SECOND-NUMBER.
           MOVE PAIR-RESULT TO AD-RESULT.
           MOVE AC-TRANS-TYPE (AC-IDX) TO AD-TRANS-TYPE.
           MOVE SPACES TO AD-TYPE-DESCRIPTION.
           IF TRANS-TYPE-COUNT > 0
               SET TMT-IDX TO 1
               SEARCH TRANS-TYPE-ENTRY
                   WHEN TMT-TRANS-TYPE (TMT-IDX)
                        = AC-TRANS-TYPE (AC-IDX)
                       MOVE TMT-DESCRIPTION (TMT-IDX)
                           TO AD-TYPE-DESCRIPTION
               END-SEARCH
           END-IF.
           MOVE AC-CURRENCY-CODE (AC-IDX) TO AD-CURRENCY-CODE.
           PERFORM FIGURE-THE-SALES-TAX.
           ADD SALES-TAX TO CUSTOMER-TAX-TOTAL.
           MOVE SALES-TAX TO AD-SALES-TAX.
           MOVE ACTIVITY-DETAIL-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

           IF NAME-WAS-FOUND
               MOVE TBL-NAME (NAME-IDX) TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               MOVE TBL-CUST-NO (NAME-IDX) TO TYPED-KEY-CUST-NO
               PERFORM FIND-THE-TYPED-ADDRESS
               IF  TYPED-WAS-FOUND
               AND TY-ADDRESS (TY-IDX) NOT = SPACES
                   MOVE TY-ADDRESS (TY-IDX) TO STATEMENT-PRINT-LINE
                   MOVE TY-CITY (TY-IDX) TO LB-CITY
                   MOVE TY-STATE (TY-IDX) TO LB-STATE
                   MOVE TY-ZIP (TY-IDX) TO LB-ZIP
               ELSE
                   MOVE TBL-ADDRESS (NAME-IDX) TO STATEMENT-PRINT-LINE
                   MOVE TBL-CITY (NAME-IDX) TO LB-CITY
                   MOVE TBL-STATE (NAME-IDX) TO LB-STATE
                   MOVE TBL-ZIP (NAME-IDX) TO LB-ZIP
               END-IF
               WRITE STATEMENT-PRINT-LINE
               MOVE CITY-STATE-ZIP-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           ELSE
           MOVE CUSTOMER-TOTAL TO ST-CUSTOMER-TOTAL.
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           IF CUSTOMER-TAX-TOTAL NOT = ZERO
               MOVE CUSTOMER-TAX-TOTAL TO ST-TAX-TOTAL
               MOVE STATEMENT-TAX-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               COMPUTE CUSTOMER-DUE-TOTAL =
                   CUSTOMER-TOTAL + CUSTOMER-TAX-TOTAL
               MOVE CUSTOMER-DUE-TOTAL TO ST-DUE-TOTAL
               MOVE STATEMENT-DUE-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

      * ADD07's tax test: a taxable type and a rate in
      * force for the customer's state.
       FIGURE-THE-SALES-TAX.
           MOVE ZERO TO SALES-TAX.
           MOVE "N" TO TAXABLE-TYPE-SWITCH.
           IF TAX-TYPE-COUNT > 0
               SET XTT-IDX TO 1
               SEARCH TAX-TYPE-ENTRY
                   WHEN XTT-TRANS-TYPE (XTT-IDX) =
                        AC-TRANS-TYPE (AC-IDX)
                    AND XTT-TAXABLE-FLAG (XTT-IDX) = "Y"
                       MOVE "Y" TO TAXABLE-TYPE-SWITCH
               END-SEARCH
           END-IF.
           IF  TYPE-IS-TAXABLE
           AND TAX-STATE NOT = SPACES
               MOVE "N" TO TAX-RATE-FOUND-SWITCH
               MOVE ZERO TO TAX-RATE-PERCENT
               MOVE ZERO TO TAX-RATE-DATE
               PERFORM CHECK-ONE-TAX-RATE-ROW
                   VARYING SRT-IDX FROM 1 BY 1
                   UNTIL SRT-IDX > TAX-RATE-COUNT
               IF TAX-RATE-WAS-FOUND
                   COMPUTE SALES-TAX ROUNDED =
                       PAIR-RESULT * TAX-RATE-PERCENT / 100
               END-IF
           END-IF.

       CHECK-ONE-TAX-RATE-ROW.
           IF  SRT-STATE (SRT-IDX) = TAX-STATE
           AND SRT-EFFECTIVE-DATE (SRT-IDX) <= TODAY-CCYYMMDD
           AND SRT-EFFECTIVE-DATE (SRT-IDX) >= TAX-RATE-DATE
               MOVE SRT-EFFECTIVE-DATE (SRT-IDX) TO TAX-RATE-DATE
               MOVE SRT-RATE-PERCENT (SRT-IDX) TO TAX-RATE-PERCENT
               MOVE "Y" TO TAX-RATE-FOUND-SWITCH
           END-IF.

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
                   MOVE SR-RATE-PERCENT TO SRT-RATE-PERCENT (SRT-IDX)
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
                   MOVE XT-TRANS-TYPE TO XTT-TRANS-TYPE (XTT-IDX)
                   MOVE XT-TAXABLE-FLAG TO XTT-TAXABLE-FLAG (XTT-IDX)
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

       LOAD-THE-TRANSACTION-TYPES.
           OPEN INPUT TRANSACTION-TYPE-FILE.
           IF TRNTYPE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TRANS-TYPE
               PERFORM UNTIL NO-MORE-TRANS-TYPES
                   IF TRANS-TYPE-COUNT >= 100
                       DISPLAY "Transaction-type table full at 100; "
                               "remaining TRNTYPE rows ignored."
                       MOVE "Y" TO TRNTYPE-END-SWITCH
                   ELSE
                   ADD 1 TO TRANS-TYPE-COUNT
                   SET TMT-IDX TO TRANS-TYPE-COUNT
                   MOVE TM-TRANS-TYPE TO TMT-TRANS-TYPE (TMT-IDX)
                   MOVE TM-DESCRIPTION TO TMT-DESCRIPTION (TMT-IDX)
                   PERFORM READ-THE-NEXT-TRANS-TYPE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE TRANSACTION-TYPE-FILE.

       READ-THE-NEXT-TRANS-TYPE.
           READ TRANSACTION-TYPE-FILE
               AT END
                   MOVE "Y" TO TRNTYPE-END-SWITCH
           END-READ.

       START-THE-ADDRESS-NEEDED.
           OPEN OUTPUT ADDRESS-NEEDED-FILE.
           ACCEPT NH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE NEEDED-HEADING-1 TO ADDRESS-NEEDED-LINE.
           WRITE ADDRESS-NEEDED-LINE.
           MOVE NEEDED-HEADING-2 TO ADDRESS-NEEDED-LINE.
           WRITE ADDRESS-NEEDED-LINE.

       LIST-ONE-ADDRESS-NEEDED.
           MOVE TBL-CUST-NO (NAME-IDX) TO ND-CUST-NO.
           MOVE TBL-NAME (NAME-IDX) TO ND-NAME.
           MOVE TBL-RETURN-DATE (NAME-IDX) TO ND-RETURN-DATE.
           MOVE TBL-RETURN-REASON (NAME-IDX) TO ND-RETURN-REASON.
           MOVE NEEDED-DETAIL-LINE TO ADDRESS-NEEDED-LINE.
           WRITE ADDRESS-NEEDED-LINE.
           ADD 1 TO RETURNED-COUNT.

       FINISH-THE-ADDRESS-NEEDED.
           MOVE RETURNED-COUNT TO NT-RETURNED-COUNT.
           MOVE NEEDED-TOTAL-LINE TO ADDRESS-NEEDED-LINE.
           WRITE ADDRESS-NEEDED-LINE.
           CLOSE ADDRESS-NEEDED-FILE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "NAMSTM01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "NAMSTM01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
