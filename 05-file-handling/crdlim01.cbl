       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDLIM01.
      *--------------------------------------------------
      * Daily near-limit list for sales. Every customer
      * with a NAMECRED.DAT credit record is measured the
      * way the ADDEDT01 pre-edit measures a new sale:
      * what the customer owes is the sum of their open
      * AROPEN.DAT items, in the base currency, set
      * against their credit limit. A customer who owes 90
      * per cent or more of the limit -- within 10 per cent
      * of it, so the next sale may well be held -- is
      * listed with the limit, what they owe, what is
      * still available and the share used; one already
      * past the limit is flagged OVER LIMIT, and one on
      * credit hold ON HOLD. Names come from NAMEMAST.DAT
      * by NM-CUST-NO. Run after the night's receivables
      * are posted; the report is CRDLIM.DAT and nothing
      * is updated.
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
           SELECT OPTIONAL NAME-CREDIT-FILE ASSIGN TO "NAMECRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-FILE-STATUS.

           SELECT LIMIT-REPORT-FILE ASSIGN TO "CRDLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-CREDIT-FILE.
       COPY NAMECRED.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  LIMIT-REPORT-FILE.
       01  LIMIT-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       01  CREDIT-FILE-STATUS    PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  OPEN-ITEM-FILE-STATUS PIC XX.
       01  CREDIT-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-CREDIT-RECORDS        VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  OPEN-ITEM-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-OPEN-ITEMS            VALUE "Y".

       01  CREDIT-COUNT          PIC 9(4)    VALUE ZERO.
       01  CREDIT-TABLE.
           05  CREDIT-ENTRY OCCURS 1 TO 1000 TIMES
                             DEPENDING ON CREDIT-COUNT
                             INDEXED BY CR-IDX.
               10  CRT-CUST-NO       PIC X(06).
               10  CRT-CREDIT-LIMIT  PIC 9(9)V99.
               10  CRT-HOLD-FLAG     PIC X.
               10  CRT-BALANCE       PIC S9(11)V99.
               10  CRT-NAME          PIC X(10).

       01  BUSINESS-DATE         PIC 9(8).
       01  AVAILABLE-CREDIT      PIC S9(11)V99.
       01  PERCENT-USED          PIC 9(5).
       01  NEAR-COUNT            PIC 9(4)    VALUE ZERO.
       01  OVER-COUNT            PIC 9(4)    VALUE ZERO.
       01  EXC-JOB-NAME          PIC X(8)    VALUE "CRDLIM01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  LIMIT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "CUSTOMERS WITHIN 10% OF CREDIT LIMIT".
           COPY RUNDATE REPLACING RD-RUN-DATE BY LH-RUN-DATE.

       01  LIMIT-HEADING-2.
           05  FILLER             PIC X(19) VALUE "CUST   NAME".
           05  FILLER             PIC X(13) VALUE "        LIMIT".
           05  FILLER             PIC X(15) VALUE "           OWED".
           05  FILLER             PIC X(15) VALUE "      AVAILABLE".
           05  FILLER             PIC X(6)  VALUE "  USED".

       01  LIMIT-DETAIL-LINE.
           05  LD-CUST-NO         PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  LD-NAME            PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-LIMIT           PIC Z(9)9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  LD-OWED            PIC -(10)9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  LD-AVAILABLE       PIC -(10)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-PERCENT         PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE "%".
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  LD-NOTE            PIC X(10).

       01  LIMIT-SUMMARY-LINE.
           05  FILLER             PIC X(24)
               VALUE "Customers with limits: ".
           05  LS-CUSTOMERS       PIC ZZZ9.
           05  FILLER             PIC X(14) VALUE "  Near limit: ".
           05  LS-NEAR            PIC ZZZ9.
           05  FILLER             PIC X(14) VALUE "  Over limit: ".
           05  LS-OVER            PIC ZZZ9.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "CRDLIM01".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM LOAD-THE-CREDIT-LIMITS.
           PERFORM LOAD-THE-NAME-MASTER.
           PERFORM LOAD-THE-OPEN-BALANCES.
           OPEN OUTPUT LIMIT-REPORT-FILE.
           MOVE BUSINESS-DATE TO LH-RUN-DATE.
           MOVE LIMIT-HEADING-1 TO LIMIT-REPORT-LINE.
           WRITE LIMIT-REPORT-LINE.
           MOVE SPACES TO LIMIT-REPORT-LINE.
           WRITE LIMIT-REPORT-LINE.
           MOVE LIMIT-HEADING-2 TO LIMIT-REPORT-LINE.
           WRITE LIMIT-REPORT-LINE.
           PERFORM LIST-ONE-CUSTOMER
               VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > CREDIT-COUNT.
           MOVE SPACES TO LIMIT-REPORT-LINE.
           WRITE LIMIT-REPORT-LINE.
           MOVE CREDIT-COUNT TO LS-CUSTOMERS.
           MOVE NEAR-COUNT TO LS-NEAR.
           MOVE OVER-COUNT TO LS-OVER.
           MOVE LIMIT-SUMMARY-LINE TO LIMIT-REPORT-LINE.
           WRITE LIMIT-REPORT-LINE.
           CLOSE LIMIT-REPORT-FILE.
           DISPLAY "Customers near their limit: " NEAR-COUNT.
           DISPLAY "Customers over their limit: " OVER-COUNT.
           CALL "RUNEND" USING "CRDLIM01".

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * Near means owing at least nine tenths of the
      * limit; a zero limit lists only a customer who owes
      * anything at all.
       LIST-ONE-CUSTOMER.
           IF CRT-BALANCE (CR-IDX) > CRT-CREDIT-LIMIT (CR-IDX)
               ADD 1 TO OVER-COUNT
               MOVE "OVER LIMIT" TO LD-NOTE
               PERFORM WRITE-ONE-DETAIL-LINE
           ELSE
               IF  CRT-CREDIT-LIMIT (CR-IDX) > ZERO
               AND CRT-BALANCE (CR-IDX) * 10
                   >= CRT-CREDIT-LIMIT (CR-IDX) * 9
                   ADD 1 TO NEAR-COUNT
                   IF CRT-HOLD-FLAG (CR-IDX) = "H"
                       MOVE "ON HOLD" TO LD-NOTE
                   ELSE
                       MOVE SPACES TO LD-NOTE
                   END-IF
                   PERFORM WRITE-ONE-DETAIL-LINE
               END-IF
           END-IF.

       WRITE-ONE-DETAIL-LINE.
           MOVE CRT-CUST-NO (CR-IDX) TO LD-CUST-NO.
           MOVE CRT-NAME (CR-IDX) TO LD-NAME.
           MOVE CRT-CREDIT-LIMIT (CR-IDX) TO LD-LIMIT.
           MOVE CRT-BALANCE (CR-IDX) TO LD-OWED.
           COMPUTE AVAILABLE-CREDIT =
               CRT-CREDIT-LIMIT (CR-IDX) - CRT-BALANCE (CR-IDX).
           MOVE AVAILABLE-CREDIT TO LD-AVAILABLE.
           IF CRT-CREDIT-LIMIT (CR-IDX) = ZERO
               MOVE 999 TO PERCENT-USED
           ELSE
               COMPUTE PERCENT-USED =
                   CRT-BALANCE (CR-IDX) * 100
                   / CRT-CREDIT-LIMIT (CR-IDX)
                   ON SIZE ERROR
                       MOVE 999 TO PERCENT-USED
               END-COMPUTE
           END-IF.
           IF PERCENT-USED > 999
               MOVE 999 TO PERCENT-USED
           END-IF.
           MOVE PERCENT-USED TO LD-PERCENT.
           MOVE LIMIT-DETAIL-LINE TO LIMIT-REPORT-LINE.
           WRITE LIMIT-REPORT-LINE.

      * Level 3 routines
       LOAD-THE-CREDIT-LIMITS.
           OPEN INPUT NAME-CREDIT-FILE.
           IF CREDIT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CREDIT-RECORD
               PERFORM UNTIL NO-MORE-CREDIT-RECORDS
                   IF CREDIT-COUNT >= 1000
                       DISPLAY "Credit table full at 1000; "
                               "remaining NAMECRED rows ignored."
                       MOVE "Credit table full; customers unlisted"
                           TO EXC-TEXT
                       MOVE "CTRL" TO EXC-CATEGORY
                       CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                            EXC-CATEGORY
                       MOVE "Y" TO CREDIT-END-SWITCH
                   ELSE
                       ADD 1 TO CREDIT-COUNT
                       SET CR-IDX TO CREDIT-COUNT
                       MOVE NC-CUST-NO TO CRT-CUST-NO (CR-IDX)
                       IF NC-CREDIT-LIMIT IS NUMERIC
                           MOVE NC-CREDIT-LIMIT
                               TO CRT-CREDIT-LIMIT (CR-IDX)
                       ELSE
                           MOVE ZERO TO CRT-CREDIT-LIMIT (CR-IDX)
                       END-IF
                       MOVE NC-HOLD-FLAG TO CRT-HOLD-FLAG (CR-IDX)
                       MOVE ZERO TO CRT-BALANCE (CR-IDX)
                       MOVE "*NO NAME*" TO CRT-NAME (CR-IDX)
                       PERFORM READ-THE-NEXT-CREDIT-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE NAME-CREDIT-FILE.

       READ-THE-NEXT-CREDIT-RECORD.
           READ NAME-CREDIT-FILE
               AT END
                   MOVE "Y" TO CREDIT-END-SWITCH
           END-READ.

       LOAD-THE-NAME-MASTER.
           OPEN INPUT NAME-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   PERFORM NAME-ONE-CUSTOMER
                   PERFORM READ-THE-NEXT-MASTER-RECORD
               END-PERFORM
           END-IF.
           CLOSE NAME-MASTER-FILE.

       NAME-ONE-CUSTOMER.
           IF  CREDIT-COUNT > 0
           AND NM-CUST-NO NOT = SPACES
               SET CR-IDX TO 1
               SEARCH CREDIT-ENTRY
                   WHEN CRT-CUST-NO (CR-IDX) = NM-CUST-NO
                       MOVE NM-NAME TO CRT-NAME (CR-IDX)
               END-SEARCH
           END-IF.

       READ-THE-NEXT-MASTER-RECORD.
           READ NAME-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-END-SWITCH
           END-READ.

       LOAD-THE-OPEN-BALANCES.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF OPEN-ITEM-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-OPEN-ITEM
               PERFORM UNTIL NO-MORE-OPEN-ITEMS
                   PERFORM ADD-ONE-OPEN-ITEM
                   PERFORM READ-THE-NEXT-OPEN-ITEM
               END-PERFORM
           END-IF.
           CLOSE AR-OPEN-ITEM-FILE.

       ADD-ONE-OPEN-ITEM.
           IF  CREDIT-COUNT > 0
           AND AR-CUST-NO NOT = SPACES
               SET CR-IDX TO 1
               SEARCH CREDIT-ENTRY
                   WHEN CRT-CUST-NO (CR-IDX) = AR-CUST-NO
                       ADD AR-OPEN-AMOUNT TO CRT-BALANCE (CR-IDX)
               END-SEARCH
           END-IF.

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
           MOVE "CRDLIM01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "CRDLIM01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
