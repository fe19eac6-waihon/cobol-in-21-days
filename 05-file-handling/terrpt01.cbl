       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRPT01.
      *--------------------------------------------------
      * Monthly sales-territory activity report. Reads the
      * month's archived ADD transaction files listed in
      * STMTCTL.DAT, the same list NAMSTM01's statements
      * are run from, and joins each pair's TT-CUSTOMER to
      * the name master, the customer's NM-CUST-NO to the
      * NAMETERR.DAT assignment TERASN01 keeps, and the
      * territory to its rep on TERRTBL.DAT.
      *
      * TERRPT.DAT shows, per territory, sorted by rep:
      * customers assigned, customers with activity in the
      * month, transaction count, and amount -- first plus
      * second number converted to base currency at the
      * CURRATE.DAT rate in force on the business date, as
      * ADD07 prices a pair -- with a subtotal per rep.
      * Activity for customers in no territory and for
      * customer keys not on the master is shown on lines
      * of its own so the grand total ties to the
      * archives. A pair in a currency with no rate is
      * counted but left out of the amounts, and the
      * count of them printed.
      *
      * A second section lists every master customer whose
      * ZIP falls in no territory, so the table can be
      * extended to cover them.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *
      * A feed's source header and trailer records carry
      * no pair and are passed over.
      *
      * The CURRATE.DAT rate table is held 5000 rows
      * deep, now that treasury's rates come in every day
      * through RATIMP01 rather than being keyed by hand.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATEMENT-CONTROL-FILE
               ASSIGN TO "STMTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT OPTIONAL ADDTRNP-ARCHIVE-FILE
               ASSIGN TO DYNAMIC ADDTRNP-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADDTRNP-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE
               ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL NAME-TERRITORY-FILE
               ASSIGN TO "NAMETERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-FILE-STATUS.

           SELECT OPTIONAL TERRITORY-TABLE-FILE
               ASSIGN TO "TERRTBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TABLE-FILE-STATUS.

           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT TERRITORY-REPORT-FILE ASSIGN TO "TERRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CONTROL-FILE.
       01  STATEMENT-CONTROL-LINE    PIC X(80).

       FD  ADDTRNP-ARCHIVE-FILE.
       COPY ADDTRNP.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  NAME-TERRITORY-FILE.
       COPY NAMETERR.

       FD  TERRITORY-TABLE-FILE.
       COPY TERRTBL.

       FD  CURRENCY-RATE-FILE.
       COPY CURRATE.

       FD  TERRITORY-REPORT-FILE.
       01  TERRITORY-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       01  ADDTRNP-PATH          PIC X(40).
       01  ADDTRNP-FILE-STATUS   PIC XX.
       01  CTL-FILE-STATUS       PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  ASSIGN-FILE-STATUS    PIC XX.
       01  TABLE-FILE-STATUS     PIC XX.
       01  RATE-FILE-STATUS      PIC XX.

       01  CTL-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-CTL-LINES             VALUE "Y".
       01  TRAN-END-SWITCH       PIC X.
           88  NO-MORE-TRANSACTIONS          VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  ASSIGN-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-ASSIGNMENTS           VALUE "Y".
       01  TABLE-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-TABLE-ROWS            VALUE "Y".
       01  RATE-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-RATE-RECORDS          VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

      * The name master, by name, with the customer's
      * territory joined on and a switch set the first
      * time the month's activity lands on the customer.
       01  MASTER-COUNT          PIC 9(4)    VALUE ZERO.
       01  NAME-TABLE.
           05  NAME-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON MASTER-COUNT
                           ASCENDING KEY IS TBL-NAME
                           INDEXED BY NAME-IDX.
               10  TBL-NAME          PIC X(10).
               10  TBL-CUST-NO       PIC X(06).
               10  TBL-STATE         PIC X(02).
               10  TBL-ZIP           PIC X(09).
               10  TBL-TERRITORY     PIC X(04).
               10  TBL-ACTIVE-SWITCH PIC X.
       01  NAME-FOUND-SWITCH     PIC X.
           88  NAME-WAS-FOUND                VALUE "Y".

      * NAMETERR.DAT, by customer number.
       01  ASSIGN-COUNT          PIC 9(4)    VALUE ZERO.
       01  ASSIGN-TABLE.
           05  ASSIGN-ENTRY OCCURS 1 TO 1000 TIMES
                             DEPENDING ON ASSIGN-COUNT
                             INDEXED BY AS-IDX.
               10  AS-CUST-NO        PIC X(06).
               10  AS-TERRITORY      PIC X(04).
               10  AS-REP-ID         PIC X(08).

      * One line per territory: its rep from TERRTBL.DAT
      * and the month's tallies.
       01  TERRITORY-COUNT       PIC 9(4)    VALUE ZERO.
       01  TERRITORY-SUMMARY.
           05  TERRITORY-ENTRY OCCURS 1 TO 500 TIMES
                                DEPENDING ON TERRITORY-COUNT
                                INDEXED BY TS-IDX.
               10  TS-REP-ID         PIC X(08).
               10  TS-TERRITORY      PIC X(04).
               10  TS-REP-NAME       PIC X(20).
               10  TS-CUSTOMERS      PIC 9(5).
               10  TS-ACTIVE         PIC 9(5).
               10  TS-TRANSACTIONS   PIC 9(7).
               10  TS-AMOUNT         PIC S9(11)V99.

       01  RATE-COUNT            PIC 9(4)    VALUE ZERO.
       01  RATE-TABLE.
           05  RATE-ENTRY        OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON RATE-COUNT
                                  INDEXED BY RT-IDX.
               10  RTT-CURRENCY-CODE   PIC X(03).
               10  RTT-EFFECTIVE-DATE  PIC 9(8).
               10  RTT-RATE            PIC 9(3)V9(6).
       01  RATE-FOUND-SWITCH     PIC X.
           88  RATE-WAS-FOUND                VALUE "Y".
       01  FOUND-RATE            PIC 9(3)V9(6).
       01  FOUND-EFFECTIVE-DATE  PIC 9(8).
       01  WANTED-CURRENCY       PIC X(03).
       01  BASE-CURRENCY         PIC X(03)   VALUE "USD".
       01  BUSINESS-DATE         PIC 9(8).

       01  WANTED-TERRITORY      PIC X(04).
       01  TERRITORY-FOUND-SWITCH PIC X.
           88  TERRITORY-WAS-FOUND           VALUE "Y".
       01  PAIR-RESULT           PIC S9(9)V99.
       01  PAIR-AMOUNT           PIC S9(11)V99.

      * Activity outside any territory's line.
       01  NONE-ACTIVE           PIC 9(5)    VALUE ZERO.
       01  NONE-TRANSACTIONS     PIC 9(7)    VALUE ZERO.
       01  NONE-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       01  OFF-MASTER-TRANSACTIONS PIC 9(7)  VALUE ZERO.
       01  OFF-MASTER-AMOUNT     PIC S9(11)V99 VALUE ZERO.
       01  SKIPPED-COUNT         PIC 9(5)    VALUE ZERO.
       01  UNPRICED-COUNT        PIC 9(5)    VALUE ZERO.
       01  UNASSIGNED-COUNT      PIC 9(4)    VALUE ZERO.

       01  CURRENT-REP-ID        PIC X(08).
       01  REP-CUSTOMERS         PIC 9(5).
       01  REP-ACTIVE            PIC 9(5).
       01  REP-TRANSACTIONS      PIC 9(7).
       01  REP-AMOUNT            PIC S9(11)V99.
       01  GRAND-CUSTOMERS       PIC 9(5)    VALUE ZERO.
       01  GRAND-ACTIVE          PIC 9(5)    VALUE ZERO.
       01  GRAND-TRANSACTIONS    PIC 9(7)    VALUE ZERO.
       01  GRAND-AMOUNT          PIC S9(11)V99 VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "TERRPT01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  REPORT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "SALES TERRITORY ACTIVITY".
           COPY RUNDATE REPLACING RD-RUN-DATE BY TH-RUN-DATE.

       01  REPORT-HEADING-2.
           05  FILLER             PIC X(6)  VALUE "TERR".
           05  FILLER             PIC X(10) VALUE "REP".
           05  FILLER             PIC X(22) VALUE "REP NAME".
           05  FILLER             PIC X(7)  VALUE "  CUSTS".
           05  FILLER             PIC X(7)  VALUE "   ACTV".
           05  FILLER             PIC X(8)  VALUE "   TRANS".
           05  FILLER             PIC X(16)
               VALUE "          AMOUNT".

       01  TERRITORY-DETAIL-LINE.
           05  TD-TERRITORY       PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TD-REP-ID          PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TD-REP-NAME        PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TD-CUSTOMERS       PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TD-ACTIVE          PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  TD-TRANSACTIONS    PIC ZZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TD-AMOUNT          PIC -(10)9.99.

       01  EXCEPTION-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "CUSTOMERS IN NO TERRITORY".

       01  EXCEPTION-HEADING-2.
           05  FILLER             PIC X(8)  VALUE "CUST".
           05  FILLER             PIC X(12) VALUE "NAME".
           05  FILLER             PIC X(7)  VALUE "STATE".
           05  FILLER             PIC X(3)  VALUE "ZIP".

       01  EXCEPTION-DETAIL-LINE.
           05  ED-CUST-NO         PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ED-NAME            PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ED-STATE           PIC X(2).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  ED-ZIP             PIC X(9).

       01  EXCEPTION-TOTAL-LINE.
           05  FILLER             PIC X(31)
               VALUE "Customers in no territory: ".
           05  ET-UNASSIGNED      PIC ZZZ9.

       01  UNPRICED-LINE.
           05  FILLER             PIC X(40)
               VALUE "Pairs with no rate, left out of amounts:".
           05  UL-UNPRICED        PIC ZZZZ9.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "TERRPT01".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM LOAD-THE-NAME-MASTER.
           PERFORM LOAD-THE-ASSIGNMENTS.
           PERFORM LOAD-THE-TERRITORY-TABLE.
           IF LOAD-DID-OVERFLOW
               DISPLAY "A territory report table exceeds its "
                       "limit; run abandoned."
               MOVE "Territory report table overflow" TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               CALL "RUNEND" USING "TERRPT01"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM JOIN-THE-TERRITORIES
               PERFORM LOAD-THE-RATES
               PERFORM LOAD-THE-ACTIVITY
               PERFORM WRITE-THE-REPORT
               DISPLAY "Territories reported: " TERRITORY-COUNT
               DISPLAY "Customers in no territory: "
                       UNASSIGNED-COUNT
               DISPLAY "Pairs with no customer key: " SKIPPED-COUNT
               DISPLAY "Pairs with no rate: " UNPRICED-COUNT
               CALL "RUNEND" USING "TERRPT01"
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-NAME-MASTER.
           OPEN INPUT NAME-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   IF MASTER-COUNT >= 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO MASTER-END-SWITCH
                   ELSE
                       ADD 1 TO MASTER-COUNT
                       SET NAME-IDX TO MASTER-COUNT
                       MOVE NM-NAME TO TBL-NAME (NAME-IDX)
                       MOVE NM-CUST-NO TO TBL-CUST-NO (NAME-IDX)
                       MOVE NM-STATE TO TBL-STATE (NAME-IDX)
                       MOVE NM-ZIP TO TBL-ZIP (NAME-IDX)
                       MOVE SPACES TO TBL-TERRITORY (NAME-IDX)
                       MOVE "N" TO TBL-ACTIVE-SWITCH (NAME-IDX)
                       PERFORM READ-THE-NEXT-MASTER-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE NAME-MASTER-FILE.
           IF MASTER-COUNT > 0
               SORT NAME-ENTRY ASCENDING KEY TBL-NAME
           END-IF.

       READ-THE-NEXT-MASTER-RECORD.
           READ NAME-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-END-SWITCH
           END-READ.

       LOAD-THE-ASSIGNMENTS.
           OPEN INPUT NAME-TERRITORY-FILE.
           IF ASSIGN-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ASSIGNMENT
               PERFORM UNTIL NO-MORE-ASSIGNMENTS
                   IF ASSIGN-COUNT >= 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO ASSIGN-END-SWITCH
                   ELSE
                       ADD 1 TO ASSIGN-COUNT
                       SET AS-IDX TO ASSIGN-COUNT
                       MOVE TG-CUST-NO TO AS-CUST-NO (AS-IDX)
                       MOVE TG-TERRITORY TO AS-TERRITORY (AS-IDX)
                       MOVE TG-REP-ID TO AS-REP-ID (AS-IDX)
                       PERFORM READ-THE-NEXT-ASSIGNMENT
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No NAMETERR.DAT; run TERASN01 first."
           END-IF.
           CLOSE NAME-TERRITORY-FILE.

       READ-THE-NEXT-ASSIGNMENT.
           READ NAME-TERRITORY-FILE
               AT END
                   MOVE "Y" TO ASSIGN-END-SWITCH
           END-READ.

      * One summary line per territory on the table; a
      * territory's rep is the one on its first row.
       LOAD-THE-TERRITORY-TABLE.
           OPEN INPUT TERRITORY-TABLE-FILE.
           IF TABLE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TABLE-ROW
               PERFORM UNTIL NO-MORE-TABLE-ROWS
                   IF TZ-TERRITORY NOT = SPACES
                       MOVE TZ-TERRITORY TO WANTED-TERRITORY
                       PERFORM FIND-THE-TERRITORY
                       IF NOT TERRITORY-WAS-FOUND
                           PERFORM ADD-ONE-TERRITORY
                           IF NOT LOAD-DID-OVERFLOW
                               MOVE TZ-REP-ID TO TS-REP-ID (TS-IDX)
                               MOVE TZ-REP-NAME
                                   TO TS-REP-NAME (TS-IDX)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-THE-NEXT-TABLE-ROW
               END-PERFORM
           END-IF.
           CLOSE TERRITORY-TABLE-FILE.

       READ-THE-NEXT-TABLE-ROW.
           READ TERRITORY-TABLE-FILE
               AT END
                   MOVE "Y" TO TABLE-END-SWITCH
           END-READ.

       ADD-ONE-TERRITORY.
           IF TERRITORY-COUNT >= 500
               MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               MOVE "Y" TO TABLE-END-SWITCH
           ELSE
               ADD 1 TO TERRITORY-COUNT
               SET TS-IDX TO TERRITORY-COUNT
               MOVE WANTED-TERRITORY TO TS-TERRITORY (TS-IDX)
               MOVE SPACES TO TS-REP-ID (TS-IDX)
               MOVE SPACES TO TS-REP-NAME (TS-IDX)
               MOVE ZERO TO TS-CUSTOMERS (TS-IDX)
               MOVE ZERO TO TS-ACTIVE (TS-IDX)
               MOVE ZERO TO TS-TRANSACTIONS (TS-IDX)
               MOVE ZERO TO TS-AMOUNT (TS-IDX)
           END-IF.

       FIND-THE-TERRITORY.
           MOVE "N" TO TERRITORY-FOUND-SWITCH.
           IF TERRITORY-COUNT > 0
               SET TS-IDX TO 1
               SEARCH TERRITORY-ENTRY
                   WHEN TS-TERRITORY (TS-IDX) = WANTED-TERRITORY
                       MOVE "Y" TO TERRITORY-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * Each master customer takes the territory of its
      * assignment and is counted to it; one assigned to a
      * territory since dropped from the table still gets
      * a line, under the rep it was assigned with.
       JOIN-THE-TERRITORIES.
           PERFORM JOIN-ONE-CUSTOMER
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > MASTER-COUNT.

       JOIN-ONE-CUSTOMER.
           IF  TBL-CUST-NO (NAME-IDX) NOT = SPACES
           AND ASSIGN-COUNT > 0
               SET AS-IDX TO 1
               SEARCH ASSIGN-ENTRY
                   WHEN AS-CUST-NO (AS-IDX) = TBL-CUST-NO (NAME-IDX)
                       MOVE AS-TERRITORY (AS-IDX)
                           TO TBL-TERRITORY (NAME-IDX)
               END-SEARCH
           END-IF.
           IF TBL-TERRITORY (NAME-IDX) = SPACES
               ADD 1 TO UNASSIGNED-COUNT
           ELSE
               MOVE TBL-TERRITORY (NAME-IDX) TO WANTED-TERRITORY
               PERFORM FIND-THE-TERRITORY
               IF NOT TERRITORY-WAS-FOUND
                   PERFORM ADD-ONE-TERRITORY
                   IF NOT LOAD-DID-OVERFLOW
                       MOVE AS-REP-ID (AS-IDX) TO TS-REP-ID (TS-IDX)
                       MOVE "*NOT ON TERRTBL*"
                           TO TS-REP-NAME (TS-IDX)
                   END-IF
               END-IF
               IF NOT LOAD-DID-OVERFLOW
                   ADD 1 TO TS-CUSTOMERS (TS-IDX)
               END-IF
           END-IF.

       LOAD-THE-RATES.
           OPEN INPUT CURRENCY-RATE-FILE.
           IF RATE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-RATE-RECORD
               PERFORM UNTIL NO-MORE-RATE-RECORDS
                   IF RATE-COUNT < 5000
                       ADD 1 TO RATE-COUNT
                       SET RT-IDX TO RATE-COUNT
                       MOVE CU-CURRENCY-CODE
                           TO RTT-CURRENCY-CODE (RT-IDX)
                       MOVE CU-EFFECTIVE-DATE
                           TO RTT-EFFECTIVE-DATE (RT-IDX)
                       MOVE CU-RATE TO RTT-RATE (RT-IDX)
                   END-IF
                   PERFORM READ-THE-NEXT-RATE-RECORD
               END-PERFORM
           END-IF.
           CLOSE CURRENCY-RATE-FILE.

       READ-THE-NEXT-RATE-RECORD.
           READ CURRENCY-RATE-FILE
               AT END
                   MOVE "Y" TO RATE-END-SWITCH
           END-READ.

       LOAD-THE-ACTIVITY.
           OPEN INPUT STATEMENT-CONTROL-FILE.
           IF CTL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CTL-LINE
               PERFORM UNTIL NO-MORE-CTL-LINES
                   MOVE STATEMENT-CONTROL-LINE TO ADDTRNP-PATH
                   PERFORM LOAD-ONE-ARCHIVE
                   PERFORM READ-THE-NEXT-CTL-LINE
               END-PERFORM
           END-IF.
           CLOSE STATEMENT-CONTROL-FILE.

       READ-THE-NEXT-CTL-LINE.
           READ STATEMENT-CONTROL-FILE
               AT END
                   MOVE "Y" TO CTL-END-SWITCH
           END-READ.

       LOAD-ONE-ARCHIVE.
           MOVE "N" TO TRAN-END-SWITCH.
           OPEN INPUT ADDTRNP-ARCHIVE-FILE.
           IF ADDTRNP-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TRANSACTION
               PERFORM UNTIL NO-MORE-TRANSACTIONS
                   IF TT-SOURCE-PAIR
                       PERFORM TALLY-ONE-TRANSACTION
                   END-IF
                   PERFORM READ-THE-NEXT-TRANSACTION
               END-PERFORM
           ELSE
               DISPLAY "Listed archive not found, skipped: "
                       ADDTRNP-PATH
           END-IF.
           CLOSE ADDTRNP-ARCHIVE-FILE.

       READ-THE-NEXT-TRANSACTION.
           READ ADDTRNP-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO TRAN-END-SWITCH
           END-READ.

      * Pairs keyed before TT-CUSTOMER existed belong to
      * no customer, so to no territory; they are counted.
       TALLY-ONE-TRANSACTION.
           IF TT-CUSTOMER = SPACES
               ADD 1 TO SKIPPED-COUNT
           ELSE
               PERFORM PRICE-THE-PAIR
               PERFORM FIND-THE-CUSTOMER-NAME
               IF NOT NAME-WAS-FOUND
                   ADD 1 TO OFF-MASTER-TRANSACTIONS
                   ADD PAIR-AMOUNT TO OFF-MASTER-AMOUNT
               ELSE
                   IF TBL-TERRITORY (NAME-IDX) = SPACES
                       PERFORM TALLY-TO-NO-TERRITORY
                   ELSE
                       PERFORM TALLY-TO-THE-TERRITORY
                   END-IF
                   MOVE "Y" TO TBL-ACTIVE-SWITCH (NAME-IDX)
               END-IF
           END-IF.

       TALLY-TO-NO-TERRITORY.
           IF TBL-ACTIVE-SWITCH (NAME-IDX) NOT = "Y"
               ADD 1 TO NONE-ACTIVE
           END-IF.
           ADD 1 TO NONE-TRANSACTIONS.
           ADD PAIR-AMOUNT TO NONE-AMOUNT.

       TALLY-TO-THE-TERRITORY.
           MOVE TBL-TERRITORY (NAME-IDX) TO WANTED-TERRITORY.
           PERFORM FIND-THE-TERRITORY.
           IF TBL-ACTIVE-SWITCH (NAME-IDX) NOT = "Y"
               ADD 1 TO TS-ACTIVE (TS-IDX)
           END-IF.
           ADD 1 TO TS-TRANSACTIONS (TS-IDX).
           ADD PAIR-AMOUNT TO TS-AMOUNT (TS-IDX).

       PRICE-THE-PAIR.
           COMPUTE PAIR-RESULT = FIRST-NUMBER + SECOND-NUMBER.
           MOVE TT-CURRENCY-CODE TO WANTED-CURRENCY.
           PERFORM FIND-THE-CURRENCY-RATE.
           IF RATE-WAS-FOUND
               COMPUTE PAIR-AMOUNT ROUNDED = PAIR-RESULT * FOUND-RATE
           ELSE
               MOVE ZERO TO PAIR-AMOUNT
               ADD 1 TO UNPRICED-COUNT
           END-IF.

       FIND-THE-CURRENCY-RATE.
           MOVE "N" TO RATE-FOUND-SWITCH.
           MOVE 1 TO FOUND-RATE.
           MOVE ZERO TO FOUND-EFFECTIVE-DATE.
           IF WANTED-CURRENCY = BASE-CURRENCY
           OR WANTED-CURRENCY = SPACES
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

       FIND-THE-CUSTOMER-NAME.
           MOVE "N" TO NAME-FOUND-SWITCH.
           IF MASTER-COUNT > 0
               SET NAME-IDX TO 1
               SEARCH ALL NAME-ENTRY
                   WHEN TBL-NAME (NAME-IDX) = TT-CUSTOMER
                       MOVE "Y" TO NAME-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * Territories sorted by rep break to a subtotal per
      * rep; the no-territory and off-master lines and the
      * grand total follow.
       WRITE-THE-REPORT.
           OPEN OUTPUT TERRITORY-REPORT-FILE.
           ACCEPT TH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE REPORT-HEADING-1 TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           MOVE SPACES TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           MOVE REPORT-HEADING-2 TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           IF TERRITORY-COUNT > 0
               SORT TERRITORY-ENTRY ASCENDING KEY TS-REP-ID
                                                  TS-TERRITORY
           END-IF.
           MOVE SPACES TO CURRENT-REP-ID.
           PERFORM WRITE-ONE-TERRITORY-LINE
               VARYING TS-IDX FROM 1 BY 1
               UNTIL TS-IDX > TERRITORY-COUNT.
           IF TERRITORY-COUNT > 0
               PERFORM WRITE-THE-REP-TOTAL
           END-IF.
           PERFORM WRITE-THE-OUTSIDE-LINES.
           PERFORM WRITE-THE-GRAND-TOTAL.
           PERFORM WRITE-THE-UNASSIGNED-LIST.
           CLOSE TERRITORY-REPORT-FILE.

       WRITE-ONE-TERRITORY-LINE.
           IF TS-IDX > 1
           AND TS-REP-ID (TS-IDX) NOT = CURRENT-REP-ID
               PERFORM WRITE-THE-REP-TOTAL
           END-IF.
           IF TS-IDX = 1
           OR TS-REP-ID (TS-IDX) NOT = CURRENT-REP-ID
               MOVE TS-REP-ID (TS-IDX) TO CURRENT-REP-ID
               MOVE ZERO TO REP-CUSTOMERS
               MOVE ZERO TO REP-ACTIVE
               MOVE ZERO TO REP-TRANSACTIONS
               MOVE ZERO TO REP-AMOUNT
           END-IF.
           MOVE SPACES TO TERRITORY-DETAIL-LINE.
           MOVE TS-TERRITORY (TS-IDX) TO TD-TERRITORY.
           MOVE TS-REP-ID (TS-IDX) TO TD-REP-ID.
           MOVE TS-REP-NAME (TS-IDX) TO TD-REP-NAME.
           MOVE TS-CUSTOMERS (TS-IDX) TO TD-CUSTOMERS.
           MOVE TS-ACTIVE (TS-IDX) TO TD-ACTIVE.
           MOVE TS-TRANSACTIONS (TS-IDX) TO TD-TRANSACTIONS.
           MOVE TS-AMOUNT (TS-IDX) TO TD-AMOUNT.
           MOVE TERRITORY-DETAIL-LINE TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           ADD TS-CUSTOMERS (TS-IDX) TO REP-CUSTOMERS.
           ADD TS-ACTIVE (TS-IDX) TO REP-ACTIVE.
           ADD TS-TRANSACTIONS (TS-IDX) TO REP-TRANSACTIONS.
           ADD TS-AMOUNT (TS-IDX) TO REP-AMOUNT.

       WRITE-THE-REP-TOTAL.
           MOVE SPACES TO TERRITORY-DETAIL-LINE.
           MOVE CURRENT-REP-ID TO TD-REP-ID.
           MOVE "  Rep total" TO TD-REP-NAME.
           MOVE REP-CUSTOMERS TO TD-CUSTOMERS.
           MOVE REP-ACTIVE TO TD-ACTIVE.
           MOVE REP-TRANSACTIONS TO TD-TRANSACTIONS.
           MOVE REP-AMOUNT TO TD-AMOUNT.
           MOVE TERRITORY-DETAIL-LINE TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           MOVE SPACES TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           ADD REP-CUSTOMERS TO GRAND-CUSTOMERS.
           ADD REP-ACTIVE TO GRAND-ACTIVE.
           ADD REP-TRANSACTIONS TO GRAND-TRANSACTIONS.
           ADD REP-AMOUNT TO GRAND-AMOUNT.

       WRITE-THE-OUTSIDE-LINES.
           MOVE SPACES TO TERRITORY-DETAIL-LINE.
           MOVE "*NO TERRITORY*" TO TD-REP-NAME.
           MOVE UNASSIGNED-COUNT TO TD-CUSTOMERS.
           MOVE NONE-ACTIVE TO TD-ACTIVE.
           MOVE NONE-TRANSACTIONS TO TD-TRANSACTIONS.
           MOVE NONE-AMOUNT TO TD-AMOUNT.
           MOVE TERRITORY-DETAIL-LINE TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           MOVE SPACES TO TERRITORY-DETAIL-LINE.
           MOVE "*NOT ON MASTER*" TO TD-REP-NAME.
           MOVE ZERO TO TD-CUSTOMERS.
           MOVE ZERO TO TD-ACTIVE.
           MOVE OFF-MASTER-TRANSACTIONS TO TD-TRANSACTIONS.
           MOVE OFF-MASTER-AMOUNT TO TD-AMOUNT.
           MOVE TERRITORY-DETAIL-LINE TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           ADD UNASSIGNED-COUNT TO GRAND-CUSTOMERS.
           ADD NONE-ACTIVE TO GRAND-ACTIVE.
           ADD NONE-TRANSACTIONS TO GRAND-TRANSACTIONS.
           ADD OFF-MASTER-TRANSACTIONS TO GRAND-TRANSACTIONS.
           ADD NONE-AMOUNT TO GRAND-AMOUNT.
           ADD OFF-MASTER-AMOUNT TO GRAND-AMOUNT.

       WRITE-THE-GRAND-TOTAL.
           MOVE SPACES TO TERRITORY-DETAIL-LINE.
           MOVE "Grand total" TO TD-REP-NAME.
           MOVE GRAND-CUSTOMERS TO TD-CUSTOMERS.
           MOVE GRAND-ACTIVE TO TD-ACTIVE.
           MOVE GRAND-TRANSACTIONS TO TD-TRANSACTIONS.
           MOVE GRAND-AMOUNT TO TD-AMOUNT.
           MOVE TERRITORY-DETAIL-LINE TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           MOVE UNPRICED-COUNT TO UL-UNPRICED.
           MOVE UNPRICED-LINE TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.

       WRITE-THE-UNASSIGNED-LIST.
           MOVE SPACES TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           MOVE EXCEPTION-HEADING-1 TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           MOVE EXCEPTION-HEADING-2 TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           PERFORM LIST-ONE-UNASSIGNED
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > MASTER-COUNT.
           MOVE UNASSIGNED-COUNT TO ET-UNASSIGNED.
           MOVE EXCEPTION-TOTAL-LINE TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.

       LIST-ONE-UNASSIGNED.
           IF TBL-TERRITORY (NAME-IDX) = SPACES
               MOVE TBL-CUST-NO (NAME-IDX) TO ED-CUST-NO
               MOVE TBL-NAME (NAME-IDX) TO ED-NAME
               MOVE TBL-STATE (NAME-IDX) TO ED-STATE
               MOVE TBL-ZIP (NAME-IDX) TO ED-ZIP
               MOVE EXCEPTION-DETAIL-LINE TO TERRITORY-REPORT-LINE
               WRITE TERRITORY-REPORT-LINE
           END-IF.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "TERRPT01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "TERRPT01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
