      *   ADDTRNP.CSV  -> ADDTRNP.DAT   first,second,type,
      *                                 currency,costctr,
      *                                 customer,company
      *                                 [,effective date]
      *                                 [,source]
      *                                 (RECORD SEQUENTIAL
      *                                 packed)
      *   GLBUDG.CSV   -> GLBUDG.DAT    company,account,
      *                                 costctr,period,amount
      *
      * Dropped rows go to the CSVIMP.DAT report with the
      * row number and reason, and each feed's in/out
      * control counts are reported so the hand-off
      * balances. An absent CSV simply skips its feed.
      *
      * The budget feed carries Finance's whole budget
      * spreadsheet and replaces the GLBUDG.DAT budget
      * master outright, the old copy kept first as a
      * GENBACK generation; single corrections afterwards
      * are keyed through GLBUD01. The account must be six
      * digits, the period a real YYYYMM month, and the
      * amount numeric, or the row is dropped.
      *
      * An ADDTRNP row may carry an eighth field, the
      * pair's CCYYMMDD effective date; a row without one
      * posts on the night it arrives. The date is passed
      * through as sent, for the ADDEDT01 pre-edit to
      * prove.
      *
      * A ninth field names the pair's sending source
      * (ADDSRC.DAT), and a sender brackets its rows with
      * an "H,source" header row and a "T,source,count,
      * hash" trailer row carrying its own record count and
      * hash total. Both go across as the packed feed's
      * source header and trailer records, for the
      * pre-edit to balance the source against.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ADD-TRANSACTION-FILE ASSIGN TO "ADDTRNP.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BUDGET-CSV-FILE ASSIGN TO "GLBUDG.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-CSV-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "GLBUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IMPORT-REPORT-FILE ASSIGN TO "CSVIMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  ADD-TRANSACTION-FILE.
       COPY ADDTRNP.

       FD  BUDGET-CSV-FILE.
       01  BUDGET-CSV-LINE           PIC X(100).

       FD  BUDGET-FILE.
       COPY GLBUDG.

       FD  IMPORT-REPORT-FILE.
       01  IMPORT-REPORT-LINE        PIC X(80).

       01  RANGE-CSV-STATUS      PIC XX.
       01  DATE-CSV-STATUS       PIC XX.
       01  ADD-CSV-STATUS        PIC XX.
       01  BUDGET-CSV-STATUS     PIC XX.
       01  BUDGET-MASTER-NAME    PIC X(8)    VALUE "GLBUDG".
       01  BUDGET-MONTH          PIC 99.
       01  CSV-END-SWITCH        PIC X.
           88  NO-MORE-CSV-ROWS              VALUE "Y".

       01  FIELD-6               PIC X(20).
       01  FIELD-7               PIC X(20).
       01  FIELD-8               PIC X(20).
       01  FIELD-9               PIC X(20).
       01  FIELD-10              PIC X(20).
       01  FIELD-TALLY           PIC 9(2).
       01  AMOUNT-WORK           PIC S9(7)V99.
       01  HASH-WORK             PIC S9(13)V99.

       01  IMPORT-DETAIL-LINE.
           05  ID-FEED-NAME       PIC X(8).
           PERFORM CONVERT-THE-RANGE-FEED.
           PERFORM CONVERT-THE-DATE-FEED.
           PERFORM CONVERT-THE-ADD-FEED.
           PERFORM CONVERT-THE-BUDGET-FEED.
           CLOSE IMPORT-REPORT-FILE.
           CALL "RUNEND" USING "CSVIMP01".


       CONVERT-ONE-ADD-ROW.
           MOVE SPACES TO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                          FIELD-5 FIELD-6 FIELD-7 FIELD-8
                          FIELD-9 FIELD-10.
           MOVE ZERO TO FIELD-TALLY.
           UNSTRING ADD-CSV-LINE DELIMITED BY ","
               INTO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                    FIELD-5 FIELD-6 FIELD-7 FIELD-8
                    FIELD-9 FIELD-10
               TALLYING IN FIELD-TALLY.
           MOVE SPACES TO DROP-REASON.
           IF FIELD-1 = "H" OR FIELD-1 = "T"
               PERFORM CONVERT-ONE-SOURCE-ROW
           ELSE
               PERFORM CONVERT-ONE-PAIR-ROW
           END-IF.

       CONVERT-ONE-PAIR-ROW.
           IF  FIELD-TALLY NOT = 7 AND FIELD-TALLY NOT = 8
           AND FIELD-TALLY NOT = 9
               MOVE "WRONG FIELD COUNT" TO DROP-REASON
           ELSE
           IF FUNCTION TEST-NUMVAL(FIELD-1) NOT = ZERO
               MOVE FIELD-5 TO TT-COST-CENTER
               MOVE FIELD-6 TO TT-CUSTOMER
               MOVE FIELD-7 TO TT-COMPANY
               MOVE FIELD-8 TO TT-EFFECTIVE-DATE
               MOVE FIELD-9 TO TT-SOURCE-ID
               MOVE SPACE TO TT-RECORD-KIND
               MOVE ZERO TO TT-SOURCE-COUNT TT-SOURCE-HASH
               WRITE ADD-TRANSACTION-PACKED
               ADD 1 TO ROWS-OUT
           ELSE
               PERFORM DROP-ONE-ROW
           END-IF.

      * A sender's header row is "H,source" and its
      * trailer row "T,source,count,hash"; the counts are
      * the sender's own, carried across for the pre-edit
      * to balance, not checked here.
       CONVERT-ONE-SOURCE-ROW.
           IF FIELD-2 = SPACES
               MOVE "NO SOURCE ID" TO DROP-REASON
           ELSE
           IF (FIELD-1 = "H" AND FIELD-TALLY NOT = 2)
           OR (FIELD-1 = "T" AND FIELD-TALLY NOT = 4)
               MOVE "WRONG FIELD COUNT" TO DROP-REASON
           ELSE
           IF FIELD-1 = "T"
               IF FUNCTION TEST-NUMVAL(FIELD-3) NOT = ZERO
                OR FUNCTION TEST-NUMVAL(FIELD-4) NOT = ZERO
                   MOVE "CONTROL NOT NUMERIC" TO DROP-REASON
               END-IF
           END-IF
           END-IF
           END-IF.
           IF DROP-REASON = SPACES
               MOVE ZERO TO FIRST-NUMBER SECOND-NUMBER
               MOVE SPACES TO TT-TRANS-TYPE TT-CURRENCY-CODE
                              TT-COST-CENTER TT-CUSTOMER
                              TT-COMPANY TT-EFFECTIVE-DATE
               MOVE FIELD-2 TO TT-SOURCE-ID
               MOVE FIELD-1 TO TT-RECORD-KIND
               MOVE ZERO TO TT-SOURCE-COUNT TT-SOURCE-HASH
               IF FIELD-1 = "T"
                   COMPUTE TT-SOURCE-COUNT = FUNCTION NUMVAL(FIELD-3)
                   COMPUTE HASH-WORK = FUNCTION NUMVAL(FIELD-4)
                   MOVE HASH-WORK TO TT-SOURCE-HASH
               END-IF
               WRITE ADD-TRANSACTION-PACKED
               ADD 1 TO ROWS-OUT
           ELSE
               PERFORM DROP-ONE-ROW
           END-IF.

      * The outgoing budget master is kept as a generation
      * before the load replaces it, so a bad spreadsheet
      * can be rolled back with GENRST01.
       CONVERT-THE-BUDGET-FEED.
           MOVE "GLBUDG" TO FEED-NAME.
           PERFORM START-ONE-FEED.
           OPEN INPUT BUDGET-CSV-FILE.
           IF BUDGET-CSV-STATUS = "00"
               CALL "GENBACK" USING BUDGET-MASTER-NAME
               OPEN OUTPUT BUDGET-FILE
               PERFORM READ-THE-NEXT-BUDGET-ROW
               PERFORM UNTIL NO-MORE-CSV-ROWS
                   ADD 1 TO ROW-NUMBER
                   IF ROW-NUMBER > 1
                       ADD 1 TO ROWS-IN
                       PERFORM CONVERT-ONE-BUDGET-ROW
                   END-IF
                   PERFORM READ-THE-NEXT-BUDGET-ROW
               END-PERFORM
               CLOSE BUDGET-FILE
               PERFORM FINISH-ONE-FEED
           ELSE
               DISPLAY "No GLBUDG.CSV to convert."
           END-IF.
           CLOSE BUDGET-CSV-FILE.

       READ-THE-NEXT-BUDGET-ROW.
           READ BUDGET-CSV-FILE
               AT END
                   MOVE "Y" TO CSV-END-SWITCH
           END-READ.

       CONVERT-ONE-BUDGET-ROW.
           MOVE SPACES TO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                          FIELD-5 FIELD-6.
           MOVE ZERO TO FIELD-TALLY.
           UNSTRING BUDGET-CSV-LINE DELIMITED BY ","
               INTO FIELD-1 FIELD-2 FIELD-3 FIELD-4
                    FIELD-5 FIELD-6
               TALLYING IN FIELD-TALLY.
           MOVE SPACES TO DROP-REASON.
           MOVE ZERO TO BUDGET-MONTH.
           IF FIELD-4 (1:6) IS NUMERIC
               MOVE FIELD-4 (5:2) TO BUDGET-MONTH
           END-IF.
           IF FIELD-TALLY NOT = 5
               MOVE "WRONG FIELD COUNT" TO DROP-REASON
           ELSE
           IF FIELD-2 (1:6) IS NOT NUMERIC
            OR FIELD-2 (7:1) NOT = SPACE
               MOVE "ACCOUNT NOT 6 DIGITS" TO DROP-REASON
           ELSE
           IF BUDGET-MONTH < 1 OR BUDGET-MONTH > 12
            OR FIELD-4 (7:1) NOT = SPACE
               MOVE "PERIOD NOT YYYYMM" TO DROP-REASON
           ELSE
           IF FUNCTION TEST-NUMVAL(FIELD-5) NOT = ZERO
               MOVE "AMOUNT NOT NUMERIC" TO DROP-REASON
           END-IF
           END-IF
           END-IF
           END-IF.
           IF DROP-REASON = SPACES
               MOVE SPACES TO GL-BUDGET-RECORD
               IF FIELD-1 = SPACES
                   MOVE "01" TO BG-COMPANY
               ELSE
                   MOVE FIELD-1 TO BG-COMPANY
               END-IF
               MOVE FIELD-2 (1:6) TO BG-ACCOUNT
               MOVE FIELD-3 TO BG-COST-CENTER
               MOVE FIELD-4 (1:6) TO BG-PERIOD
               COMPUTE BG-AMOUNT ROUNDED = FUNCTION NUMVAL(FIELD-5)
               WRITE GL-BUDGET-RECORD
               ADD 1 TO ROWS-OUT
           ELSE
               PERFORM DROP-ONE-ROW
           END-IF.
