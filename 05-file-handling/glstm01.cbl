       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSTM01.
      *--------------------------------------------------
      * Formatted financial statements. Management's
      * income statement and balance sheet were being
      * retyped from the posting report; this prints both
      * from GLBAL.DAT, laid out by the line definitions
      * finance keeps in GLSTMDEF.DAT -- caption, the
      * account type or account ranges each line sums, and
      * whether it is a heading, detail, subtotal or total
      * -- so a caption is added or accounts regrouped by
      * editing that file, not this program.
      *
      * A YYYYMM period is taken at the console. The
      * income statement shows each line's activity for
      * that month, for the fiscal year to date (months
      * YYYY01 through the period, the calendar year
      * GLYEC01 closes), and for the same month a year
      * earlier. The balance sheet shows each line's
      * closing position at the period, an account with
      * no record in the period carrying its latest
      * earlier closing figure the way GLTRB01 does.
      *
      * Each company on the GLCHART.DAT chart gets its own
      * pair of statements, then the consolidated pair
      * covers every company together. An account on the
      * ledger that no detail line picks up is listed at
      * the end and the run ends RC=4, so a regrouping
      * that drops an account is noticed; an unreadable
      * definition row is skipped and logged the same way.
      *
      * The ledger is walked an account at a time through
      * the shared GLBGET reader, each account's figures
      * read straight off the indexed GLBAL.DAT, and each
      * account is reported under the company its balances
      * are held for on the ledger.
      *
      * GLBAL.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.

           SELECT OPTIONAL STATEMENT-DEFINITION-FILE
               ASSIGN TO "GLSTMDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEFINITION-FILE-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "GLSTM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CHART-FILE.
       COPY GLCHART.

       FD  STATEMENT-DEFINITION-FILE.
       COPY GLSTMDEF.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       01  CHART-FILE-STATUS     PIC XX.
       01  DEFINITION-FILE-STATUS PIC XX.
       01  BALANCE-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-BALANCE-RECORDS       VALUE "Y".
       01  CHART-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-CHART-RECORDS         VALUE "Y".
       01  DEFINITION-END-SWITCH PIC X       VALUE "N".
           88  NO-MORE-DEFINITIONS           VALUE "Y".

       01  CHART-COUNT           PIC 9(3)    VALUE ZERO.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON CHART-COUNT
                            INDEXED BY CH-IDX.
               10  CHT-ACCOUNT        PIC 9(6).
               10  CHT-ACCOUNT-TYPE   PIC X.
               10  CHT-COMPANY        PIC X(2).
       01  CHART-FOUND-SWITCH    PIC X.
           88  CHART-WAS-FOUND               VALUE "Y".

      * The statement lines, in statement and line order;
      * DF-ROW-SEQ keeps the rows of one line in file order
      * so the first row's caption is the one printed.
       01  DEFINITION-COUNT      PIC 9(3)    VALUE ZERO.
       01  DEFINITION-TABLE.
           05  DEFINITION-ENTRY OCCURS 1 TO 300 TIMES
                            DEPENDING ON DEFINITION-COUNT
                            ASCENDING KEY IS DF-SORT-KEY
                            INDEXED BY DF-IDX DF-SCAN-IDX.
               10  DF-SORT-KEY.
                   15  DF-STATEMENT       PIC X.
                   15  DF-LINE-NO         PIC 9(3).
                   15  DF-ROW-SEQ         PIC 9(3).
               10  DF-LINE-TYPE           PIC X.
               10  DF-NORMAL-BALANCE      PIC X.
               10  DF-ACCOUNT-TYPE        PIC X.
               10  DF-FROM-ACCOUNT        PIC 9(6).
               10  DF-TO-ACCOUNT          PIC 9(6).
               10  DF-CAPTION             PIC X(30).
       01  BAD-DEFINITION-COUNT  PIC 9(3)    VALUE ZERO.

      * One row per ledger account, carrying the four
      * figures the statements print.
       01  ACCOUNT-COUNT         PIC 9(4)    VALUE ZERO.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON ACCOUNT-COUNT
                            ASCENDING KEY IS AC-SORT-KEY
                            INDEXED BY AC-IDX.
               10  AC-SORT-KEY.
                   15  AC-COMPANY         PIC X(2).
                   15  AC-ACCOUNT         PIC 9(6).
               10  AC-ACCOUNT-TYPE        PIC X.
               10  AC-CLOSING-PERIOD      PIC 9(6).
               10  AC-CLOSING-BALANCE     PIC S9(11)V99.
               10  AC-MONTH-ACTIVITY      PIC S9(11)V99.
               10  AC-YEAR-ACTIVITY       PIC S9(11)V99.
               10  AC-PRIOR-ACTIVITY      PIC S9(11)V99.
               10  AC-USED-SWITCH         PIC X.
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  COMPANY-COUNT         PIC 9(2)    VALUE ZERO.
       01  COMPANY-TABLE.
           05  COMPANY-ENTRY OCCURS 1 TO 50 TIMES
                            DEPENDING ON COMPANY-COUNT
                            INDEXED BY CO-IDX.
               10  CO-COMPANY         PIC X(2).

       01  RAW-PERIOD            PIC X(6).
       01  WANTED-PERIOD         PIC 9(6).
       01  WANTED-MONTH          PIC 99.
       01  YEAR-START-PERIOD     PIC 9(6).
       01  PRIOR-YEAR-PERIOD     PIC 9(6).
       01  BUSINESS-DATE         PIC 9(8).

       01  CURRENT-STATEMENT     PIC X.
       01  CURRENT-COMPANY       PIC X(2).
       01  GROUP-LINE-NO         PIC 9(3).
       01  GROUP-START           PIC 9(3).
       01  GROUP-END             PIC 9(3).
       01  ROW-MATCH-SWITCH      PIC X.
           88  ACCOUNT-MATCHES-ROW           VALUE "Y".

       01  LINE-AMOUNTS.
           05  LN-FIRST           PIC S9(11)V99.
           05  LN-SECOND          PIC S9(11)V99.
           05  LN-THIRD           PIC S9(11)V99.
       01  SUBTOTAL-AMOUNTS.
           05  SB-FIRST           PIC S9(11)V99.
           05  SB-SECOND          PIC S9(11)V99.
           05  SB-THIRD           PIC S9(11)V99.
       01  TOTAL-AMOUNTS.
           05  TL-FIRST           PIC S9(11)V99.
           05  TL-SECOND          PIC S9(11)V99.
           05  TL-THIRD           PIC S9(11)V99.

       01  UNUSED-ACCOUNT-COUNT  PIC 9(4)    VALUE ZERO.
       01  STATEMENT-COUNT       PIC 9(3)    VALUE ZERO.
       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLSTM01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  STATEMENT-HEADING-1.
           05  ST-TITLE           PIC X(24).
           05  FILLER             PIC X(4)  VALUE "FOR ".
           05  ST-PERIOD          PIC 9(6).
           05  FILLER             PIC X(8)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY ST-RUN-DATE.

       01  STATEMENT-HEADING-2.
           05  ST-COMPANY-CAPTION PIC X(20).

       01  INCOME-HEADING-3.
           05  FILLER             PIC X(32) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE "   CURRENT MONTH".
           05  FILLER             PIC X(16) VALUE "    YEAR-TO-DATE".
           05  FILLER             PIC X(16) VALUE "  PRIOR-YR MONTH".

       01  BALANCE-HEADING-3.
           05  FILLER             PIC X(32) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE "      AT PERIOD".

       01  STATEMENT-CAPTION-LINE.
           05  SC-CAPTION         PIC X(32).

       01  STATEMENT-AMOUNT-LINE.
           05  SA-CAPTION         PIC X(32).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SA-FIRST           PIC -(10)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SA-SECOND          PIC -(10)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SA-THIRD           PIC -(10)9.99.

       01  UNUSED-HEADING.
           05  FILLER             PIC X(40)
               VALUE "ACCOUNTS ON NO STATEMENT LINE".

       01  UNUSED-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  UL-ACCOUNT         PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "COMPANY ".
           05  UL-COMPANY         PIC X(2).
           05  FILLER             PIC X(7)  VALUE "  TYPE ".
           05  UL-ACCOUNT-TYPE    PIC X.

       01  STATEMENT-SUMMARY-LINE.
           05  FILLER             PIC X(20)
               VALUE "Statements printed: ".
           05  SS-STATEMENT-COUNT PIC ZZ9.
           05  FILLER             PIC X(23)
               VALUE "  Accounts on no line: ".
           05  SS-UNUSED-COUNT    PIC ZZZ9.

       COPY SEALPARM.

       COPY GLBPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLSTM01".
           MOVE "GLBAL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM GET-THE-WANTED-PERIOD.
           PERFORM LOAD-THE-GL-CHART.
           PERFORM LOAD-THE-DEFINITIONS.
           PERFORM LOAD-THE-BALANCES.
           IF LOAD-DID-OVERFLOW
      * A statement missing accounts would mislead, so the
      * run stops with no report.
               DISPLAY "GLBAL.DAT exceeds the table; "
                       "run abandoned, no statements."
               MOVE "Statement account table overflow"
                   TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
           IF DEFINITION-COUNT = ZERO
               DISPLAY "No GLSTMDEF.DAT line definitions; "
                       "no statements."
           ELSE
               PERFORM WRITE-THE-STATEMENTS
               DISPLAY "Statements printed: " STATEMENT-COUNT
               DISPLAY "Accounts on no statement line: "
                       UNUSED-ACCOUNT-COUNT
           END-IF
           END-IF.
           CALL "RUNEND" USING "GLSTM01".
           IF LOAD-DID-OVERFLOW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF UNUSED-ACCOUNT-COUNT > ZERO
               OR BAD-DEFINITION-COUNT > ZERO
               OR DEFINITION-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-WANTED-PERIOD.
           DISPLAY "Statements for which period (YYYYMM)?".
           ACCEPT RAW-PERIOD.
           PERFORM CHECK-THE-RAW-PERIOD.
           PERFORM UNTIL WANTED-MONTH >= 1 AND WANTED-MONTH <= 12
               DISPLAY "The period must be six digits, YYYYMM."
               ACCEPT RAW-PERIOD
               PERFORM CHECK-THE-RAW-PERIOD
           END-PERFORM.
           COMPUTE YEAR-START-PERIOD =
               WANTED-PERIOD - WANTED-MONTH + 1.
           COMPUTE PRIOR-YEAR-PERIOD = WANTED-PERIOD - 100.

       CHECK-THE-RAW-PERIOD.
           MOVE ZERO TO WANTED-MONTH.
           IF RAW-PERIOD IS NUMERIC
               MOVE RAW-PERIOD TO WANTED-PERIOD
               MOVE RAW-PERIOD (5:2) TO WANTED-MONTH
           END-IF.

       LOAD-THE-GL-CHART.
           OPEN INPUT GL-CHART-FILE.
           IF CHART-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CHART-RECORD
               PERFORM UNTIL NO-MORE-CHART-RECORDS
                   IF CHART-COUNT >= 500
                       DISPLAY "Chart table full at 500; "
                               "remaining GLCHART rows ignored."
                       MOVE "Y" TO CHART-END-SWITCH
                   ELSE
                       PERFORM TAKE-ONE-CHART-RECORD
                       PERFORM READ-THE-NEXT-CHART-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE GL-CHART-FILE.

       TAKE-ONE-CHART-RECORD.
           ADD 1 TO CHART-COUNT.
           SET CH-IDX TO CHART-COUNT.
           MOVE CH-ACCOUNT TO CHT-ACCOUNT (CH-IDX).
           MOVE CH-ACCOUNT-TYPE TO CHT-ACCOUNT-TYPE (CH-IDX).
           IF CH-COMPANY = SPACES
               MOVE "01" TO CHT-COMPANY (CH-IDX)
           ELSE
               MOVE CH-COMPANY TO CHT-COMPANY (CH-IDX)
           END-IF.

       READ-THE-NEXT-CHART-RECORD.
           READ GL-CHART-FILE
               AT END
                   MOVE "Y" TO CHART-END-SWITCH
           END-READ.

       LOAD-THE-DEFINITIONS.
           OPEN INPUT STATEMENT-DEFINITION-FILE.
           IF DEFINITION-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-DEFINITION
               PERFORM UNTIL NO-MORE-DEFINITIONS
                   IF DEFINITION-COUNT >= 300
                       DISPLAY "Definition table full at 300; "
                               "remaining GLSTMDEF rows ignored."
                       ADD 1 TO BAD-DEFINITION-COUNT
                       MOVE "Y" TO DEFINITION-END-SWITCH
                   ELSE
                       PERFORM TAKE-ONE-DEFINITION
                       PERFORM READ-THE-NEXT-DEFINITION
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE STATEMENT-DEFINITION-FILE.
           IF DEFINITION-COUNT > 0
               SORT DEFINITION-ENTRY ASCENDING KEY DF-SORT-KEY
           END-IF.

       READ-THE-NEXT-DEFINITION.
           READ STATEMENT-DEFINITION-FILE
               AT END
                   MOVE "Y" TO DEFINITION-END-SWITCH
           END-READ.

      * A row that names no known statement or line type,
      * or whose numbers do not read, is left out rather
      * than guessed at.
       TAKE-ONE-DEFINITION.
           IF  (SD-STATEMENT = "I" OR "B")
           AND (SD-LINE-TYPE = "H" OR "D" OR "S" OR "T")
           AND (SD-NORMAL-BALANCE = "D" OR "C")
           AND SD-LINE-NO IS NUMERIC
           AND SD-FROM-ACCOUNT IS NUMERIC
           AND SD-TO-ACCOUNT IS NUMERIC
               ADD 1 TO DEFINITION-COUNT
               SET DF-IDX TO DEFINITION-COUNT
               MOVE SD-STATEMENT TO DF-STATEMENT (DF-IDX)
               MOVE SD-LINE-NO TO DF-LINE-NO (DF-IDX)
               MOVE DEFINITION-COUNT TO DF-ROW-SEQ (DF-IDX)
               MOVE SD-LINE-TYPE TO DF-LINE-TYPE (DF-IDX)
               MOVE SD-NORMAL-BALANCE TO DF-NORMAL-BALANCE (DF-IDX)
               MOVE SD-ACCOUNT-TYPE TO DF-ACCOUNT-TYPE (DF-IDX)
               MOVE SD-FROM-ACCOUNT TO DF-FROM-ACCOUNT (DF-IDX)
               MOVE SD-TO-ACCOUNT TO DF-TO-ACCOUNT (DF-IDX)
               MOVE SD-CAPTION TO DF-CAPTION (DF-IDX)
           ELSE
               ADD 1 TO BAD-DEFINITION-COUNT
               DISPLAY "GLSTMDEF row skipped: "
                       GL-STATEMENT-LINE-RECORD
               MOVE "Unreadable GLSTMDEF line definition"
                   TO EXC-TEXT
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

       LOAD-THE-BALANCES.
           MOVE SPACES TO GP-COMPANY.
           MOVE ZERO TO GP-ACCOUNT.
           PERFORM READ-THE-NEXT-LEDGER-ACCOUNT.
           IF GP-NO-LEDGER
               DISPLAY "No GLBAL.DAT balance master on file."
           END-IF.
           PERFORM UNTIL NO-MORE-BALANCE-RECORDS
               PERFORM TAKE-ONE-LEDGER-ACCOUNT
               PERFORM READ-THE-NEXT-LEDGER-ACCOUNT
           END-PERFORM.
           MOVE "C" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF ACCOUNT-COUNT > 0
               SORT ACCOUNT-ENTRY ASCENDING KEY AC-SORT-KEY
           END-IF.

       READ-THE-NEXT-LEDGER-ACCOUNT.
           MOVE "N" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF NOT GP-BALANCE-FOUND
               MOVE "Y" TO BALANCE-END-SWITCH
           END-IF.

      * The latest month at or before the wanted one is the
      * closing position, its activity the month's if it
      * is the wanted month itself; the year to date is the
      * activity summed from the year's first month, and
      * the prior year's figure is the activity of the
      * same month a year back. An account whose months
      * all fall after the wanted one is left out.
       TAKE-ONE-LEDGER-ACCOUNT.
           MOVE "B" TO GP-ACTION.
           MOVE WANTED-PERIOD TO GP-PERIOD.
           MOVE YEAR-START-PERIOD TO GP-FROM-PERIOD.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF GP-BALANCE-FOUND
               IF ACCOUNT-COUNT >= 1000
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                   MOVE "Y" TO BALANCE-END-SWITCH
               ELSE
                   PERFORM ADD-THE-ACCOUNT-ENTRY
                   MOVE GP-FOUND-PERIOD
                       TO AC-CLOSING-PERIOD (AC-IDX)
                   MOVE GP-CLOSING-BALANCE
                       TO AC-CLOSING-BALANCE (AC-IDX)
                   IF GP-FOUND-PERIOD = WANTED-PERIOD
                       MOVE GP-ACTIVITY
                           TO AC-MONTH-ACTIVITY (AC-IDX)
                   END-IF
                   MOVE GP-SPAN-ACTIVITY
                       TO AC-YEAR-ACTIVITY (AC-IDX)
                   MOVE "B" TO GP-ACTION
                   MOVE PRIOR-YEAR-PERIOD TO GP-PERIOD
                   MOVE PRIOR-YEAR-PERIOD TO GP-FROM-PERIOD
                   CALL "GLBGET" USING GL-BALANCE-PARAMETERS
                   MOVE GP-SPAN-ACTIVITY
                       TO AC-PRIOR-ACTIVITY (AC-IDX)
               END-IF
           END-IF.

       ADD-THE-ACCOUNT-ENTRY.
           ADD 1 TO ACCOUNT-COUNT.
           SET AC-IDX TO ACCOUNT-COUNT.
           MOVE GP-COMPANY TO AC-COMPANY (AC-IDX).
           MOVE GP-ACCOUNT TO AC-ACCOUNT (AC-IDX).
           MOVE ZERO TO AC-CLOSING-PERIOD (AC-IDX).
           MOVE ZERO TO AC-CLOSING-BALANCE (AC-IDX).
           MOVE ZERO TO AC-MONTH-ACTIVITY (AC-IDX).
           MOVE ZERO TO AC-YEAR-ACTIVITY (AC-IDX).
           MOVE ZERO TO AC-PRIOR-ACTIVITY (AC-IDX).
           MOVE "N" TO AC-USED-SWITCH (AC-IDX).
           PERFORM FIND-THE-CHART-ENTRY.
           IF CHART-WAS-FOUND
               MOVE CHT-ACCOUNT-TYPE (CH-IDX)
                   TO AC-ACCOUNT-TYPE (AC-IDX)
           ELSE
               MOVE "?" TO AC-ACCOUNT-TYPE (AC-IDX)
           END-IF.

       FIND-THE-CHART-ENTRY.
           MOVE "N" TO CHART-FOUND-SWITCH.
           IF CHART-COUNT > 0
               SET CH-IDX TO 1
               SEARCH CHART-ENTRY
                   WHEN CHT-ACCOUNT (CH-IDX) = GP-ACCOUNT
                       MOVE "Y" TO CHART-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * Each company in turn, then "**" for the whole
      * group; the account table is in company order, so
      * the company list comes out sorted.
       WRITE-THE-STATEMENTS.
           PERFORM NOTE-ONE-COMPANY
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCOUNT-COUNT.
           OPEN OUTPUT STATEMENT-REPORT-FILE.
           CALL "BUSDATE" USING BUSINESS-DATE.
           MOVE BUSINESS-DATE TO ST-RUN-DATE.
           MOVE WANTED-PERIOD TO ST-PERIOD.
           PERFORM WRITE-ONE-COMPANYS-STATEMENTS
               VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > COMPANY-COUNT.
           MOVE "**" TO CURRENT-COMPANY.
           PERFORM WRITE-THE-STATEMENT-PAIR.
           PERFORM WRITE-THE-UNUSED-ACCOUNTS.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE STATEMENT-COUNT TO SS-STATEMENT-COUNT.
           MOVE UNUSED-ACCOUNT-COUNT TO SS-UNUSED-COUNT.
           MOVE STATEMENT-SUMMARY-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           CLOSE STATEMENT-REPORT-FILE.

       NOTE-ONE-COMPANY.
           IF COMPANY-COUNT = ZERO
               PERFORM ADD-THE-COMPANY
           ELSE
               IF AC-COMPANY (AC-IDX) NOT = CO-COMPANY (COMPANY-COUNT)
               AND COMPANY-COUNT < 50
                   PERFORM ADD-THE-COMPANY
               END-IF
           END-IF.

       ADD-THE-COMPANY.
           ADD 1 TO COMPANY-COUNT.
           MOVE AC-COMPANY (AC-IDX) TO CO-COMPANY (COMPANY-COUNT).

       WRITE-ONE-COMPANYS-STATEMENTS.
           MOVE CO-COMPANY (CO-IDX) TO CURRENT-COMPANY.
           PERFORM WRITE-THE-STATEMENT-PAIR.

       WRITE-THE-STATEMENT-PAIR.
           MOVE "I" TO CURRENT-STATEMENT.
           PERFORM WRITE-ONE-STATEMENT.
           MOVE "B" TO CURRENT-STATEMENT.
           PERFORM WRITE-ONE-STATEMENT.

      * Level 3 routines -- one statement.
       WRITE-ONE-STATEMENT.
           ADD 1 TO STATEMENT-COUNT.
           PERFORM WRITE-THE-STATEMENT-HEADING.
           INITIALIZE SUBTOTAL-AMOUNTS TOTAL-AMOUNTS.
           SET DF-IDX TO 1.
           PERFORM UNTIL DF-IDX > DEFINITION-COUNT
               IF DF-STATEMENT (DF-IDX) = CURRENT-STATEMENT
                   PERFORM FIND-THE-LINE-GROUP
                   PERFORM WRITE-ONE-STATEMENT-LINE
                   SET DF-IDX TO GROUP-END
               END-IF
               SET DF-IDX UP BY 1
           END-PERFORM.

       WRITE-THE-STATEMENT-HEADING.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           IF CURRENT-STATEMENT = "I"
               MOVE "INCOME STATEMENT" TO ST-TITLE
           ELSE
               MOVE "BALANCE SHEET" TO ST-TITLE
           END-IF.
           MOVE STATEMENT-HEADING-1 TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE SPACES TO ST-COMPANY-CAPTION.
           IF CURRENT-COMPANY = "**"
               MOVE "CONSOLIDATED" TO ST-COMPANY-CAPTION
           ELSE
               STRING "COMPANY " DELIMITED BY SIZE
                      CURRENT-COMPANY DELIMITED BY SIZE
                   INTO ST-COMPANY-CAPTION
           END-IF.
           MOVE STATEMENT-HEADING-2 TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           IF CURRENT-STATEMENT = "I"
               MOVE INCOME-HEADING-3 TO STATEMENT-REPORT-LINE
           ELSE
               MOVE BALANCE-HEADING-3 TO STATEMENT-REPORT-LINE
           END-IF.
           WRITE STATEMENT-REPORT-LINE.

      * The rows from DF-IDX that share its line number.
       FIND-THE-LINE-GROUP.
           SET GROUP-START TO DF-IDX.
           SET GROUP-END TO DF-IDX.
           MOVE DF-LINE-NO (DF-IDX) TO GROUP-LINE-NO.
           SET DF-SCAN-IDX TO DF-IDX.
           SET DF-SCAN-IDX UP BY 1.
           PERFORM UNTIL DF-SCAN-IDX > DEFINITION-COUNT
               IF  DF-STATEMENT (DF-SCAN-IDX) = CURRENT-STATEMENT
               AND DF-LINE-NO (DF-SCAN-IDX) = GROUP-LINE-NO
                   SET GROUP-END TO DF-SCAN-IDX
                   SET DF-SCAN-IDX UP BY 1
               ELSE
                   SET DF-SCAN-IDX TO DEFINITION-COUNT
                   SET DF-SCAN-IDX UP BY 1
               END-IF
           END-PERFORM.

       WRITE-ONE-STATEMENT-LINE.
           EVALUATE DF-LINE-TYPE (DF-IDX)
               WHEN "H"
                   MOVE SPACES TO STATEMENT-CAPTION-LINE
                   MOVE DF-CAPTION (DF-IDX) TO SC-CAPTION
                   MOVE STATEMENT-CAPTION-LINE
                       TO STATEMENT-REPORT-LINE
                   WRITE STATEMENT-REPORT-LINE
               WHEN "D"
                   INITIALIZE LINE-AMOUNTS
                   PERFORM SUM-ONE-ACCOUNT-INTO-LINE
                       VARYING AC-IDX FROM 1 BY 1
                       UNTIL AC-IDX > ACCOUNT-COUNT
                   ADD LN-FIRST TO SB-FIRST TL-FIRST
                   ADD LN-SECOND TO SB-SECOND TL-SECOND
                   ADD LN-THIRD TO SB-THIRD TL-THIRD
                   PERFORM WRITE-THE-AMOUNT-LINE
               WHEN "S"
                   MOVE SUBTOTAL-AMOUNTS TO LINE-AMOUNTS
                   PERFORM WRITE-THE-AMOUNT-LINE
                   INITIALIZE SUBTOTAL-AMOUNTS
               WHEN "T"
                   MOVE TOTAL-AMOUNTS TO LINE-AMOUNTS
                   PERFORM WRITE-THE-AMOUNT-LINE
                   INITIALIZE SUBTOTAL-AMOUNTS TOTAL-AMOUNTS
           END-EVALUATE.

      * An account counts once on a line however many of
      * the line's rows it satisfies.
       SUM-ONE-ACCOUNT-INTO-LINE.
           IF CURRENT-COMPANY = "**"
           OR CURRENT-COMPANY = AC-COMPANY (AC-IDX)
               MOVE "N" TO ROW-MATCH-SWITCH
               PERFORM CHECK-ONE-DEFINITION-ROW
                   VARYING DF-SCAN-IDX FROM GROUP-START BY 1
                   UNTIL DF-SCAN-IDX > GROUP-END
                      OR ACCOUNT-MATCHES-ROW
               IF ACCOUNT-MATCHES-ROW
                   MOVE "Y" TO AC-USED-SWITCH (AC-IDX)
                   IF CURRENT-STATEMENT = "I"
                       ADD AC-MONTH-ACTIVITY (AC-IDX) TO LN-FIRST
                       ADD AC-YEAR-ACTIVITY (AC-IDX) TO LN-SECOND
                       ADD AC-PRIOR-ACTIVITY (AC-IDX) TO LN-THIRD
                   ELSE
                       ADD AC-CLOSING-BALANCE (AC-IDX) TO LN-FIRST
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-DEFINITION-ROW.
           IF  (DF-ACCOUNT-TYPE (DF-SCAN-IDX) = SPACE
                OR DF-ACCOUNT-TYPE (DF-SCAN-IDX)
                   = AC-ACCOUNT-TYPE (AC-IDX))
           AND ((DF-FROM-ACCOUNT (DF-SCAN-IDX) = ZERO
                 AND DF-TO-ACCOUNT (DF-SCAN-IDX) = ZERO)
                OR (AC-ACCOUNT (AC-IDX)
                       >= DF-FROM-ACCOUNT (DF-SCAN-IDX)
                    AND AC-ACCOUNT (AC-IDX)
                       <= DF-TO-ACCOUNT (DF-SCAN-IDX)))
               MOVE "Y" TO ROW-MATCH-SWITCH
           END-IF.

      * A credit-normal line turns the ledger's negative
      * credit balance into the positive figure the reader
      * expects; subtotals and totals follow their own
      * line's sign, so "net income" reads as a profit.
       WRITE-THE-AMOUNT-LINE.
           IF DF-NORMAL-BALANCE (DF-IDX) = "C"
               COMPUTE LN-FIRST = 0 - LN-FIRST
               COMPUTE LN-SECOND = 0 - LN-SECOND
               COMPUTE LN-THIRD = 0 - LN-THIRD
           END-IF.
           MOVE SPACES TO STATEMENT-AMOUNT-LINE.
           IF DF-LINE-TYPE (DF-IDX) = "D"
               MOVE SPACES TO SA-CAPTION
               MOVE DF-CAPTION (DF-IDX) TO SA-CAPTION (3:30)
           ELSE
               MOVE DF-CAPTION (DF-IDX) TO SA-CAPTION
           END-IF.
           MOVE LN-FIRST TO SA-FIRST.
           IF CURRENT-STATEMENT = "I"
               MOVE LN-SECOND TO SA-SECOND
               MOVE LN-THIRD TO SA-THIRD
           END-IF.
           MOVE STATEMENT-AMOUNT-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.

      * Every account was offered to every detail line in
      * the consolidated pass; one still unused appears on
      * no statement at all.
       WRITE-THE-UNUSED-ACCOUNTS.
           PERFORM CHECK-ONE-UNUSED-ACCOUNT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCOUNT-COUNT.

       CHECK-ONE-UNUSED-ACCOUNT.
           IF AC-USED-SWITCH (AC-IDX) NOT = "Y"
               IF UNUSED-ACCOUNT-COUNT = ZERO
                   MOVE SPACES TO STATEMENT-REPORT-LINE
                   WRITE STATEMENT-REPORT-LINE
                   MOVE UNUSED-HEADING TO STATEMENT-REPORT-LINE
                   WRITE STATEMENT-REPORT-LINE
               END-IF
               ADD 1 TO UNUSED-ACCOUNT-COUNT
               MOVE AC-ACCOUNT (AC-IDX) TO UL-ACCOUNT
               MOVE AC-COMPANY (AC-IDX) TO UL-COMPANY
               MOVE AC-ACCOUNT-TYPE (AC-IDX) TO UL-ACCOUNT-TYPE
               MOVE UNUSED-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               MOVE "Account on no statement line: " TO EXC-TEXT
               MOVE AC-ACCOUNT (AC-IDX) TO EXC-TEXT (31:6)
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "GLSTM01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "GLSTM01 "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
