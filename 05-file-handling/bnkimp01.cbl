       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKIMP01.
      *--------------------------------------------------
      * Bank statement import. The bank sends its
      * statements as a BNKSTMT.DAT file -- per statement
      * a header with the bank account, statement date and
      * opening balance, one record per bank transaction
      * with its date, amount, reference and type, and a
      * trailer with the bank's item count and closing
      * balance -- and this step takes each statement in
      * for the BNKREC01 cash reconciliation.
      *
      * Every line of a statement is edited: the date must
      * be a real date, the amount numeric and not zero,
      * and the type one the bank uses, its sign agreeing
      * with the type. The statement is then proved: the
      * opening balance plus the lines must give the
      * bank's closing balance, over the bank's count of
      * lines, and the opening balance must follow on from
      * the closing balance of the last statement taken in
      * for the account. A statement that fails any of
      * this is rejected whole and logged, and the step
      * ends RC 4, so the bank can be asked for it again.
      *
      * A statement for a bank account BNKCTL.DAT does not
      * name is skipped, as is one already recorded on
      * BNKHIST.DAT, so a file sent twice takes nothing in
      * twice. Each line of an accepted statement is added
      * to BNKOUT.DAT as an open statement-side item under
      * the next BNKSEQ.DAT item number, and the statement
      * is recorded on BNKHIST.DAT.
      *
      * BNKIMP.DAT lists every statement and line with the
      * proof. The step holds the BNKOUT lock, which
      * BNKREC01 and the BNKMAT01 matching screen also take.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-STATEMENT-FILE
               ASSIGN TO "BNKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

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

           SELECT OPTIONAL SEQUENCE-CONTROL-FILE
               ASSIGN TO "BNKSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.

           SELECT IMPORT-REPORT-FILE ASSIGN TO "BNKIMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT-FILE.
       COPY BNKSTMT.

       FD  BANK-CONTROL-FILE.
       COPY BNKCTL.

       FD  STATEMENT-HISTORY-FILE.
       COPY BNKHIST.

       FD  OUTSTANDING-FILE.
       COPY BNKOUT.

       FD  SEQUENCE-CONTROL-FILE.
       COPY BNKSEQ.

       FD  IMPORT-REPORT-FILE.
       01  IMPORT-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       01  STATEMENT-FILE-STATUS PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  HISTORY-FILE-STATUS   PIC XX.
       01  OUTSTANDING-FILE-STATUS PIC XX.
       01  SEQ-FILE-STATUS       PIC XX.
       01  STATEMENT-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-STATEMENT-RECORDS     VALUE "Y".
       01  CONTROL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-CONTROL-RECORDS       VALUE "Y".
       01  HISTORY-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-HISTORY-RECORDS       VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  BANK-ACCOUNT-COUNT    PIC 9(3)    VALUE ZERO.
       01  BANK-ACCOUNT-TABLE.
           05  BANK-ACCOUNT-ENTRY OCCURS 1 TO 50 TIMES
                                   DEPENDING ON BANK-ACCOUNT-COUNT
                                   INDEXED BY BK-IDX.
               10  BKT-BANK-ACCOUNT    PIC X(10).
               10  BKT-CASH-ACCOUNT    PIC 9(6).
       01  BANK-ACCOUNT-FOUND-SWITCH PIC X.
           88  BANK-ACCOUNT-WAS-FOUND        VALUE "Y".

       01  HISTORY-COUNT         PIC 9(5)    VALUE ZERO.
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON HISTORY-COUNT
                              INDEXED BY BA-IDX.
               10  BAT-BANK-ACCOUNT    PIC X(10).
               10  BAT-STATEMENT-DATE  PIC 9(8).
               10  BAT-CLOSING-BALANCE PIC S9(9)V99.
       01  HISTORY-FOUND-SWITCH  PIC X.
           88  STATEMENT-ALREADY-TAKEN       VALUE "Y".
       01  PRIOR-FOUND-SWITCH    PIC X.
           88  PRIOR-STATEMENT-WAS-FOUND     VALUE "Y".
       01  PRIOR-STATEMENT-DATE  PIC 9(8).
       01  PRIOR-CLOSING-BALANCE PIC S9(9)V99.

      * The lines of the statement in hand, held until its
      * trailer proves it.
       01  LINE-COUNT            PIC 9(4)    VALUE ZERO.
       01  LINE-TABLE.
           05  LINE-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON LINE-COUNT
                           INDEXED BY LN-IDX.
               10  LNT-ITEM-DATE       PIC 9(8).
               10  LNT-AMOUNT          PIC S9(9)V99.
               10  LNT-REFERENCE       PIC X(12).
               10  LNT-ITEM-TYPE       PIC X(03).

       01  BUSINESS-DATE         PIC 9(8).
       01  NEXT-ITEM-NUMBER      PIC 9(7)    VALUE 1.
       01  LAST-CAPTURE-DATE     PIC 9(8)    VALUE ZERO.

      * The statement in hand, from its header.
       01  STATEMENT-OPEN-SWITCH PIC X       VALUE "N".
           88  A-STATEMENT-IS-OPEN           VALUE "Y".
       01  TRAILER-SEEN-SWITCH   PIC X.
           88  TRAILER-WAS-SEEN              VALUE "Y".
       01  STATEMENT-MODE        PIC X.
           88  STATEMENT-IS-TAKEN            VALUE "T".
           88  STATEMENT-IS-SKIPPED          VALUE "S".
       01  STATEMENT-BANK-ACCOUNT PIC X(10).
       01  STATEMENT-DATE        PIC 9(8).
       01  STATEMENT-CASH-ACCOUNT PIC 9(6).
       01  OPENING-BALANCE       PIC S9(9)V99.
       01  CLOSING-BALANCE       PIC S9(9)V99.
       01  STATEMENT-ITEM-NO     PIC 9(5).
       01  BANK-ITEM-COUNT       PIC 9(5).
       01  STATEMENT-LINE-TOTAL  PIC S9(11)V99.
       01  STATEMENT-DIFFERENCE  PIC S9(11)V99.
       01  REJECT-REASON         PIC X(30).
       01  LINE-REASON           PIC X(16).

       01  STATEMENT-COUNT       PIC 9(3)    VALUE ZERO.
       01  STATEMENTS-TAKEN      PIC 9(3)    VALUE ZERO.
       01  STATEMENTS-SKIPPED    PIC 9(3)    VALUE ZERO.
       01  STATEMENTS-REJECTED   PIC 9(3)    VALUE ZERO.
       01  ITEMS-ADDED           PIC 9(5)    VALUE ZERO.
       01  STRAY-RECORD-COUNT    PIC 9(5)    VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "BNKIMP01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "BNKOUT".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY DATECALC.

       01  IMPORT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "BANK STATEMENT IMPORT".
           COPY RUNDATE REPLACING RD-RUN-DATE BY IH-RUN-DATE.

       01  STATEMENT-HEADING-LINE.
           05  FILLER             PIC X(13) VALUE "BANK ACCOUNT ".
           05  SH-BANK-ACCOUNT    PIC X(10).
           05  FILLER             PIC X(12) VALUE "  STATEMENT ".
           05  SH-STATEMENT-DATE  PIC 9999/99/99.
           05  FILLER             PIC X(15) VALUE "  CASH ACCOUNT ".
           05  SH-CASH-ACCOUNT    PIC 9(6).

       01  LINE-HEADING-LINE.
           05  FILLER             PIC X(18) VALUE "    ITEM  DATE".
           05  FILLER             PIC X(17) VALUE "REFERENCE    TYPE".
           05  FILLER             PIC X(15) VALUE "         AMOUNT".
           05  FILLER             PIC X(5)  VALUE "  ".

       01  LINE-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-ITEM-NO         PIC ZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  LD-ITEM-DATE       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-REFERENCE       PIC X(12).
           05  FILLER             PIC X     VALUE SPACE.
           05  LD-ITEM-TYPE       PIC X(3).
           05  FILLER             PIC X     VALUE SPACE.
           05  LD-AMOUNT          PIC -(10)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-REASON          PIC X(16).

       01  IMPORT-NOTE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  IN-TEXT            PIC X(70).

       01  PROOF-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PF-CAPTION         PIC X(24).
           05  PF-COUNT           PIC ZZZZ9.
           05  PF-ITEMS-LABEL     PIC X(7).
           05  PF-AMOUNT          PIC -(10)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PF-NOTE            PIC X(24).

       01  IMPORT-SUMMARY-LINE.
           05  FILLER             PIC X(12) VALUE "Statements: ".
           05  IS-STATEMENTS      PIC ZZ9.
           05  FILLER             PIC X(10) VALUE "  Taken: ".
           05  IS-TAKEN           PIC ZZ9.
           05  FILLER             PIC X(12) VALUE "  Skipped: ".
           05  IS-SKIPPED         PIC ZZ9.
           05  FILLER             PIC X(13) VALUE "  Rejected: ".
           05  IS-REJECTED        PIC ZZ9.
           05  FILLER             PIC X(10) VALUE "  Items: ".
           05  IS-ITEMS           PIC ZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "BNKIMP01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-BANK-CONTROLS
               PERFORM LOAD-THE-STATEMENT-HISTORY
               PERFORM GET-THE-NEXT-ITEM-NUMBER
               OPEN OUTPUT IMPORT-REPORT-FILE
               MOVE BUSINESS-DATE TO IH-RUN-DATE
               MOVE IMPORT-HEADING-1 TO IMPORT-REPORT-LINE
               WRITE IMPORT-REPORT-LINE
               IF LOAD-DID-OVERFLOW
      * A partial history could let a statement in twice,
      * so nothing is taken.
                   MOVE "BNKHIST.DAT exceeds the table; nothing "
                       TO IN-TEXT
                   MOVE "imported." TO IN-TEXT (40:9)
                   PERFORM WRITE-THE-IMPORT-NOTE
                   MOVE "Bank statement history overflow"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM IMPORT-THE-STATEMENT-FILE
                   IF ITEMS-ADDED > ZERO
                       PERFORM SAVE-THE-NEXT-ITEM-NUMBER
                   END-IF
               END-IF
               PERFORM WRITE-THE-IMPORT-SUMMARY
               CLOSE IMPORT-REPORT-FILE
               DISPLAY "Bank statements read: " STATEMENT-COUNT
               DISPLAY "Statements taken in: " STATEMENTS-TAKEN
               DISPLAY "Statements rejected: " STATEMENTS-REJECTED
               DISPLAY "Statement items added: " ITEMS-ADDED
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "BNKIMP01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF STATEMENTS-REJECTED > ZERO
                   OR STATEMENTS-SKIPPED > ZERO
                   OR STRAY-RECORD-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "The bank reconciliation items are in use; "
                       "this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "BNKIMP01"
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

       IMPORT-THE-STATEMENT-FILE.
           OPEN INPUT BANK-STATEMENT-FILE.
           IF STATEMENT-FILE-STATUS = "00"
               PERFORM OPEN-THE-OUTPUTS-FOR-APPEND
               PERFORM READ-THE-NEXT-STATEMENT-RECORD
               PERFORM UNTIL NO-MORE-STATEMENT-RECORDS
                   PERFORM TAKE-ONE-STATEMENT-RECORD
                   PERFORM READ-THE-NEXT-STATEMENT-RECORD
               END-PERFORM
               IF A-STATEMENT-IS-OPEN
                   PERFORM FINISH-THE-STATEMENT
               END-IF
               CLOSE OUTSTANDING-FILE
               CLOSE STATEMENT-HISTORY-FILE
           ELSE
               MOVE "No BNKSTMT.DAT bank statement file tonight."
                   TO IN-TEXT
               PERFORM WRITE-THE-IMPORT-NOTE
           END-IF.
           CLOSE BANK-STATEMENT-FILE.
           IF STRAY-RECORD-COUNT > ZERO
               MOVE "Statement records outside any statement"
                   TO EXC-TEXT
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

      * A header opens a statement, closing any statement
      * whose trailer never came; a line or trailer with no
      * header open is counted and reported.
       TAKE-ONE-STATEMENT-RECORD.
           EVALUATE BM-RECORD-TYPE
               WHEN "H"
                   IF A-STATEMENT-IS-OPEN
                       PERFORM FINISH-THE-STATEMENT
                   END-IF
                   PERFORM START-THE-STATEMENT
               WHEN "D"
                   IF A-STATEMENT-IS-OPEN
                       PERFORM TAKE-ONE-STATEMENT-LINE
                   ELSE
                       PERFORM REPORT-A-STRAY-RECORD
                   END-IF
               WHEN "T"
                   IF A-STATEMENT-IS-OPEN
                       MOVE "Y" TO TRAILER-SEEN-SWITCH
                       IF BM-ITEM-COUNT IS NUMERIC
                           MOVE BM-ITEM-COUNT TO BANK-ITEM-COUNT
                       END-IF
                       IF BM-CLOSING-BALANCE IS NUMERIC
                           MOVE BM-CLOSING-BALANCE TO CLOSING-BALANCE
                       ELSE
                           IF REJECT-REASON = SPACES
                               MOVE "CLOSING BALANCE NOT NUMERIC"
                                   TO REJECT-REASON
                           END-IF
                       END-IF
                       PERFORM FINISH-THE-STATEMENT
                   ELSE
                       PERFORM REPORT-A-STRAY-RECORD
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-A-STRAY-RECORD
           END-EVALUATE.

       WRITE-THE-IMPORT-SUMMARY.
           MOVE SPACES TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.
           MOVE STATEMENT-COUNT TO IS-STATEMENTS.
           MOVE STATEMENTS-TAKEN TO IS-TAKEN.
           MOVE STATEMENTS-SKIPPED TO IS-SKIPPED.
           MOVE STATEMENTS-REJECTED TO IS-REJECTED.
           MOVE ITEMS-ADDED TO IS-ITEMS.
           MOVE IMPORT-SUMMARY-LINE TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.

      * Level 3 routines -- statements.
      * A statement for a bank account BNKCTL.DAT does not
      * name, or one already on the history, is read
      * through and nothing in it taken.
       START-THE-STATEMENT.
           ADD 1 TO STATEMENT-COUNT.
           MOVE "Y" TO STATEMENT-OPEN-SWITCH.
           MOVE "N" TO TRAILER-SEEN-SWITCH.
           MOVE "T" TO STATEMENT-MODE.
           MOVE SPACES TO REJECT-REASON.
           MOVE ZERO TO LINE-COUNT STATEMENT-ITEM-NO
                        BANK-ITEM-COUNT STATEMENT-LINE-TOTAL
                        OPENING-BALANCE CLOSING-BALANCE
                        STATEMENT-CASH-ACCOUNT.
           MOVE BM-BANK-ACCOUNT TO STATEMENT-BANK-ACCOUNT.
           IF BM-STATEMENT-DATE IS NUMERIC
               MOVE BM-STATEMENT-DATE TO STATEMENT-DATE
           ELSE
               MOVE ZERO TO STATEMENT-DATE
               MOVE "STATEMENT DATE NOT NUMERIC" TO REJECT-REASON
           END-IF.
           IF BM-OPENING-BALANCE IS NUMERIC
               MOVE BM-OPENING-BALANCE TO OPENING-BALANCE
           ELSE
               IF REJECT-REASON = SPACES
                   MOVE "OPENING BALANCE NOT NUMERIC"
                       TO REJECT-REASON
               END-IF
           END-IF.
           PERFORM FIND-THE-BANK-ACCOUNT.
           PERFORM FIND-THE-STATEMENT-IN-HISTORY.
           MOVE SPACES TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.
           MOVE STATEMENT-BANK-ACCOUNT TO SH-BANK-ACCOUNT.
           MOVE STATEMENT-DATE TO SH-STATEMENT-DATE.
           MOVE ZERO TO SH-CASH-ACCOUNT.
           IF NOT BANK-ACCOUNT-WAS-FOUND
               MOVE "S" TO STATEMENT-MODE
               MOVE STATEMENT-HEADING-LINE TO IMPORT-REPORT-LINE
               WRITE IMPORT-REPORT-LINE
               MOVE "Bank account is not on BNKCTL.DAT; statement "
                   TO IN-TEXT
               MOVE "not taken." TO IN-TEXT (47:10)
               PERFORM WRITE-THE-IMPORT-NOTE
               MOVE SPACES TO EXC-TEXT
               STRING "Bank account " DELIMITED BY SIZE
                      STATEMENT-BANK-ACCOUNT DELIMITED BY SIZE
                      " not on BNKCTL" DELIMITED BY SIZE
                   INTO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
               MOVE BKT-CASH-ACCOUNT (BK-IDX)
                   TO STATEMENT-CASH-ACCOUNT SH-CASH-ACCOUNT
               MOVE STATEMENT-HEADING-LINE TO IMPORT-REPORT-LINE
               WRITE IMPORT-REPORT-LINE
               IF STATEMENT-ALREADY-TAKEN
                   MOVE "S" TO STATEMENT-MODE
                   MOVE "Statement already on BNKHIST.DAT; skipped."
                       TO IN-TEXT
                   PERFORM WRITE-THE-IMPORT-NOTE
                   MOVE SPACES TO EXC-TEXT
                   STRING "Bank statement " DELIMITED BY SIZE
                          STATEMENT-DATE DELIMITED BY SIZE
                          " already taken in" DELIMITED BY SIZE
                       INTO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   MOVE LINE-HEADING-LINE TO IMPORT-REPORT-LINE
                   WRITE IMPORT-REPORT-LINE
               END-IF
           END-IF.

       FINISH-THE-STATEMENT.
           IF STATEMENT-IS-TAKEN
               PERFORM PROVE-THE-STATEMENT
               IF REJECT-REASON = SPACES
                   PERFORM TAKE-IN-THE-STATEMENT
                   ADD 1 TO STATEMENTS-TAKEN
               ELSE
                   MOVE SPACES TO IN-TEXT
                   STRING "Statement rejected: " DELIMITED BY SIZE
                          REJECT-REASON DELIMITED BY SIZE
                       INTO IN-TEXT
                   PERFORM WRITE-THE-IMPORT-NOTE
                   MOVE SPACES TO EXC-TEXT
                   STRING "Bank statement " DELIMITED BY SIZE
                          STATEMENT-DATE DELIMITED BY SIZE
                          " rejected" DELIMITED BY SIZE
                       INTO EXC-TEXT
                   MOVE "DATA" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
                   ADD 1 TO STATEMENTS-REJECTED
               END-IF
           ELSE
               ADD 1 TO STATEMENTS-SKIPPED
           END-IF.
           MOVE "N" TO STATEMENT-OPEN-SWITCH.

      * The statement proof: the opening balance plus the
      * lines must be the bank's closing balance, over the
      * bank's count of lines, and the opening balance
      * must be where the last statement left off.
       PROVE-THE-STATEMENT.
           COMPUTE STATEMENT-DIFFERENCE =
               OPENING-BALANCE + STATEMENT-LINE-TOTAL
             - CLOSING-BALANCE.
           MOVE SPACES TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE "OPENING BALANCE" TO PF-CAPTION.
           MOVE OPENING-BALANCE TO PF-AMOUNT.
           IF  PRIOR-STATEMENT-WAS-FOUND
           AND OPENING-BALANCE NOT = PRIOR-CLOSING-BALANCE
               MOVE "*** NOT LAST CLOSING" TO PF-NOTE
               IF REJECT-REASON = SPACES
                   MOVE "DOES NOT FOLLOW ON FROM LAST"
                       TO REJECT-REASON
               END-IF
           END-IF.
           PERFORM WRITE-THE-PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE "STATEMENT LINES" TO PF-CAPTION.
           MOVE STATEMENT-ITEM-NO TO PF-COUNT.
           MOVE " ITEMS " TO PF-ITEMS-LABEL.
           MOVE STATEMENT-LINE-TOTAL TO PF-AMOUNT.
           IF STATEMENT-ITEM-NO NOT = BANK-ITEM-COUNT
               MOVE "*** ITEM COUNT DIFFERS" TO PF-NOTE
               IF REJECT-REASON = SPACES
                   MOVE "ITEM COUNT DIFFERS" TO REJECT-REASON
               END-IF
           END-IF.
           PERFORM WRITE-THE-PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE "BANK CLOSING BALANCE" TO PF-CAPTION.
           MOVE BANK-ITEM-COUNT TO PF-COUNT.
           MOVE " ITEMS " TO PF-ITEMS-LABEL.
           MOVE CLOSING-BALANCE TO PF-AMOUNT.
           IF NOT TRAILER-WAS-SEEN
               MOVE "*** NO TRAILER" TO PF-NOTE
               IF REJECT-REASON = SPACES
                   MOVE "NO TRAILER" TO REJECT-REASON
               END-IF
           END-IF.
           PERFORM WRITE-THE-PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE "DIFFERENCE" TO PF-CAPTION.
           MOVE STATEMENT-DIFFERENCE TO PF-AMOUNT.
           IF STATEMENT-DIFFERENCE = ZERO
               MOVE "IN BALANCE" TO PF-NOTE
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO PF-NOTE
               IF REJECT-REASON = SPACES
                   MOVE "OUT OF BALANCE" TO REJECT-REASON
               END-IF
           END-IF.
           PERFORM WRITE-THE-PROOF-LINE.

       WRITE-THE-PROOF-LINE.
           MOVE PROOF-LINE TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.

      * Every line goes to BNKOUT.DAT as an open item, and
      * the statement is recorded so it is never taken
      * twice and the next one can follow on from it.
       TAKE-IN-THE-STATEMENT.
           PERFORM ADD-ONE-STATEMENT-ITEM
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > LINE-COUNT.
           MOVE SPACES TO BANK-STATEMENT-HISTORY-RECORD.
           MOVE STATEMENT-BANK-ACCOUNT TO BA-BANK-ACCOUNT.
           MOVE STATEMENT-DATE TO BA-STATEMENT-DATE.
           MOVE BUSINESS-DATE TO BA-IMPORT-DATE.
           MOVE STATEMENT-ITEM-NO TO BA-ITEM-COUNT.
           MOVE OPENING-BALANCE TO BA-OPENING-BALANCE.
           MOVE CLOSING-BALANCE TO BA-CLOSING-BALANCE.
           WRITE BANK-STATEMENT-HISTORY-RECORD.
           IF HISTORY-COUNT < 5000
               ADD 1 TO HISTORY-COUNT
               SET BA-IDX TO HISTORY-COUNT
               MOVE STATEMENT-BANK-ACCOUNT TO BAT-BANK-ACCOUNT (BA-IDX)
               MOVE STATEMENT-DATE TO BAT-STATEMENT-DATE (BA-IDX)
               MOVE CLOSING-BALANCE TO BAT-CLOSING-BALANCE (BA-IDX)
           END-IF.
           MOVE "Statement taken in." TO IN-TEXT.
           PERFORM WRITE-THE-IMPORT-NOTE.

       ADD-ONE-STATEMENT-ITEM.
           MOVE SPACES TO BANK-OUTSTANDING-RECORD.
           MOVE NEXT-ITEM-NUMBER TO BO-ITEM-NUMBER.
           ADD 1 TO NEXT-ITEM-NUMBER.
           MOVE STATEMENT-CASH-ACCOUNT TO BO-CASH-ACCOUNT.
           MOVE "S" TO BO-SIDE.
           MOVE LNT-ITEM-DATE (LN-IDX) TO BO-ITEM-DATE.
           MOVE LNT-AMOUNT (LN-IDX) TO BO-AMOUNT.
           MOVE LNT-REFERENCE (LN-IDX) TO BO-REFERENCE.
           MOVE LNT-ITEM-TYPE (LN-IDX) TO BO-ITEM-TYPE.
           MOVE STATEMENT-BANK-ACCOUNT TO BO-SOURCE.
           MOVE BUSINESS-DATE TO BO-ADDED-DATE.
           MOVE "O" TO BO-STATUS.
           MOVE ZERO TO BO-MATCH-NUMBER BO-WORKED-DATE.
           WRITE BANK-OUTSTANDING-RECORD.
           ADD 1 TO ITEMS-ADDED.

       REPORT-A-STRAY-RECORD.
           ADD 1 TO STRAY-RECORD-COUNT.
           MOVE "Record outside any statement ignored: " TO IN-TEXT.
           MOVE BANK-STATEMENT-RECORD TO IN-TEXT (39:32).
           PERFORM WRITE-THE-IMPORT-NOTE.

      * Level 3 routines -- statement lines.
       TAKE-ONE-STATEMENT-LINE.
           ADD 1 TO STATEMENT-ITEM-NO.
           IF STATEMENT-IS-TAKEN
               PERFORM EDIT-ONE-STATEMENT-LINE
               MOVE STATEMENT-ITEM-NO TO LD-ITEM-NO
               MOVE BM-ITEM-DATE TO LD-ITEM-DATE
               MOVE BM-REFERENCE TO LD-REFERENCE
               MOVE BM-ITEM-TYPE TO LD-ITEM-TYPE
               MOVE ZERO TO LD-AMOUNT
               MOVE LINE-REASON TO LD-REASON
               IF LINE-REASON = SPACES
                   MOVE BM-AMOUNT TO LD-AMOUNT
                   ADD BM-AMOUNT TO STATEMENT-LINE-TOTAL
                   PERFORM HOLD-ONE-STATEMENT-LINE
               ELSE
                   IF REJECT-REASON = SPACES
                       MOVE "A LINE FAILS ITS EDIT"
                           TO REJECT-REASON
                   END-IF
               END-IF
               MOVE LINE-DETAIL-LINE TO IMPORT-REPORT-LINE
               WRITE IMPORT-REPORT-LINE
           END-IF.

      * Money in is a deposit or interest, money out a
      * cheque, a charge or a returned item; a transfer
      * may go either way.
       EDIT-ONE-STATEMENT-LINE.
           MOVE SPACES TO LINE-REASON.
           MOVE "W" TO DK-ACTION.
           MOVE ZERO TO DK-FIRST-DATE.
           IF BM-ITEM-DATE IS NUMERIC
               MOVE BM-ITEM-DATE TO DK-FIRST-DATE
           END-IF.
           CALL "DATECALC" USING DATE-CALC-PARAMETERS.
           IF NOT DK-DATE-OK
               MOVE "BAD DATE" TO LINE-REASON
           ELSE
           IF BM-AMOUNT IS NOT NUMERIC
           OR BM-AMOUNT = ZERO
               MOVE "BAD AMOUNT" TO LINE-REASON
           ELSE
               EVALUATE BM-ITEM-TYPE
                   WHEN "DEP"
                   WHEN "INT"
                       IF BM-AMOUNT < ZERO
                           MOVE "SIGN FOR TYPE" TO LINE-REASON
                       END-IF
                   WHEN "CHK"
                   WHEN "FEE"
                   WHEN "RET"
                       IF BM-AMOUNT > ZERO
                           MOVE "SIGN FOR TYPE" TO LINE-REASON
                       END-IF
                   WHEN "TRF"
                       CONTINUE
                   WHEN OTHER
                       MOVE "UNKNOWN TYPE" TO LINE-REASON
               END-EVALUATE
           END-IF
           END-IF.

       HOLD-ONE-STATEMENT-LINE.
           IF LINE-COUNT >= 2000
               IF REJECT-REASON = SPACES
                   MOVE "MORE THAN 2000 LINES" TO REJECT-REASON
               END-IF
           ELSE
               ADD 1 TO LINE-COUNT
               SET LN-IDX TO LINE-COUNT
               MOVE BM-ITEM-DATE TO LNT-ITEM-DATE (LN-IDX)
               MOVE BM-AMOUNT TO LNT-AMOUNT (LN-IDX)
               MOVE BM-REFERENCE TO LNT-REFERENCE (LN-IDX)
               MOVE BM-ITEM-TYPE TO LNT-ITEM-TYPE (LN-IDX)
           END-IF.

       WRITE-THE-IMPORT-NOTE.
           MOVE IMPORT-NOTE-LINE TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.
           MOVE SPACES TO IN-TEXT.

       FIND-THE-BANK-ACCOUNT.
           MOVE "N" TO BANK-ACCOUNT-FOUND-SWITCH.
           IF BANK-ACCOUNT-COUNT > 0
               SET BK-IDX TO 1
               SEARCH BANK-ACCOUNT-ENTRY
                   WHEN BKT-BANK-ACCOUNT (BK-IDX)
                            = STATEMENT-BANK-ACCOUNT
                       MOVE "Y" TO BANK-ACCOUNT-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * Notes both whether this statement is already on the
      * history and the latest earlier one's closing
      * balance, which this one must open with.
       FIND-THE-STATEMENT-IN-HISTORY.
           MOVE "N" TO HISTORY-FOUND-SWITCH.
           MOVE "N" TO PRIOR-FOUND-SWITCH.
           MOVE ZERO TO PRIOR-STATEMENT-DATE PRIOR-CLOSING-BALANCE.
           PERFORM CHECK-ONE-HISTORY-ENTRY
               VARYING BA-IDX FROM 1 BY 1
               UNTIL BA-IDX > HISTORY-COUNT.

       CHECK-ONE-HISTORY-ENTRY.
           IF BAT-BANK-ACCOUNT (BA-IDX) = STATEMENT-BANK-ACCOUNT
               IF BAT-STATEMENT-DATE (BA-IDX) = STATEMENT-DATE
                   MOVE "Y" TO HISTORY-FOUND-SWITCH
               ELSE
                   IF  BAT-STATEMENT-DATE (BA-IDX) < STATEMENT-DATE
                   AND BAT-STATEMENT-DATE (BA-IDX)
                           > PRIOR-STATEMENT-DATE
                       MOVE "Y" TO PRIOR-FOUND-SWITCH
                       MOVE BAT-STATEMENT-DATE (BA-IDX)
                           TO PRIOR-STATEMENT-DATE
                       MOVE BAT-CLOSING-BALANCE (BA-IDX)
                           TO PRIOR-CLOSING-BALANCE
                   END-IF
               END-IF
           END-IF.

       OPEN-THE-OUTPUTS-FOR-APPEND.
           OPEN EXTEND OUTSTANDING-FILE.
           IF OUTSTANDING-FILE-STATUS NOT = "00"
               OPEN OUTPUT OUTSTANDING-FILE
               CLOSE OUTSTANDING-FILE
               OPEN EXTEND OUTSTANDING-FILE
           END-IF.
           OPEN EXTEND STATEMENT-HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT STATEMENT-HISTORY-FILE
               CLOSE STATEMENT-HISTORY-FILE
               OPEN EXTEND STATEMENT-HISTORY-FILE
           END-IF.

       READ-THE-NEXT-STATEMENT-RECORD.
           READ BANK-STATEMENT-FILE
               AT END
                   MOVE "Y" TO STATEMENT-END-SWITCH
           END-READ.

      * Level 3 routines -- loading.
       LOAD-THE-BANK-CONTROLS.
           OPEN INPUT BANK-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CONTROL-RECORD
               PERFORM UNTIL NO-MORE-CONTROL-RECORDS
                   IF BANK-ACCOUNT-COUNT >= 50
                       DISPLAY "Bank account table full at 50; "
                               "remaining BNKCTL rows ignored."
                       MOVE "Y" TO CONTROL-END-SWITCH
                   ELSE
                       ADD 1 TO BANK-ACCOUNT-COUNT
                       SET BK-IDX TO BANK-ACCOUNT-COUNT
                       MOVE BK-BANK-ACCOUNT
                           TO BKT-BANK-ACCOUNT (BK-IDX)
                       MOVE BK-CASH-ACCOUNT
                           TO BKT-CASH-ACCOUNT (BK-IDX)
                       PERFORM READ-THE-NEXT-CONTROL-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE BANK-CONTROL-FILE.

       READ-THE-NEXT-CONTROL-RECORD.
           READ BANK-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-END-SWITCH
           END-READ.

       LOAD-THE-STATEMENT-HISTORY.
           OPEN INPUT STATEMENT-HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HISTORY-RECORD
               PERFORM UNTIL NO-MORE-HISTORY-RECORDS
                   IF HISTORY-COUNT >= 5000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO HISTORY-END-SWITCH
                   ELSE
                       ADD 1 TO HISTORY-COUNT
                       SET BA-IDX TO HISTORY-COUNT
                       MOVE BA-BANK-ACCOUNT
                           TO BAT-BANK-ACCOUNT (BA-IDX)
                       MOVE BA-STATEMENT-DATE
                           TO BAT-STATEMENT-DATE (BA-IDX)
                       MOVE BA-CLOSING-BALANCE
                           TO BAT-CLOSING-BALANCE (BA-IDX)
                       PERFORM READ-THE-NEXT-HISTORY-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE STATEMENT-HISTORY-FILE.

       READ-THE-NEXT-HISTORY-RECORD.
           READ STATEMENT-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-END-SWITCH
           END-READ.
