       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJE01.
      *--------------------------------------------------
      * Manual GL journal entry. ADDENT01 keys only ADD
      * pairs and ADDCOR01 only reverses a prior night, so
      * an ordinary multi-line journal -- a reclass from
      * one account to several -- had no way in. Here the
      * preparer keys a journal header (period, company,
      * description) and then any number of debit and
      * credit lines, each naming a GLCHART.DAT account, a
      * cost center and an amount in the base currency.
      *
      * Every account must be on the chart, active, and
      * belong to the journal's company, so each company's
      * books still balance on their own; a line that
      * fails is refused as it is keyed. The period must
      * be on FISCCTL.DAT and open, and the journal books
      * to its last day, as GLACR01's accruals do.
      *
      * A journal whose debits and credits differ is
      * rejected. A balanced one is shown back, confirmed
      * through YESNOCNF, and posts only once a second,
      * supervisor-group operator approves it through
      * DUALAUTH. Approved lines go to GLEXTR.DAT under
      * this job name for GLPOST01 and GLXMIT01: debits
      * are paired against credits in keyed order, one
      * extract line per pairing, splitting an amount
      * across as many lines as it takes. A pairing
      * carries its debit line's cost center, or the
      * credit line's when the debit line names none.
      *
      * Every journal keyed -- posted, rejected, or
      * withdrawn -- is written to the GLJREG.DAT register
      * under the next journal number, and GLJRP01
      * reprints it from there. The session holds the
      * JOBLOCK lock so two terminals cannot hand out the
      * same number.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-REGISTER-FILE
               ASSIGN TO "GLJREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT OPTIONAL FISCAL-PERIOD-FILE ASSIGN TO "FISCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

           SELECT OPTIONAL GL-CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-REGISTER-FILE.
       COPY GLJREG.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  FISCAL-PERIOD-FILE.
       COPY FISCCTL.

       FD  GL-CHART-FILE.
       COPY GLCHART.

       WORKING-STORAGE SECTION.

       01  REGISTER-FILE-STATUS  PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  PERIOD-FILE-STATUS    PIC XX.
       01  CHART-FILE-STATUS     PIC XX.
       01  REGISTER-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-REGISTER-ROWS         VALUE "Y".
       01  PERIOD-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-PERIOD-RECORDS        VALUE "Y".
       01  CHART-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-CHART-RECORDS         VALUE "Y".

       01  BASE-CURRENCY         PIC X(03)   VALUE "USD".

       01  PERIOD-COUNT          PIC 9(3)    VALUE ZERO.
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 1 TO 60 TIMES
                             DEPENDING ON PERIOD-COUNT
                             INDEXED BY FP-IDX.
               10  PT-PERIOD          PIC 9(6).
               10  PT-END-DATE        PIC 9(8).
               10  PT-STATUS          PIC X.
       01  PERIOD-OVERFLOW-SWITCH PIC X      VALUE "N".
           88  PERIOD-LOAD-OVERFLOWED        VALUE "Y".

       01  CHART-COUNT           PIC 9(3)    VALUE ZERO.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON CHART-COUNT
                            INDEXED BY CH-IDX.
               10  CHT-ACCOUNT        PIC 9(6).
               10  CHT-DESCRIPTION    PIC X(24).
               10  CHT-ACTIVE-FLAG    PIC X.
               10  CHT-COMPANY        PIC X(2).
       01  ACCOUNT-FOUND-SWITCH  PIC X.
           88  ACCOUNT-IS-KNOWN              VALUE "Y".

      * The journal in hand, one row per keyed line.
       01  LINE-COUNT            PIC 9(3)    VALUE ZERO.
       01  JOURNAL-LINE-TABLE.
           05  JOURNAL-LINE OCCURS 1 TO 99 TIMES
                             DEPENDING ON LINE-COUNT
                             INDEXED BY JL-IDX.
               10  JL-ACCOUNT         PIC 9(6).
               10  JL-COST-CENTER     PIC X(4).
               10  JL-DEBIT-CREDIT    PIC X.
               10  JL-AMOUNT          PIC 9(7)V99.
               10  JL-REMAINING       PIC 9(7)V99.
       01  LINES-DONE-SWITCH     PIC X.
           88  NO-MORE-LINES-TO-KEY          VALUE "Y".

       01  JOURNAL-ID            PIC 9(6).
       01  HIGHEST-JOURNAL-ID    PIC 9(6)    VALUE ZERO.
       01  JOURNAL-COMPANY       PIC X(2).
       01  JOURNAL-DESCRIPTION   PIC X(30).
       01  JOURNAL-DATE          PIC 9(8).
       01  JOURNAL-STATUS        PIC X.
       01  JOURNAL-REASON        PIC X(20).
       01  DEBIT-TOTAL           PIC 9(9)V99.
       01  CREDIT-TOTAL          PIC 9(9)V99.
       01  DEBIT-SUB             PIC 9(3).
       01  CREDIT-SUB            PIC 9(3).
       01  SIDE-FOUND-SWITCH     PIC X.
           88  SIDE-WAS-FOUND                VALUE "Y".
       01  PIECE-AMOUNT          PIC 9(7)V99.
       01  EXTRACT-LINE-COUNT    PIC 9(5)    VALUE ZERO.

       01  RAW-PERIOD            PIC X(6).
       01  WANTED-PERIOD         PIC 9(6).
       01  PERIOD-OK-SWITCH      PIC X.
           88  PERIOD-IS-USABLE              VALUE "Y".
       01  RAW-ACCOUNT           PIC X(6).
       01  CHECKED-ACCOUNT       PIC 9(6).
       01  RAW-SIDE              PIC X.
       01  RAW-ENTRY             PIC X(20).
       01  WANTED-AMOUNT         PIC S9(7)V99.
       01  DISPLAY-AMOUNT        PIC Z(6)9.99.
       01  DISPLAY-TOTAL         PIC Z(8)9.99.
       01  RAW-ANSWER            PIC X(3).
       01  FOLDED-ANSWER         PIC X.
       01  VALID-SWITCH          PIC X.
       01  DONE-SWITCH           PIC X       VALUE "N".
           88  NO-MORE-JOURNALS-TO-KEY       VALUE "Y".
       01  POSTED-COUNT          PIC 9(3)    VALUE ZERO.
       01  REJECTED-COUNT        PIC 9(3)    VALUE ZERO.

       01  JOB-NAME              PIC X(8)    VALUE "GLJE01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  DUAL-ACTION-TEXT      PIC X(40).
       01  DUAL-APPROVED-SWITCH  PIC X.
           88  JOURNAL-IS-APPROVED           VALUE "Y".

       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLJE01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLJE01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLJE01".
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               PERFORM LOAD-THE-FISCAL-PERIODS
               PERFORM LOAD-THE-GL-CHART
               PERFORM FIND-THE-HIGHEST-JOURNAL-ID
               IF PERIOD-LOAD-OVERFLOWED
      * A partial period table could let a journal into a
      * closed month, so none is taken.
                   DISPLAY "FISCCTL.DAT exceeds the table; "
                           "no journals can be keyed."
                   MOVE "Fiscal period table overflow" TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM KEY-ONE-JOURNAL
                       UNTIL NO-MORE-JOURNALS-TO-KEY
                   DISPLAY "Journals posted: " POSTED-COUNT
                   DISPLAY "Journals not posted: " REJECTED-COUNT
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLJE01"
               IF PERIOD-LOAD-OVERFLOWED
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Journals are being keyed at another "
                       "terminal; try again later."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "GLJE01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       KEY-ONE-JOURNAL.
           PERFORM GET-THE-JOURNAL-PERIOD.
           IF NOT NO-MORE-JOURNALS-TO-KEY
               PERFORM GET-THE-JOURNAL-HEADER
               PERFORM KEY-THE-JOURNAL-LINES
               IF LINE-COUNT = ZERO
                   DISPLAY "No lines keyed; journal dropped."
               ELSE
                   PERFORM SETTLE-THE-JOURNAL
               END-IF
           END-IF.

      * A blank period ends the session.
       GET-THE-JOURNAL-PERIOD.
           MOVE "N" TO PERIOD-OK-SWITCH.
           PERFORM UNTIL PERIOD-IS-USABLE
                      OR NO-MORE-JOURNALS-TO-KEY
               DISPLAY "Journal period (YYYYMM, blank to finish)?"
               MOVE SPACES TO RAW-PERIOD
               ACCEPT RAW-PERIOD
               IF RAW-PERIOD = SPACES
                   MOVE "Y" TO DONE-SWITCH
               ELSE
                   PERFORM CHECK-THE-JOURNAL-PERIOD
               END-IF
           END-PERFORM.

       CHECK-THE-JOURNAL-PERIOD.
           IF RAW-PERIOD IS NOT NUMERIC
               DISPLAY "The period must be six digits, YYYYMM."
           ELSE
               MOVE RAW-PERIOD TO WANTED-PERIOD
               SET FP-IDX TO 1
               IF PERIOD-COUNT > 0
                   SEARCH PERIOD-ENTRY
                       AT END
                           DISPLAY "Period " WANTED-PERIOD
                                   " is not on FISCCTL.DAT."
                       WHEN PT-PERIOD (FP-IDX) = WANTED-PERIOD
                           IF PT-STATUS (FP-IDX) = "C"
                               DISPLAY "Period " WANTED-PERIOD
                                       " is closed; journals into "
                                       "it are refused."
                           ELSE
                               MOVE "Y" TO PERIOD-OK-SWITCH
                               MOVE PT-END-DATE (FP-IDX)
                                   TO JOURNAL-DATE
                           END-IF
                   END-SEARCH
               ELSE
                   DISPLAY "No FISCCTL.DAT periods on file."
               END-IF
           END-IF.

       GET-THE-JOURNAL-HEADER.
           DISPLAY "Company (2 characters, blank for 01)?".
           MOVE SPACES TO JOURNAL-COMPANY.
           ACCEPT JOURNAL-COMPANY.
           IF JOURNAL-COMPANY = SPACES
               MOVE "01" TO JOURNAL-COMPANY
           END-IF.
           MOVE SPACES TO JOURNAL-DESCRIPTION.
           PERFORM UNTIL JOURNAL-DESCRIPTION NOT = SPACES
               DISPLAY "Journal description (up to 30 characters)?"
               ACCEPT JOURNAL-DESCRIPTION
           END-PERFORM.

      * A blank account ends the journal's lines.
       KEY-THE-JOURNAL-LINES.
           MOVE ZERO TO LINE-COUNT DEBIT-TOTAL CREDIT-TOTAL.
           MOVE "N" TO LINES-DONE-SWITCH.
           PERFORM KEY-ONE-JOURNAL-LINE
               UNTIL NO-MORE-LINES-TO-KEY
                  OR LINE-COUNT >= 99.
           IF LINE-COUNT >= 99 AND NOT NO-MORE-LINES-TO-KEY
               DISPLAY "The journal is full at 99 lines."
           END-IF.

       KEY-ONE-JOURNAL-LINE.
           COMPUTE CHECKED-ACCOUNT = LINE-COUNT + 1.
           DISPLAY "Line " CHECKED-ACCOUNT (4:3)
                   " account (6 digits, blank to end lines)?".
           MOVE SPACES TO RAW-ACCOUNT.
           ACCEPT RAW-ACCOUNT.
           IF RAW-ACCOUNT = SPACES
               MOVE "Y" TO LINES-DONE-SWITCH
           ELSE
           IF RAW-ACCOUNT IS NOT NUMERIC
               DISPLAY "The account must be six digits."
           ELSE
               MOVE RAW-ACCOUNT TO CHECKED-ACCOUNT
               PERFORM CHECK-THE-LINE-ACCOUNT
               IF ACCOUNT-IS-KNOWN
                   PERFORM GET-THE-LINE-DETAILS
               END-IF
           END-IF
           END-IF.

      * The account must be real, open to new postings,
      * and on the journal company's books.
       CHECK-THE-LINE-ACCOUNT.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           SET CH-IDX TO 1.
           IF CHART-COUNT > 0
               SEARCH CHART-ENTRY
                   AT END
                       DISPLAY "Account " CHECKED-ACCOUNT
                               " is not on the GLCHART chart."
                   WHEN CHT-ACCOUNT (CH-IDX) = CHECKED-ACCOUNT
                       IF CHT-ACTIVE-FLAG (CH-IDX) NOT = "A"
                           DISPLAY "Account " CHECKED-ACCOUNT
                                   " is inactive; no new postings."
                       ELSE
                       IF CHT-COMPANY (CH-IDX) NOT = JOURNAL-COMPANY
                           DISPLAY "Account " CHECKED-ACCOUNT
                                   " belongs to company "
                                   CHT-COMPANY (CH-IDX) "."
                       ELSE
                           MOVE "Y" TO ACCOUNT-FOUND-SWITCH
                           DISPLAY "  " CHT-DESCRIPTION (CH-IDX)
                       END-IF
                       END-IF
               END-SEARCH
           ELSE
               DISPLAY "No GLCHART.DAT chart on file; "
                       "journals cannot be keyed."
               MOVE "Y" TO LINES-DONE-SWITCH
           END-IF.

       GET-THE-LINE-DETAILS.
           ADD 1 TO LINE-COUNT.
           SET JL-IDX TO LINE-COUNT.
           MOVE CHECKED-ACCOUNT TO JL-ACCOUNT (JL-IDX).
           DISPLAY "Cost center (4 characters)?".
           MOVE SPACES TO JL-COST-CENTER (JL-IDX).
           ACCEPT JL-COST-CENTER (JL-IDX).
           MOVE SPACE TO RAW-SIDE.
           PERFORM UNTIL RAW-SIDE = "D" OR RAW-SIDE = "C"
               DISPLAY "Debit or credit (D/C)?"
               ACCEPT RAW-SIDE
               INSPECT RAW-SIDE CONVERTING "dc" TO "DC"
           END-PERFORM.
           MOVE RAW-SIDE TO JL-DEBIT-CREDIT (JL-IDX).
           PERFORM GET-THE-LINE-AMOUNT.
           MOVE WANTED-AMOUNT TO JL-AMOUNT (JL-IDX).
           IF RAW-SIDE = "D"
               ADD WANTED-AMOUNT TO DEBIT-TOTAL
           ELSE
               ADD WANTED-AMOUNT TO CREDIT-TOTAL
           END-IF.

       GET-THE-LINE-AMOUNT.
           MOVE ZERO TO WANTED-AMOUNT.
           PERFORM UNTIL WANTED-AMOUNT > ZERO
               DISPLAY "Amount (e.g. 1500.00)?"
               MOVE SPACES TO RAW-ENTRY
               ACCEPT RAW-ENTRY
               IF FUNCTION TEST-NUMVAL(RAW-ENTRY) = ZERO
                   COMPUTE WANTED-AMOUNT ROUNDED =
                       FUNCTION NUMVAL(RAW-ENTRY)
                       ON SIZE ERROR
                           MOVE ZERO TO WANTED-AMOUNT
                   END-COMPUTE
               END-IF
               IF WANTED-AMOUNT NOT > ZERO
                   DISPLAY "The amount must be a positive number "
                           "under 10,000,000."
               END-IF
           END-PERFORM.

      * The journal takes its number now, whatever becomes
      * of it, so the register shows every one keyed.
       SETTLE-THE-JOURNAL.
           ADD 1 TO HIGHEST-JOURNAL-ID.
           MOVE HIGHEST-JOURNAL-ID TO JOURNAL-ID.
           PERFORM SHOW-THE-JOURNAL.
           IF DEBIT-TOTAL NOT = CREDIT-TOTAL
               MOVE "R" TO JOURNAL-STATUS
               MOVE "OUT OF BALANCE" TO JOURNAL-REASON
               DISPLAY "Debits and credits differ; journal "
                       JOURNAL-ID " rejected."
               MOVE "Journal out of balance, rejected: "
                   TO EXC-TEXT
               MOVE JOURNAL-ID TO EXC-TEXT (35:6)
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
               DISPLAY "Submit this journal for approval? (Y/N)"
               ACCEPT RAW-ANSWER
               CALL "YESNOCNF" USING EXC-JOB-NAME RAW-ANSWER
                                      FOLDED-ANSWER VALID-SWITCH
               IF  VALID-SWITCH = "Y"
               AND FOLDED-ANSWER = "Y"
                   PERFORM GET-THE-APPROVAL
               ELSE
                   MOVE "R" TO JOURNAL-STATUS
                   MOVE "WITHDRAWN" TO JOURNAL-REASON
                   DISPLAY "Journal " JOURNAL-ID
                           " withdrawn; nothing posted."
               END-IF
           END-IF.
           PERFORM REGISTER-THE-JOURNAL.
           IF JOURNAL-STATUS = "P"
               ADD 1 TO POSTED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF.

       GET-THE-APPROVAL.
           MOVE SPACES TO DUAL-ACTION-TEXT.
           STRING "POST GL JOURNAL " DELIMITED BY SIZE
                  JOURNAL-ID DELIMITED BY SIZE
               INTO DUAL-ACTION-TEXT.
           CALL "DUALAUTH" USING JOB-NAME OPERATOR-ID
                                  DUAL-ACTION-TEXT
                                  DUAL-APPROVED-SWITCH.
           IF JOURNAL-IS-APPROVED
               PERFORM POST-THE-JOURNAL
               MOVE "P" TO JOURNAL-STATUS
               MOVE SPACES TO JOURNAL-REASON
               DISPLAY "Journal " JOURNAL-ID " posted to GLEXTR.DAT."
           ELSE
               MOVE "R" TO JOURNAL-STATUS
               MOVE "NOT APPROVED" TO JOURNAL-REASON
               DISPLAY "Journal " JOURNAL-ID
                       " not approved; nothing posted."
               MOVE "Journal refused dual control: " TO EXC-TEXT
               MOVE JOURNAL-ID TO EXC-TEXT (31:6)
               MOVE "AUTH" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

       SHOW-THE-JOURNAL.
           DISPLAY "Journal " JOURNAL-ID " company " JOURNAL-COMPANY
                   " period " WANTED-PERIOD " " JOURNAL-DESCRIPTION.
           PERFORM SHOW-ONE-JOURNAL-LINE
               VARYING JL-IDX FROM 1 BY 1
               UNTIL JL-IDX > LINE-COUNT.
           MOVE DEBIT-TOTAL TO DISPLAY-TOTAL.
           DISPLAY "  Total debits  " DISPLAY-TOTAL.
           MOVE CREDIT-TOTAL TO DISPLAY-TOTAL.
           DISPLAY "  Total credits " DISPLAY-TOTAL.

       SHOW-ONE-JOURNAL-LINE.
           MOVE JL-AMOUNT (JL-IDX) TO DISPLAY-AMOUNT.
           DISPLAY "  " JL-ACCOUNT (JL-IDX) " "
                   JL-COST-CENTER (JL-IDX) " "
                   JL-DEBIT-CREDIT (JL-IDX) " " DISPLAY-AMOUNT.

      * Level 3 routines -- posting.
      * Each pairing takes the smaller of what is left on
      * the current debit and credit lines; a balanced
      * journal runs both sides out together.
       POST-THE-JOURNAL.
           PERFORM SET-ONE-REMAINING-AMOUNT
               VARYING JL-IDX FROM 1 BY 1
               UNTIL JL-IDX > LINE-COUNT.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.
           MOVE 1 TO DEBIT-SUB CREDIT-SUB.
           PERFORM FIND-THE-NEXT-DEBIT.
           PERFORM FIND-THE-NEXT-CREDIT.
           PERFORM UNTIL DEBIT-SUB > LINE-COUNT
                      OR CREDIT-SUB > LINE-COUNT
               IF JL-REMAINING (DEBIT-SUB) < JL-REMAINING (CREDIT-SUB)
                   MOVE JL-REMAINING (DEBIT-SUB) TO PIECE-AMOUNT
               ELSE
                   MOVE JL-REMAINING (CREDIT-SUB) TO PIECE-AMOUNT
               END-IF
               PERFORM WRITE-ONE-JOURNAL-EXTRACT
               SUBTRACT PIECE-AMOUNT FROM JL-REMAINING (DEBIT-SUB)
               SUBTRACT PIECE-AMOUNT FROM JL-REMAINING (CREDIT-SUB)
               PERFORM FIND-THE-NEXT-DEBIT
               PERFORM FIND-THE-NEXT-CREDIT
           END-PERFORM.
           CLOSE GL-EXTRACT-FILE.

       SET-ONE-REMAINING-AMOUNT.
           MOVE JL-AMOUNT (JL-IDX) TO JL-REMAINING (JL-IDX).

       FIND-THE-NEXT-DEBIT.
           MOVE "N" TO SIDE-FOUND-SWITCH.
           PERFORM UNTIL DEBIT-SUB > LINE-COUNT
                      OR SIDE-WAS-FOUND
               IF  JL-DEBIT-CREDIT (DEBIT-SUB) = "D"
               AND JL-REMAINING (DEBIT-SUB) > ZERO
                   MOVE "Y" TO SIDE-FOUND-SWITCH
               ELSE
                   ADD 1 TO DEBIT-SUB
               END-IF
           END-PERFORM.

       FIND-THE-NEXT-CREDIT.
           MOVE "N" TO SIDE-FOUND-SWITCH.
           PERFORM UNTIL CREDIT-SUB > LINE-COUNT
                      OR SIDE-WAS-FOUND
               IF  JL-DEBIT-CREDIT (CREDIT-SUB) = "C"
               AND JL-REMAINING (CREDIT-SUB) > ZERO
                   MOVE "Y" TO SIDE-FOUND-SWITCH
               ELSE
                   ADD 1 TO CREDIT-SUB
               END-IF
           END-PERFORM.

       WRITE-ONE-JOURNAL-EXTRACT.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "GLJE01" TO GX-JOB-NAME.
           MOVE JOURNAL-DATE TO GX-RUN-DATE.
           MOVE JL-ACCOUNT (DEBIT-SUB) TO GX-DEBIT-ACCOUNT.
           MOVE JL-ACCOUNT (CREDIT-SUB) TO GX-CREDIT-ACCOUNT.
           MOVE PIECE-AMOUNT TO GX-AMOUNT.
           MOVE BASE-CURRENCY TO GX-CURRENCY-CODE.
           MOVE PIECE-AMOUNT TO GX-BASE-AMOUNT.
           IF JL-COST-CENTER (DEBIT-SUB) = SPACES
               MOVE JL-COST-CENTER (CREDIT-SUB) TO GX-COST-CENTER
           ELSE
               MOVE JL-COST-CENTER (DEBIT-SUB) TO GX-COST-CENTER
           END-IF.
           MOVE JOURNAL-COMPANY TO GX-COMPANY.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO EXTRACT-LINE-COUNT.

      * Level 3 routines -- the register.
       REGISTER-THE-JOURNAL.
           OPEN EXTEND JOURNAL-REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-REGISTER-FILE
               CLOSE JOURNAL-REGISTER-FILE
               OPEN EXTEND JOURNAL-REGISTER-FILE
           END-IF.
           PERFORM REGISTER-ONE-JOURNAL-LINE
               VARYING JL-IDX FROM 1 BY 1
               UNTIL JL-IDX > LINE-COUNT.
           CLOSE JOURNAL-REGISTER-FILE.

       REGISTER-ONE-JOURNAL-LINE.
           MOVE SPACES TO GL-JOURNAL-REGISTER-RECORD.
           MOVE JOURNAL-ID TO JR-JOURNAL-ID.
           SET JR-LINE-NO TO JL-IDX.
           ACCEPT JR-ENTRY-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID TO JR-PREPARER-ID.
           MOVE JOURNAL-COMPANY TO JR-COMPANY.
           MOVE WANTED-PERIOD TO JR-PERIOD.
           MOVE JOURNAL-STATUS TO JR-STATUS.
           MOVE JOURNAL-REASON TO JR-REASON.
           MOVE JOURNAL-DESCRIPTION TO JR-DESCRIPTION.
           MOVE JL-ACCOUNT (JL-IDX) TO JR-ACCOUNT.
           MOVE JL-COST-CENTER (JL-IDX) TO JR-COST-CENTER.
           MOVE JL-DEBIT-CREDIT (JL-IDX) TO JR-DEBIT-CREDIT.
           MOVE JL-AMOUNT (JL-IDX) TO JR-AMOUNT.
           WRITE GL-JOURNAL-REGISTER-RECORD.

       FIND-THE-HIGHEST-JOURNAL-ID.
           OPEN INPUT JOURNAL-REGISTER-FILE.
           IF REGISTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-REGISTER-ROW
               PERFORM UNTIL NO-MORE-REGISTER-ROWS
                   IF  JR-JOURNAL-ID IS NUMERIC
                   AND JR-JOURNAL-ID > HIGHEST-JOURNAL-ID
                       MOVE JR-JOURNAL-ID TO HIGHEST-JOURNAL-ID
                   END-IF
                   PERFORM READ-THE-NEXT-REGISTER-ROW
               END-PERFORM
           END-IF.
           CLOSE JOURNAL-REGISTER-FILE.

       READ-THE-NEXT-REGISTER-ROW.
           READ JOURNAL-REGISTER-FILE
               AT END
                   MOVE "Y" TO REGISTER-END-SWITCH
           END-READ.

      * Level 3 routines -- loading.
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
           MOVE CH-DESCRIPTION TO CHT-DESCRIPTION (CH-IDX).
           MOVE CH-ACTIVE-FLAG TO CHT-ACTIVE-FLAG (CH-IDX).
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

       LOAD-THE-FISCAL-PERIODS.
           OPEN INPUT FISCAL-PERIOD-FILE.
           IF PERIOD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-PERIOD-RECORD
               PERFORM UNTIL NO-MORE-PERIOD-RECORDS
                   IF PERIOD-COUNT >= 60
                       MOVE "Y" TO PERIOD-OVERFLOW-SWITCH
                       MOVE "Y" TO PERIOD-END-SWITCH
                   ELSE
                       ADD 1 TO PERIOD-COUNT
                       SET FP-IDX TO PERIOD-COUNT
                       MOVE FP-PERIOD TO PT-PERIOD (FP-IDX)
                       MOVE FP-END-DATE TO PT-END-DATE (FP-IDX)
                       MOVE FP-STATUS TO PT-STATUS (FP-IDX)
                       PERFORM READ-THE-NEXT-PERIOD-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE FISCAL-PERIOD-FILE.

       READ-THE-NEXT-PERIOD-RECORD.
           READ FISCAL-PERIOD-FILE
               AT END
                   MOVE "Y" TO PERIOD-END-SWITCH
           END-READ.
