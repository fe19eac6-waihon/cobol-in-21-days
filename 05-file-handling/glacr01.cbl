       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACR01.
      *--------------------------------------------------
      * Month-end accrual entry. An accrual keyed through
      * ADDCOR01 posted well enough, but the reversal in
      * the new month had to be remembered and keyed by
      * hand, and a forgotten one double-counts expense.
      * Each accrual keyed here is written to GLEXTR.DAT
      * under this job name, dated the last day of the
      * closing period from FISCCTL.DAT so it books into
      * that month, and recorded on the GLACCR.DAT
      * pending-reversal file. The nightly GLREV01 step
      * posts the mirror image on the first business day
      * of the next period; nobody keys the reversal.
      *
      * The closing period must be on FISCCTL.DAT and
      * still open -- an accrual into a closed, already-
      * reported month is refused outright. Accounts are
      * proved against the GLCHART chart, and each entry
      * is shown back and confirmed through YESNOCNF
      * before anything is written. GX-BASE-AMOUNT is
      * converted at the CURRATE.DAT rate in force on the
      * accrual date, as ADDCOR01 does.
      *
      * Accrual IDs run on from the highest one on file;
      * the session holds the JOBLOCK lock so two
      * terminals cannot hand out the same ID.
      *
      * The CURRATE.DAT rate table is held 5000 rows
      * deep, now that treasury's rates come in every day
      * through RATIMP01 rather than being keyed by hand.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO "GLACCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT OPTIONAL FISCAL-PERIOD-FILE ASSIGN TO "FISCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

           SELECT OPTIONAL GL-CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.

           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-FILE.
       COPY GLACCR.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  FISCAL-PERIOD-FILE.
       COPY FISCCTL.

       FD  GL-CHART-FILE.
       COPY GLCHART.

       FD  CURRENCY-RATE-FILE.
       COPY CURRATE.

       WORKING-STORAGE SECTION.

       01  ACCRUAL-FILE-STATUS   PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  PERIOD-FILE-STATUS    PIC XX.
       01  CHART-FILE-STATUS     PIC XX.
       01  ACCRUAL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-ACCRUALS              VALUE "Y".
       01  PERIOD-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-PERIOD-RECORDS        VALUE "Y".
       01  CHART-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-CHART-RECORDS         VALUE "Y".

       01  RATE-FILE-STATUS      PIC XX.
       01  RATE-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-RATE-RECORDS          VALUE "Y".
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
       01  ACCOUNT-FOUND-SWITCH  PIC X.
           88  ACCOUNT-IS-KNOWN              VALUE "Y".
       01  CHECKED-ACCOUNT       PIC 9(6).
       01  FOUND-DESCRIPTION     PIC X(24).

       01  HIGHEST-ACCRUAL-ID    PIC 9(6)    VALUE ZERO.
       01  RAW-PERIOD            PIC X(6).
       01  WANTED-PERIOD         PIC 9(6).
       01  PERIOD-OK-SWITCH      PIC X.
           88  PERIOD-IS-USABLE              VALUE "Y".
       01  RAW-ENTRY             PIC X(20).
       01  WANTED-AMOUNT         PIC S9(7)V99.
       01  DISPLAY-AMOUNT        PIC -(7)9.99.
       01  RAW-ANSWER            PIC X(3).
       01  FOLDED-ANSWER         PIC X.
       01  VALID-SWITCH          PIC X.
       01  DONE-SWITCH           PIC X       VALUE "N".
           88  NO-MORE-ACCRUALS-TO-KEY       VALUE "Y".
       01  BOOKED-COUNT          PIC 9(3)    VALUE ZERO.
       01  DROPPED-COUNT         PIC 9(3)    VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLACR01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLACR01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLACR01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               PERFORM LOAD-THE-FISCAL-PERIODS
               PERFORM LOAD-THE-GL-CHART
               PERFORM LOAD-THE-CURRENCY-RATES
               PERFORM FIND-THE-HIGHEST-ACCRUAL-ID
               IF PERIOD-LOAD-OVERFLOWED
      * A partial period table could let an accrual into a
      * closed month, so no entry is taken.
                   DISPLAY "FISCCTL.DAT exceeds the table; "
                           "no accruals can be booked."
                   MOVE "Fiscal period table overflow" TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM KEY-ONE-ACCRUAL
                       UNTIL NO-MORE-ACCRUALS-TO-KEY
                   DISPLAY "Accruals booked: " BOOKED-COUNT
                   DISPLAY "Accruals dropped: " DROPPED-COUNT
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLACR01"
               IF PERIOD-LOAD-OVERFLOWED
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Accruals are being keyed at another "
                       "terminal; try again later."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "GLACR01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       KEY-ONE-ACCRUAL.
           PERFORM GET-THE-CLOSING-PERIOD.
           IF NOT NO-MORE-ACCRUALS-TO-KEY
               PERFORM GET-THE-ACCRUAL-DETAILS
               PERFORM CONFIRM-THE-ACCRUAL
           END-IF.

      * A blank period ends the session.
       GET-THE-CLOSING-PERIOD.
           MOVE "N" TO PERIOD-OK-SWITCH.
           PERFORM UNTIL PERIOD-IS-USABLE
                      OR NO-MORE-ACCRUALS-TO-KEY
               DISPLAY "Closing period to accrue into (YYYYMM, "
                       "blank to finish)?"
               MOVE SPACES TO RAW-PERIOD
               ACCEPT RAW-PERIOD
               IF RAW-PERIOD = SPACES
                   MOVE "Y" TO DONE-SWITCH
               ELSE
                   PERFORM CHECK-THE-CLOSING-PERIOD
               END-IF
           END-PERFORM.

       CHECK-THE-CLOSING-PERIOD.
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
                                       " is closed; accruals into "
                                       "it are refused."
                           ELSE
                               MOVE "Y" TO PERIOD-OK-SWITCH
                           END-IF
                   END-SEARCH
               ELSE
                   DISPLAY "No FISCCTL.DAT periods on file."
               END-IF
           END-IF.

       GET-THE-ACCRUAL-DETAILS.
           MOVE SPACES TO GL-ACCRUAL-RECORD.
           MOVE WANTED-PERIOD TO AC-PERIOD.
           MOVE PT-END-DATE (FP-IDX) TO AC-ACCRUAL-DATE.
           DISPLAY "Debit account (6 digits)?".
           PERFORM GET-A-CHART-ACCOUNT.
           MOVE CHECKED-ACCOUNT TO AC-DEBIT-ACCOUNT.
           DISPLAY "Credit account (6 digits)?".
           PERFORM GET-A-CHART-ACCOUNT.
           MOVE CHECKED-ACCOUNT TO AC-CREDIT-ACCOUNT.
           PERFORM GET-THE-ACCRUAL-AMOUNT.
           MOVE WANTED-AMOUNT TO AC-AMOUNT.
           DISPLAY "Currency (3 characters, blank for USD)?".
           ACCEPT AC-CURRENCY-CODE.
           IF AC-CURRENCY-CODE = SPACES
               MOVE BASE-CURRENCY TO AC-CURRENCY-CODE
           END-IF.
           DISPLAY "Company (2 characters, blank for 01)?".
           ACCEPT AC-COMPANY.
           IF AC-COMPANY = SPACES
               MOVE "01" TO AC-COMPANY
           END-IF.
           DISPLAY "Cost center (4 characters)?".
           ACCEPT AC-COST-CENTER.
           DISPLAY "Description (up to 20 characters)?".
           ACCEPT AC-DESCRIPTION.
           MOVE "P" TO AC-STATUS.
           MOVE ZERO TO AC-REVERSAL-DATE.

       GET-THE-ACCRUAL-AMOUNT.
           MOVE ZERO TO WANTED-AMOUNT.
           PERFORM UNTIL WANTED-AMOUNT > ZERO
               DISPLAY "Accrual amount (e.g. 1500.00)?"
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

       CONFIRM-THE-ACCRUAL.
           MOVE AC-AMOUNT TO DISPLAY-AMOUNT.
           DISPLAY "Accrue " DISPLAY-AMOUNT " " AC-CURRENCY-CODE
                   " into " AC-PERIOD ": debit " AC-DEBIT-ACCOUNT
                   " credit " AC-CREDIT-ACCOUNT.
           DISPLAY "Company " AC-COMPANY " cost center "
                   AC-COST-CENTER " " AC-DESCRIPTION.
           DISPLAY "Book this accrual? (Y/N)".
           ACCEPT RAW-ANSWER.
           CALL "YESNOCNF" USING EXC-JOB-NAME RAW-ANSWER
                                  FOLDED-ANSWER VALID-SWITCH.
           IF  VALID-SWITCH = "Y"
           AND FOLDED-ANSWER = "Y"
               PERFORM BOOK-THE-ACCRUAL
           ELSE
               ADD 1 TO DROPPED-COUNT
               DISPLAY "Accrual dropped; nothing written."
           END-IF.

       BOOK-THE-ACCRUAL.
           ADD 1 TO HIGHEST-ACCRUAL-ID.
           MOVE HIGHEST-ACCRUAL-ID TO AC-ACCRUAL-ID.
           PERFORM WRITE-THE-ACCRUAL-EXTRACT.
           OPEN EXTEND ACCRUAL-FILE.
           IF ACCRUAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN EXTEND ACCRUAL-FILE
           END-IF.
           WRITE GL-ACCRUAL-RECORD.
           CLOSE ACCRUAL-FILE.
           ADD 1 TO BOOKED-COUNT.
           DISPLAY "Accrual " AC-ACCRUAL-ID " booked; it reverses "
                   "on the first business day of the next period.".

       WRITE-THE-ACCRUAL-EXTRACT.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "GLACR01" TO GX-JOB-NAME.
           MOVE AC-ACCRUAL-DATE TO GX-RUN-DATE.
           MOVE AC-DEBIT-ACCOUNT TO GX-DEBIT-ACCOUNT.
           MOVE AC-CREDIT-ACCOUNT TO GX-CREDIT-ACCOUNT.
           MOVE AC-AMOUNT TO GX-AMOUNT.
           MOVE AC-CURRENCY-CODE TO GX-CURRENCY-CODE.
           MOVE AC-CURRENCY-CODE TO WANTED-CURRENCY.
           PERFORM FIND-THE-CURRENCY-RATE.
           COMPUTE GX-BASE-AMOUNT ROUNDED =
               AC-AMOUNT * FOUND-RATE.
           MOVE AC-COST-CENTER TO GX-COST-CENTER.
           MOVE AC-COMPANY TO GX-COMPANY.
           WRITE GL-EXTRACT-RECORD.
           CLOSE GL-EXTRACT-FILE.

       FIND-THE-HIGHEST-ACCRUAL-ID.
           OPEN INPUT ACCRUAL-FILE.
           IF ACCRUAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ACCRUAL
               PERFORM UNTIL NO-MORE-ACCRUALS
                   IF  AC-ACCRUAL-ID IS NUMERIC
                   AND AC-ACCRUAL-ID > HIGHEST-ACCRUAL-ID
                       MOVE AC-ACCRUAL-ID TO HIGHEST-ACCRUAL-ID
                   END-IF
                   PERFORM READ-THE-NEXT-ACCRUAL
               END-PERFORM
           END-IF.
           CLOSE ACCRUAL-FILE.

       READ-THE-NEXT-ACCRUAL.
           READ ACCRUAL-FILE
               AT END
                   MOVE "Y" TO ACCRUAL-END-SWITCH
           END-READ.

       GET-A-CHART-ACCOUNT.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           PERFORM UNTIL ACCOUNT-IS-KNOWN
               ACCEPT CHECKED-ACCOUNT
               IF CHECKED-ACCOUNT IS NOT NUMERIC
                   DISPLAY "The account must be six digits."
               ELSE
                   PERFORM CHECK-ONE-CHART-ACCOUNT
                   IF NOT ACCOUNT-IS-KNOWN
                       DISPLAY "That account is not on the "
                               "GLCHART chart; enter another."
                   END-IF
               END-IF
           END-PERFORM.

      * An empty chart (no GLCHART.DAT) accepts any
      * numeric account, the same fallback GLBUD01
      * applies.
       CHECK-ONE-CHART-ACCOUNT.
           MOVE "Y" TO ACCOUNT-FOUND-SWITCH.
           MOVE "*NOT ON CHART*" TO FOUND-DESCRIPTION.
           IF CHART-COUNT > 0
               MOVE "N" TO ACCOUNT-FOUND-SWITCH
               SET CH-IDX TO 1
               SEARCH CHART-ENTRY
                   WHEN CHT-ACCOUNT (CH-IDX) = CHECKED-ACCOUNT
                       MOVE "Y" TO ACCOUNT-FOUND-SWITCH
                       MOVE CHT-DESCRIPTION (CH-IDX)
                           TO FOUND-DESCRIPTION
               END-SEARCH
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
                       ADD 1 TO CHART-COUNT
                       SET CH-IDX TO CHART-COUNT
                       MOVE CH-ACCOUNT TO CHT-ACCOUNT (CH-IDX)
                       MOVE CH-DESCRIPTION
                           TO CHT-DESCRIPTION (CH-IDX)
                       PERFORM READ-THE-NEXT-CHART-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE GL-CHART-FILE.

       READ-THE-NEXT-CHART-RECORD.
           READ GL-CHART-FILE
               AT END
                   MOVE "Y" TO CHART-END-SWITCH
           END-READ.

       LOAD-THE-FISCAL-PERIODS.
           MOVE ZERO TO PERIOD-COUNT.
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

       LOAD-THE-CURRENCY-RATES.
           MOVE ZERO TO RATE-COUNT.
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

      * Same pick as ADD07's: the row with the latest
      * effective date at or before the accrual date;
      * the base currency converts at one.
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
           AND RTT-EFFECTIVE-DATE (RT-IDX) <= AC-ACCRUAL-DATE
           AND RTT-EFFECTIVE-DATE (RT-IDX) >= FOUND-EFFECTIVE-DATE
               MOVE RTT-EFFECTIVE-DATE (RT-IDX)
                   TO FOUND-EFFECTIVE-DATE
               MOVE RTT-RATE (RT-IDX) TO FOUND-RATE
               MOVE "Y" TO RATE-FOUND-SWITCH
           END-IF.
