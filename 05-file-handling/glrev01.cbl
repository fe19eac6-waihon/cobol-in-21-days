       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLREV01.
      *--------------------------------------------------
      * Nightly accrual reversal. Every month-end accrual
      * GLACR01 books sits on GLACCR.DAT as pending until
      * this step reverses it: on the first BUSCAL.DAT
      * business day of the fiscal period that follows
      * the accrual's own on FISCCTL.DAT, the mirror-image
      * entry -- debit and credit accounts swapped, same
      * amount -- is appended to the night's GLEXTR.DAT
      * under this job name, and the accrual is marked
      * reversed with the business date it went out.
      * A night missed over the month boundary catches up:
      * any business date on or after the due day counts.
      *
      * The reversal's GX-BASE-AMOUNT is converted at the
      * CURRATE.DAT rate in force on the accrual date, not
      * tonight's, so the pair nets to exactly zero in the
      * base currency as well. A GLFXR01 revaluation
      * carries its base-currency difference on the record
      * and no foreign amount, so it is reversed exactly
      * as booked, with no conversion.
      *
      * GLREV.DAT lists the accruals reversed tonight and
      * then every accrual still waiting to reverse, with
      * the day it is due. A missed reversal double-counts
      * expense, so an accrual whose next period is not
      * yet on FISCCTL.DAT is called out and the step ends
      * RC=4 to draw the eye.
      *
      * GLACCR.DAT is rewritten after a GENBACK generation
      * when anything reversed. The step also holds
      * GLACR01's lock while it works, so no accrual can be
      * keyed into the file between the read and the
      * rewrite.
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

           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT REVERSAL-REPORT-FILE ASSIGN TO "GLREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-FILE.
       COPY GLACCR.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  FISCAL-PERIOD-FILE.
       COPY FISCCTL.

       FD  CURRENCY-RATE-FILE.
       COPY CURRATE.

       FD  REVERSAL-REPORT-FILE.
       01  REVERSAL-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

       01  ACCRUAL-FILE-STATUS   PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  PERIOD-FILE-STATUS    PIC XX.
       01  ACCRUAL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-ACCRUALS              VALUE "Y".
       01  PERIOD-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-PERIOD-RECORDS        VALUE "Y".

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
               10  PT-START-DATE      PIC 9(8).
       01  PERIOD-OVERFLOW-SWITCH PIC X      VALUE "N".
           88  PERIOD-LOAD-OVERFLOWED        VALUE "Y".

      * The whole pending-reversal file, held so each
      * accrual can be stamped and the file rewritten.
       01  ACCRUAL-COUNT         PIC 9(4)    VALUE ZERO.
       01  ACCRUAL-TABLE.
           05  ACCRUAL-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON ACCRUAL-COUNT
                              INDEXED BY AC-IDX.
               10  AT-RECORD          PIC X(110).
               10  AT-DUE-DATE        PIC 9(8).
               10  AT-REVERSED-TONIGHT PIC X.
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  NEXT-START-DATE       PIC 9(8).
       01  CAL-ACTION            PIC X.
       01  CAL-DATE-IN           PIC 9(8).
       01  CAL-DATE-OUT          PIC 9(8).
       01  CAL-BUSDAY-SWITCH     PIC X.
           88  CAL-DATE-IS-BUSDAY            VALUE "Y".

       01  REVERSED-COUNT        PIC 9(4)    VALUE ZERO.
       01  WAITING-COUNT         PIC 9(4)    VALUE ZERO.
       01  NO-PERIOD-COUNT       PIC 9(4)    VALUE ZERO.
       01  WAITING-TOTAL         PIC S9(11)V99 VALUE ZERO.

       01  ACCRUAL-MASTER-NAME   PIC X(8)    VALUE "GLACCR".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLREV01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLREV01".
       01  ENTRY-LOCK-NAME       PIC X(8)    VALUE "GLACR01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".
       01  ENTRY-LOCK-RESULT     PIC X.
           88  ENTRY-LOCK-ACQUIRED           VALUE "Y".

       01  REVERSAL-HEADING-1.
           05  FILLER             PIC X(22)
               VALUE "ACCRUAL REVERSALS FOR ".
           05  RH1-BUSINESS-DATE  PIC 9999/99/99.
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY RH1-RUN-DATE.

       01  REVERSAL-SECTION-LINE.
           05  RS-CAPTION         PIC X(40).

       01  REVERSAL-HEADING-2.
           05  FILLER             PIC X(7)  VALUE "ID".
           05  FILLER             PIC X(7)  VALUE "PERIOD".
           05  FILLER             PIC X(14) VALUE "DEBIT  CREDIT".
           05  FILLER             PIC X(12) VALUE "     AMOUNT".
           05  FILLER             PIC X(4)  VALUE "CUR".
           05  FILLER             PIC X(21) VALUE "DESCRIPTION".
           05  FILLER             PIC X(11) VALUE "DUE".

       01  REVERSAL-DETAIL-LINE.
           05  RD-ACCRUAL-ID      PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-PERIOD          PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-DEBIT-ACCOUNT   PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-CREDIT-ACCOUNT  PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-AMOUNT          PIC -(7)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-CURRENCY-CODE   PIC X(3).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-DESCRIPTION     PIC X(20).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-DUE             PIC X(14).
           05  RD-DUE-DATE REDEFINES RD-DUE.
               10  RD-DUE-DATE-EDIT   PIC 9999/99/99.
               10  FILLER             PIC X(4).

       01  REVERSAL-SUMMARY-LINE.
           05  FILLER             PIC X(18) VALUE "Reversed tonight: ".
           05  RSM-REVERSED       PIC ZZZ9.
           05  FILLER             PIC X(20)
               VALUE "  Still waiting: ".
           05  RSM-WAITING        PIC ZZZ9.
           05  FILLER             PIC X(12) VALUE "  Amount: ".
           05  RSM-WAITING-TOTAL  PIC -(10)9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLREV01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "JOBLOCK" USING ENTRY-LOCK-NAME LOCK-ACTION
                                     ENTRY-LOCK-RESULT
               IF ENTRY-LOCK-ACQUIRED
                   PERFORM RUN-THE-REVERSALS
                   MOVE "U" TO LOCK-ACTION
                   CALL "JOBLOCK" USING ENTRY-LOCK-NAME LOCK-ACTION
                                         ENTRY-LOCK-RESULT
               ELSE
                   DISPLAY "Accruals are being keyed in GLACR01; "
                           "reversals not run."
                   MOVE "Accrual entry in progress; lock held"
                       TO EXC-TEXT
                   MOVE "LOCK" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLREV01"
               IF NOT ENTRY-LOCK-ACQUIRED
               OR LOAD-DID-OVERFLOW
               OR PERIOD-LOAD-OVERFLOWED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NO-PERIOD-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "GLREV01 is already running; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "GLREV01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       RUN-THE-REVERSALS.
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM LOAD-THE-FISCAL-PERIODS.
           PERFORM LOAD-THE-CURRENCY-RATES.
           PERFORM LOAD-THE-ACCRUALS.
           IF LOAD-DID-OVERFLOW
           OR PERIOD-LOAD-OVERFLOWED
      * Rewriting the file from a partial table would lose
      * the accruals left out, and a partial period table
      * could reverse into the wrong month.
               DISPLAY "GLACCR.DAT or FISCCTL.DAT exceeds the "
                       "table; run abandoned, nothing reversed."
               MOVE "Accrual or period table overflow" TO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
               PERFORM OPEN-THE-EXTRACT-FOR-APPEND
               PERFORM JUDGE-ONE-ACCRUAL
                   VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > ACCRUAL-COUNT
               CLOSE GL-EXTRACT-FILE
               IF REVERSED-COUNT > ZERO
                   PERFORM SAVE-THE-ACCRUALS
               END-IF
               PERFORM WRITE-THE-REVERSAL-REPORT
               DISPLAY "Accruals reversed: " REVERSED-COUNT
               DISPLAY "Accruals still waiting: " WAITING-COUNT
               IF NO-PERIOD-COUNT > ZERO
                   DISPLAY "Accruals with no next period on "
                           "FISCCTL.DAT: " NO-PERIOD-COUNT
                   MOVE "Accrual has no next fiscal period"
                       TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
           END-IF.

       LOAD-THE-ACCRUALS.
           OPEN INPUT ACCRUAL-FILE.
           IF ACCRUAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ACCRUAL
               PERFORM UNTIL NO-MORE-ACCRUALS
                   IF ACCRUAL-COUNT >= 2000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO ACCRUAL-END-SWITCH
                   ELSE
                       ADD 1 TO ACCRUAL-COUNT
                       SET AC-IDX TO ACCRUAL-COUNT
                       MOVE GL-ACCRUAL-RECORD TO AT-RECORD (AC-IDX)
                       MOVE ZERO TO AT-DUE-DATE (AC-IDX)
                       MOVE "N" TO AT-REVERSED-TONIGHT (AC-IDX)
                       PERFORM READ-THE-NEXT-ACCRUAL
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ACCRUAL-FILE.

       READ-THE-NEXT-ACCRUAL.
           READ ACCRUAL-FILE
               AT END
                   MOVE "Y" TO ACCRUAL-END-SWITCH
           END-READ.

       JUDGE-ONE-ACCRUAL.
           MOVE AT-RECORD (AC-IDX) TO GL-ACCRUAL-RECORD.
           IF AC-STATUS = "P"
               PERFORM FIND-THE-REVERSAL-DATE
               IF AT-DUE-DATE (AC-IDX) = ZERO
                   ADD 1 TO NO-PERIOD-COUNT
               ELSE
                   IF AT-DUE-DATE (AC-IDX) <= BUSINESS-DATE
                       PERFORM REVERSE-ONE-ACCRUAL
                   END-IF
               END-IF
           END-IF.

      * The next period is the FISCCTL row with the
      * earliest start date after the accrual date; the
      * reversal is due on its first business day.
       FIND-THE-REVERSAL-DATE.
           MOVE 99999999 TO NEXT-START-DATE.
           PERFORM CHECK-ONE-NEXT-PERIOD
               VARYING FP-IDX FROM 1 BY 1
               UNTIL FP-IDX > PERIOD-COUNT.
           IF NEXT-START-DATE NOT = 99999999
               MOVE NEXT-START-DATE TO CAL-DATE-IN
               MOVE "C" TO CAL-ACTION
               CALL "BUSCAL" USING CAL-ACTION CAL-DATE-IN
                                    CAL-DATE-OUT CAL-BUSDAY-SWITCH
               IF CAL-DATE-IS-BUSDAY
                   MOVE CAL-DATE-IN TO AT-DUE-DATE (AC-IDX)
               ELSE
                   MOVE "N" TO CAL-ACTION
                   CALL "BUSCAL" USING CAL-ACTION CAL-DATE-IN
                                        CAL-DATE-OUT
                                        CAL-BUSDAY-SWITCH
                   MOVE CAL-DATE-OUT TO AT-DUE-DATE (AC-IDX)
               END-IF
           END-IF.

       CHECK-ONE-NEXT-PERIOD.
           IF  PT-START-DATE (FP-IDX) > AC-ACCRUAL-DATE
           AND PT-START-DATE (FP-IDX) < NEXT-START-DATE
               MOVE PT-START-DATE (FP-IDX) TO NEXT-START-DATE
           END-IF.

       REVERSE-ONE-ACCRUAL.
           PERFORM WRITE-THE-REVERSAL-EXTRACT.
           MOVE "R" TO AC-STATUS.
           MOVE BUSINESS-DATE TO AC-REVERSAL-DATE.
           MOVE GL-ACCRUAL-RECORD TO AT-RECORD (AC-IDX).
           MOVE "Y" TO AT-REVERSED-TONIGHT (AC-IDX).
           ADD 1 TO REVERSED-COUNT.

       WRITE-THE-REVERSAL-EXTRACT.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "GLREV01" TO GX-JOB-NAME.
           MOVE BUSINESS-DATE TO GX-RUN-DATE.
           MOVE AC-CREDIT-ACCOUNT TO GX-DEBIT-ACCOUNT.
           MOVE AC-DEBIT-ACCOUNT TO GX-CREDIT-ACCOUNT.
           MOVE AC-AMOUNT TO GX-AMOUNT.
           MOVE AC-CURRENCY-CODE TO GX-CURRENCY-CODE.
           IF AC-BASE-AMOUNT IS NUMERIC
               MOVE AC-BASE-AMOUNT TO GX-BASE-AMOUNT
           ELSE
               MOVE AC-CURRENCY-CODE TO WANTED-CURRENCY
               PERFORM FIND-THE-CURRENCY-RATE
               COMPUTE GX-BASE-AMOUNT ROUNDED =
                   AC-AMOUNT * FOUND-RATE
           END-IF.
           MOVE AC-COST-CENTER TO GX-COST-CENTER.
           IF AC-COMPANY = SPACES
               MOVE "01" TO GX-COMPANY
           ELSE
               MOVE AC-COMPANY TO GX-COMPANY
           END-IF.
           WRITE GL-EXTRACT-RECORD.

       OPEN-THE-EXTRACT-FOR-APPEND.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.

       SAVE-THE-ACCRUALS.
           CALL "GENBACK" USING ACCRUAL-MASTER-NAME.
           OPEN OUTPUT ACCRUAL-FILE.
           PERFORM SAVE-ONE-ACCRUAL
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCRUAL-COUNT.
           CLOSE ACCRUAL-FILE.

       SAVE-ONE-ACCRUAL.
           MOVE AT-RECORD (AC-IDX) TO GL-ACCRUAL-RECORD.
           WRITE GL-ACCRUAL-RECORD.

       WRITE-THE-REVERSAL-REPORT.
           OPEN OUTPUT REVERSAL-REPORT-FILE.
           MOVE BUSINESS-DATE TO RH1-BUSINESS-DATE.
           MOVE BUSINESS-DATE TO RH1-RUN-DATE.
           MOVE REVERSAL-HEADING-1 TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE "ACCRUALS REVERSED TONIGHT" TO RS-CAPTION.
           MOVE REVERSAL-SECTION-LINE TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE REVERSAL-HEADING-2 TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           PERFORM WRITE-ONE-REVERSED-LINE
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCRUAL-COUNT.
           IF REVERSED-COUNT = ZERO
               MOVE "  (none)" TO REVERSAL-REPORT-LINE
               WRITE REVERSAL-REPORT-LINE
           END-IF.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE "ACCRUALS WAITING TO REVERSE" TO RS-CAPTION.
           MOVE REVERSAL-SECTION-LINE TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE REVERSAL-HEADING-2 TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           PERFORM WRITE-ONE-WAITING-LINE
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCRUAL-COUNT.
           IF WAITING-COUNT = ZERO
               MOVE "  (none)" TO REVERSAL-REPORT-LINE
               WRITE REVERSAL-REPORT-LINE
           END-IF.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE REVERSED-COUNT TO RSM-REVERSED.
           MOVE WAITING-COUNT TO RSM-WAITING.
           MOVE WAITING-TOTAL TO RSM-WAITING-TOTAL.
           MOVE REVERSAL-SUMMARY-LINE TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           CLOSE REVERSAL-REPORT-FILE.

       WRITE-ONE-REVERSED-LINE.
           IF AT-REVERSED-TONIGHT (AC-IDX) = "Y"
               PERFORM FILL-THE-DETAIL-LINE
               MOVE AT-DUE-DATE (AC-IDX) TO RD-DUE-DATE-EDIT
               MOVE REVERSAL-DETAIL-LINE TO REVERSAL-REPORT-LINE
               WRITE REVERSAL-REPORT-LINE
           END-IF.

       WRITE-ONE-WAITING-LINE.
           MOVE AT-RECORD (AC-IDX) TO GL-ACCRUAL-RECORD.
           IF AC-STATUS = "P"
               PERFORM FILL-THE-DETAIL-LINE
               IF AT-DUE-DATE (AC-IDX) = ZERO
                   MOVE "NO NEXT PERIOD" TO RD-DUE
               ELSE
                   MOVE AT-DUE-DATE (AC-IDX) TO RD-DUE-DATE-EDIT
               END-IF
               MOVE REVERSAL-DETAIL-LINE TO REVERSAL-REPORT-LINE
               WRITE REVERSAL-REPORT-LINE
               ADD 1 TO WAITING-COUNT
               ADD AC-AMOUNT TO WAITING-TOTAL
           END-IF.

       FILL-THE-DETAIL-LINE.
           MOVE AT-RECORD (AC-IDX) TO GL-ACCRUAL-RECORD.
           MOVE SPACES TO RD-DUE.
           MOVE AC-ACCRUAL-ID TO RD-ACCRUAL-ID.
           MOVE AC-PERIOD TO RD-PERIOD.
           MOVE AC-DEBIT-ACCOUNT TO RD-DEBIT-ACCOUNT.
           MOVE AC-CREDIT-ACCOUNT TO RD-CREDIT-ACCOUNT.
           MOVE AC-AMOUNT TO RD-AMOUNT.
           MOVE AC-CURRENCY-CODE TO RD-CURRENCY-CODE.
           MOVE AC-DESCRIPTION TO RD-DESCRIPTION.

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
                       MOVE FP-START-DATE TO PT-START-DATE (FP-IDX)
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

      * Same pick as ADD07's, but as of the accrual date:
      * the row with the latest effective date at or
      * before it; the base currency converts at one.
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
