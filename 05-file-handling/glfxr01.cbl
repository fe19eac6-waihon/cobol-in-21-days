       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFXR01.
      *--------------------------------------------------
      * Month-end foreign-currency revaluation. Extract
      * lines carry their base-currency equivalent at the
      * rate in force the night they posted, and nothing
      * ever restated it: a EUR or GBP balance stayed
      * valued at a mixture of old rates however far
      * CURRATE.DAT moved. This takes a fiscal month
      * (YYYYMM) at the console and restates every
      * foreign-currency position GLPOST01 keeps on
      * GLFXBAL.DAT for an asset or liability account at
      * the CURRATE rate in force on the month's last day.
      * The difference between that and the base figure
      * the position is carried at is the unrealized
      * exchange gain or loss.
      *
      * Each difference is written to GLEXTR.DAT under
      * this job's name, dated the last day of the month,
      * against the company's unrealized gain/loss account
      * from GLFXCTL.DAT: the position's account is
      * debited (a gain) or credited (a loss) in the base
      * currency only, the line's foreign amount being
      * zero, so GLPOST01 moves the carried base figure
      * and leaves the units alone. Each is also booked on
      * GLACCR.DAT as a pending reversal, so the nightly
      * GLREV01 step backs it out on the first business
      * day of the next period exactly as it reverses an
      * accrual, and the next month-end restates from the
      * posted rates again.
      *
      * The register GLFXR.DAT shows each position's
      * foreign amount, its carried rate, the month-end
      * rate, and the gain or loss, with each company's
      * net. A position whose currency has no rate on file
      * or whose company has no GLFXCTL row is refused and
      * logged, and the run ends with return code 4; a
      * company already revalued for the month is skipped.
      * Nothing is written until the register is confirmed
      * through YESNOCNF. FC-LAST-PERIOD is then stamped
      * and GLFXCTL.DAT rewritten after a GENBACK
      * generation.
      *
      * The run holds GLACR01's lock, since it hands out
      * accrual IDs on the same GLACCR.DAT file.
      *
      * The CURRATE.DAT rate table is held 5000 rows
      * deep, now that treasury's rates come in every day
      * through RATIMP01 rather than being keyed by hand.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-FX-BALANCE-FILE ASSIGN TO "GLFXBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-BALANCE-FILE-STATUS.

           SELECT OPTIONAL FX-CONTROL-FILE ASSIGN TO "GLFXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-CONTROL-FILE-STATUS.

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

           SELECT REVALUATION-REPORT-FILE ASSIGN TO "GLFXR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FX-BALANCE-FILE.
       COPY GLFXBAL.

       FD  FX-CONTROL-FILE.
       COPY GLFXCTL.

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

       FD  REVALUATION-REPORT-FILE.
       01  REVALUATION-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.

       01  FX-BALANCE-FILE-STATUS PIC XX.
       01  FX-CONTROL-FILE-STATUS PIC XX.
       01  ACCRUAL-FILE-STATUS   PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  PERIOD-FILE-STATUS    PIC XX.
       01  CHART-FILE-STATUS     PIC XX.
       01  FX-BALANCE-END-SWITCH PIC X       VALUE "N".
           88  NO-MORE-FX-BALANCE-RECORDS    VALUE "Y".
       01  FX-CONTROL-END-SWITCH PIC X       VALUE "N".
           88  NO-MORE-FX-CONTROLS           VALUE "Y".
       01  ACCRUAL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-ACCRUALS              VALUE "Y".
       01  PERIOD-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-PERIOD-RECORDS        VALUE "Y".
       01  CHART-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-CHART-RECORDS         VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

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

       01  FX-CONTROL-MASTER-NAME PIC X(8)   VALUE "GLFXCTL".

      * Every GLFXCTL row, kept whole so it can be stamped
      * and written back.
       01  CONTROL-COUNT         PIC 9(3)    VALUE ZERO.
       01  CONTROL-TABLE.
           05  CONTROL-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON CONTROL-COUNT
                              INDEXED BY FC-IDX.
               10  CT-RECORD          PIC X(20).
               10  CT-COMPANY         PIC X(02).
               10  CT-GAIN-LOSS-ACCOUNT PIC 9(6).
               10  CT-STATUS          PIC X.
               10  CT-NET-GAIN-LOSS   PIC S9(11)V99.
       01  CONTROL-FOUND-SWITCH  PIC X.
           88  CONTROL-WAS-FOUND             VALUE "Y".

      * The month-end position per account and currency,
      * with what happens to it in PS-STATUS:
      *   "R" revalued, "D" company already revalued,
      *   "N" no rate on file, "K" company has no usable
      *   GLFXCTL row.
       01  POSITION-COUNT        PIC 9(4)    VALUE ZERO.
       01  POSITION-TABLE.
           05  POSITION-ENTRY OCCURS 1 TO 1000 TIMES
                               DEPENDING ON POSITION-COUNT
                               INDEXED BY PS-IDX.
               10  PS-ACCOUNT          PIC 9(6).
               10  PS-CURRENCY-CODE    PIC X(03).
               10  PS-PERIOD           PIC 9(6).
               10  PS-COMPANY          PIC X(02).
               10  PS-FOREIGN          PIC S9(9)V99.
               10  PS-CARRIED-BASE     PIC S9(9)V99.
               10  PS-OLD-RATE         PIC 9(3)V9(6).
               10  PS-NEW-RATE         PIC 9(3)V9(6).
               10  PS-DIFFERENCE       PIC S9(9)V99.
               10  PS-STATUS           PIC X.
               10  PS-CONTROL-ROW      PIC 9(3).
       01  POSITION-FOUND-SWITCH PIC X.
           88  POSITION-WAS-FOUND            VALUE "Y".
       01  NEW-BASE              PIC S9(9)V99.

       01  CHART-COUNT           PIC 9(3)    VALUE ZERO.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON CHART-COUNT
                            INDEXED BY CH-IDX.
               10  CHT-ACCOUNT        PIC 9(6).
               10  CHT-ACCOUNT-TYPE   PIC X.
               10  CHT-COMPANY        PIC X(02).
       01  ACCOUNT-FOUND-SWITCH  PIC X.
           88  ACCOUNT-IS-KNOWN              VALUE "Y".
       01  CHECKED-ACCOUNT       PIC 9(6).
       01  FOUND-ACCOUNT-TYPE    PIC X.
       01  FOUND-COMPANY         PIC X(02).

       01  PERIOD-COUNT          PIC 9(3)    VALUE ZERO.
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 1 TO 60 TIMES
                             DEPENDING ON PERIOD-COUNT
                             INDEXED BY FP-IDX.
               10  PT-PERIOD          PIC 9(6).
               10  PT-END-DATE        PIC 9(8).
               10  PT-STATUS          PIC X.
       01  PERIOD-OK-SWITCH      PIC X       VALUE "N".
           88  PERIOD-IS-USABLE              VALUE "Y".
       01  QUIT-SWITCH           PIC X       VALUE "N".
           88  OPERATOR-QUIT                 VALUE "Y".

       01  HIGHEST-ACCRUAL-ID    PIC 9(6)    VALUE ZERO.
       01  RAW-PERIOD            PIC X(6).
       01  WANTED-PERIOD         PIC 9(6).
       01  REVALUATION-DATE      PIC 9(8).
       01  BUSINESS-DATE         PIC 9(8).
       01  RAW-ANSWER            PIC X(3).
       01  FOLDED-ANSWER         PIC X.
       01  VALID-SWITCH          PIC X.

       01  REVALUED-COUNT        PIC 9(4)    VALUE ZERO.
       01  SKIPPED-COUNT         PIC 9(4)    VALUE ZERO.
       01  REFUSED-COUNT         PIC 9(4)    VALUE ZERO.
       01  POSTED-COUNT          PIC 9(4)    VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLFXR01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLACR01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       01  REVALUATION-HEADING-1.
           05  FILLER             PIC X(33)
               VALUE "GLFXR01 FX REVALUATION FOR MONTH ".
           05  RH1-PERIOD         PIC 9(6).
           05  FILLER             PIC X(3)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY RH1-RUN-DATE.

       01  REVALUATION-HEADING-2.
           05  FILLER             PIC X(4)  VALUE "CO".
           05  FILLER             PIC X(8)  VALUE "ACCOUNT".
           05  FILLER             PIC X(5)  VALUE "CUR".
           05  FILLER             PIC X(13) VALUE "  FOREIGN AMT".
           05  FILLER             PIC X(12) VALUE "    OLD RATE".
           05  FILLER             PIC X(12) VALUE "    NEW RATE".
           05  FILLER             PIC X(15) VALUE "      GAIN/LOSS".

       01  REVALUATION-DETAIL-LINE.
           05  RD-COMPANY         PIC X(02).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ACCOUNT         PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-CURRENCY-CODE   PIC X(03).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-FOREIGN         PIC -(9)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-OLD-RATE        PIC ZZ9.999999.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-NEW-RATE        PIC ZZ9.999999.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-DIFFERENCE      PIC -(9)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  RD-FLAG            PIC X(9).

       01  COMPANY-TOTAL-LINE.
           05  FILLER             PIC X(8)  VALUE "COMPANY ".
           05  CT-LINE-COMPANY    PIC X(02).
           05  FILLER             PIC X(29)
               VALUE " NET UNREALIZED GAIN/LOSS TO ".
           05  CT-LINE-ACCOUNT    PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CT-LINE-NET        PIC -(9)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  CT-LINE-FLAG       PIC X(9).

       01  REVALUATION-SUMMARY-LINE.
           05  FILLER             PIC X(10) VALUE "Revalued: ".
           05  RS-REVALUED        PIC ZZZ9.
           05  FILLER             PIC X(11) VALUE "  Skipped: ".
           05  RS-SKIPPED         PIC ZZZ9.
           05  FILLER             PIC X(11) VALUE "  Refused: ".
           05  RS-REFUSED         PIC ZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLFXR01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               PERFORM LOAD-THE-FISCAL-PERIODS
               PERFORM GET-THE-REVALUATION-PERIOD
               IF  PERIOD-IS-USABLE
               AND NOT LOAD-DID-OVERFLOW
                   PERFORM RUN-THE-REVALUATION
               END-IF
               IF LOAD-DID-OVERFLOW
                   DISPLAY "A control file exceeds its table; "
                           "run abandoned, nothing revalued."
                   MOVE "Revaluation table overflow; abandoned"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLFXR01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF REFUSED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "Accruals are being keyed or reversed "
                       "elsewhere; try again later."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "GLFXR01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * A blank month ends the run without revaluing.
       GET-THE-REVALUATION-PERIOD.
           PERFORM UNTIL PERIOD-IS-USABLE
                      OR OPERATOR-QUIT
               DISPLAY "Revalue which fiscal month (YYYYMM, "
                       "blank to quit)?"
               MOVE SPACES TO RAW-PERIOD
               ACCEPT RAW-PERIOD
               IF RAW-PERIOD = SPACES
                   MOVE "Y" TO QUIT-SWITCH
               ELSE
                   PERFORM CHECK-THE-REVALUATION-PERIOD
               END-IF
           END-PERFORM.

       CHECK-THE-REVALUATION-PERIOD.
           IF RAW-PERIOD IS NOT NUMERIC
               DISPLAY "The month must be six digits, YYYYMM."
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
                                       " is closed; a revaluation "
                                       "into it is refused."
                           ELSE
                               MOVE "Y" TO PERIOD-OK-SWITCH
                               MOVE PT-END-DATE (FP-IDX)
                                   TO REVALUATION-DATE
                           END-IF
                   END-SEARCH
               ELSE
                   DISPLAY "No FISCCTL.DAT periods on file."
               END-IF
           END-IF.

       RUN-THE-REVALUATION.
           PERFORM LOAD-THE-GL-CHART.
           PERFORM LOAD-THE-CURRENCY-RATES.
           PERFORM LOAD-THE-FX-CONTROLS.
           PERFORM LOAD-THE-FX-POSITIONS.
           IF NOT LOAD-DID-OVERFLOW
               PERFORM REVALUE-ONE-POSITION
                   VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > POSITION-COUNT
               PERFORM WRITE-THE-REVALUATION-REGISTER
               IF REVALUED-COUNT > ZERO
                   PERFORM CONFIRM-THE-REVALUATION
               ELSE
                   DISPLAY "Nothing to revalue for " WANTED-PERIOD
                           "."
               END-IF
           END-IF.

       CONFIRM-THE-REVALUATION.
           DISPLAY REVALUED-COUNT " position(s) revalued for "
                   WANTED-PERIOD "; see GLFXR.DAT.".
           DISPLAY "Post the revaluation to GLEXTR.DAT? (Y/N)".
           ACCEPT RAW-ANSWER.
           CALL "YESNOCNF" USING EXC-JOB-NAME RAW-ANSWER
                                  FOLDED-ANSWER VALID-SWITCH.
           IF  VALID-SWITCH = "Y"
           AND FOLDED-ANSWER = "Y"
               PERFORM FIND-THE-HIGHEST-ACCRUAL-ID
               PERFORM POST-THE-REVALUATION
               PERFORM SAVE-THE-FX-CONTROLS
               DISPLAY "Revaluation lines posted: " POSTED-COUNT
           ELSE
               DISPLAY "Nothing posted; GLFXR.DAT is a preview."
           END-IF.

      * Level 3 routines -- loading.
       LOAD-THE-FX-CONTROLS.
           OPEN INPUT FX-CONTROL-FILE.
           IF FX-CONTROL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-FX-CONTROL
               PERFORM UNTIL NO-MORE-FX-CONTROLS
                   IF CONTROL-COUNT >= 50
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO FX-CONTROL-END-SWITCH
                   ELSE
                       PERFORM TAKE-ONE-FX-CONTROL
                       PERFORM READ-THE-NEXT-FX-CONTROL
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No GLFXCTL.DAT control file on file."
           END-IF.
           CLOSE FX-CONTROL-FILE.

       READ-THE-NEXT-FX-CONTROL.
           READ FX-CONTROL-FILE
               AT END
                   MOVE "Y" TO FX-CONTROL-END-SWITCH
           END-READ.

      * A company whose gain/loss account is off the chart
      * is held back ("K") the same as one with no row at
      * all; one already revalued this month is "D".
       TAKE-ONE-FX-CONTROL.
           ADD 1 TO CONTROL-COUNT.
           SET FC-IDX TO CONTROL-COUNT.
           MOVE GL-FX-CONTROL-RECORD TO CT-RECORD (FC-IDX).
           MOVE FC-COMPANY TO CT-COMPANY (FC-IDX).
           MOVE ZERO TO CT-GAIN-LOSS-ACCOUNT (FC-IDX).
           MOVE ZERO TO CT-NET-GAIN-LOSS (FC-IDX).
           MOVE "R" TO CT-STATUS (FC-IDX).
           MOVE FC-GAIN-LOSS-ACCOUNT TO CHECKED-ACCOUNT.
           PERFORM CHECK-ONE-CHART-ACCOUNT.
           IF ACCOUNT-IS-KNOWN
               MOVE FC-GAIN-LOSS-ACCOUNT
                   TO CT-GAIN-LOSS-ACCOUNT (FC-IDX)
           ELSE
               MOVE "K" TO CT-STATUS (FC-IDX)
           END-IF.
           IF  FC-LAST-PERIOD IS NUMERIC
           AND FC-LAST-PERIOD >= WANTED-PERIOD
               MOVE "D" TO CT-STATUS (FC-IDX)
           END-IF.

      * Each position takes its latest GLFXBAL record at or
      * before the month. Only asset and liability accounts
      * are restated; the income and expense accounts the
      * revaluation lines themselves land on are not.
       LOAD-THE-FX-POSITIONS.
           OPEN INPUT GL-FX-BALANCE-FILE.
           IF FX-BALANCE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-FX-BALANCE
               PERFORM UNTIL NO-MORE-FX-BALANCE-RECORDS
                   IF FB-PERIOD <= WANTED-PERIOD
                       PERFORM TAKE-ONE-FX-BALANCE
                   END-IF
                   PERFORM READ-THE-NEXT-FX-BALANCE
               END-PERFORM
           ELSE
               DISPLAY "No GLFXBAL.DAT positions on file."
           END-IF.
           CLOSE GL-FX-BALANCE-FILE.

       READ-THE-NEXT-FX-BALANCE.
           READ GL-FX-BALANCE-FILE
               AT END
                   MOVE "Y" TO FX-BALANCE-END-SWITCH
           END-READ.

       TAKE-ONE-FX-BALANCE.
           MOVE FB-ACCOUNT TO CHECKED-ACCOUNT.
           PERFORM CHECK-ONE-CHART-ACCOUNT.
           IF  ACCOUNT-IS-KNOWN
           AND (FOUND-ACCOUNT-TYPE = "A"
            OR  FOUND-ACCOUNT-TYPE = "L")
               PERFORM FIND-THE-FX-POSITION
               IF NOT POSITION-WAS-FOUND
                   IF POSITION-COUNT >= 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO FX-BALANCE-END-SWITCH
                   ELSE
                       ADD 1 TO POSITION-COUNT
                       SET PS-IDX TO POSITION-COUNT
                       MOVE FB-ACCOUNT TO PS-ACCOUNT (PS-IDX)
                       MOVE FB-CURRENCY-CODE
                           TO PS-CURRENCY-CODE (PS-IDX)
                       MOVE ZERO TO PS-PERIOD (PS-IDX)
                       MOVE FOUND-COMPANY TO PS-COMPANY (PS-IDX)
                       MOVE "Y" TO POSITION-FOUND-SWITCH
                   END-IF
               END-IF
               IF  POSITION-WAS-FOUND
               AND FB-PERIOD >= PS-PERIOD (PS-IDX)
                   MOVE FB-PERIOD TO PS-PERIOD (PS-IDX)
                   COMPUTE PS-FOREIGN (PS-IDX) =
                       FB-FOREIGN-OPENING + FB-FOREIGN-ACTIVITY
                   COMPUTE PS-CARRIED-BASE (PS-IDX) =
                       FB-BASE-OPENING + FB-BASE-ACTIVITY
               END-IF
           END-IF.

       FIND-THE-FX-POSITION.
           MOVE "N" TO POSITION-FOUND-SWITCH.
           IF POSITION-COUNT > 0
               SET PS-IDX TO 1
               SEARCH POSITION-ENTRY
                   WHEN PS-ACCOUNT (PS-IDX) = FB-ACCOUNT
                    AND PS-CURRENCY-CODE (PS-IDX) = FB-CURRENCY-CODE
                       MOVE "Y" TO POSITION-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * Level 3 routines -- the revaluation.
      * A position holding no units has nothing left to
      * restate and is passed over without a line.
       REVALUE-ONE-POSITION.
           MOVE ZERO TO PS-OLD-RATE (PS-IDX).
           MOVE ZERO TO PS-NEW-RATE (PS-IDX).
           MOVE ZERO TO PS-DIFFERENCE (PS-IDX).
           MOVE ZERO TO PS-CONTROL-ROW (PS-IDX).
           MOVE SPACE TO PS-STATUS (PS-IDX).
           IF PS-FOREIGN (PS-IDX) NOT = ZERO
               PERFORM FIND-THE-COMPANY-CONTROL
               PERFORM PRICE-ONE-POSITION
               EVALUATE PS-STATUS (PS-IDX)
                   WHEN "R"
                       ADD 1 TO REVALUED-COUNT
                   WHEN "D"
                       ADD 1 TO SKIPPED-COUNT
                   WHEN OTHER
                       ADD 1 TO REFUSED-COUNT
                       PERFORM LOG-THE-REFUSED-POSITION
               END-EVALUATE
           END-IF.

       FIND-THE-COMPANY-CONTROL.
           MOVE "K" TO PS-STATUS (PS-IDX).
           IF CONTROL-COUNT > 0
               SET FC-IDX TO 1
               SEARCH CONTROL-ENTRY
                   WHEN CT-COMPANY (FC-IDX) = PS-COMPANY (PS-IDX)
                       MOVE CT-STATUS (FC-IDX) TO PS-STATUS (PS-IDX)
                       SET PS-CONTROL-ROW (PS-IDX) TO FC-IDX
               END-SEARCH
           END-IF.

      * The carried rate is the base figure over the units;
      * the new base figure is the units at the month-end
      * rate, rounded to the cent, and the gain or loss is
      * the difference. Debit-positive throughout, so a
      * plus is a gain on an asset and on a liability alike.
       PRICE-ONE-POSITION.
           COMPUTE PS-OLD-RATE (PS-IDX) ROUNDED =
               PS-CARRIED-BASE (PS-IDX) / PS-FOREIGN (PS-IDX).
           MOVE PS-CURRENCY-CODE (PS-IDX) TO WANTED-CURRENCY.
           PERFORM FIND-THE-CURRENCY-RATE.
           IF NOT RATE-WAS-FOUND
               IF PS-STATUS (PS-IDX) = "R"
                   MOVE "N" TO PS-STATUS (PS-IDX)
               END-IF
           ELSE
               MOVE FOUND-RATE TO PS-NEW-RATE (PS-IDX)
               COMPUTE NEW-BASE ROUNDED =
                   PS-FOREIGN (PS-IDX) * FOUND-RATE
               COMPUTE PS-DIFFERENCE (PS-IDX) =
                   NEW-BASE - PS-CARRIED-BASE (PS-IDX)
               IF PS-STATUS (PS-IDX) = "R"
                   SET FC-IDX TO PS-CONTROL-ROW (PS-IDX)
                   ADD PS-DIFFERENCE (PS-IDX)
                       TO CT-NET-GAIN-LOSS (FC-IDX)
               END-IF
           END-IF.

       LOG-THE-REFUSED-POSITION.
           MOVE "Revaluation refused: " TO EXC-TEXT.
           MOVE PS-ACCOUNT (PS-IDX) TO EXC-TEXT (22:6).
           MOVE PS-CURRENCY-CODE (PS-IDX) TO EXC-TEXT (29:3).
           MOVE "status" TO EXC-TEXT (33:6).
           MOVE PS-STATUS (PS-IDX) TO EXC-TEXT (40:1).
           MOVE "DATA" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.

      * Level 3 routines -- the register.
       WRITE-THE-REVALUATION-REGISTER.
           CALL "BUSDATE" USING BUSINESS-DATE.
           OPEN OUTPUT REVALUATION-REPORT-FILE.
           MOVE WANTED-PERIOD TO RH1-PERIOD.
           MOVE BUSINESS-DATE TO RH1-RUN-DATE.
           MOVE REVALUATION-HEADING-1 TO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           MOVE REVALUATION-HEADING-2 TO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           PERFORM WRITE-ONE-POSITION-LINE
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > POSITION-COUNT.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           PERFORM WRITE-ONE-COMPANY-TOTAL
               VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > CONTROL-COUNT.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           MOVE REVALUED-COUNT TO RS-REVALUED.
           MOVE SKIPPED-COUNT TO RS-SKIPPED.
           MOVE REFUSED-COUNT TO RS-REFUSED.
           MOVE REVALUATION-SUMMARY-LINE TO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           CLOSE REVALUATION-REPORT-FILE.

       WRITE-ONE-POSITION-LINE.
           IF PS-STATUS (PS-IDX) NOT = SPACE
               MOVE PS-COMPANY (PS-IDX) TO RD-COMPANY
               MOVE PS-ACCOUNT (PS-IDX) TO RD-ACCOUNT
               MOVE PS-CURRENCY-CODE (PS-IDX) TO RD-CURRENCY-CODE
               MOVE PS-FOREIGN (PS-IDX) TO RD-FOREIGN
               MOVE PS-OLD-RATE (PS-IDX) TO RD-OLD-RATE
               MOVE PS-NEW-RATE (PS-IDX) TO RD-NEW-RATE
               MOVE PS-DIFFERENCE (PS-IDX) TO RD-DIFFERENCE
               EVALUATE PS-STATUS (PS-IDX)
                   WHEN "R"
                       MOVE SPACES TO RD-FLAG
                   WHEN "D"
                       MOVE "DONE" TO RD-FLAG
                   WHEN "N"
                       MOVE "NO RATE" TO RD-FLAG
                   WHEN "K"
                       MOVE "NO FXCTL" TO RD-FLAG
               END-EVALUATE
               MOVE REVALUATION-DETAIL-LINE
                   TO REVALUATION-REPORT-LINE
               WRITE REVALUATION-REPORT-LINE
           END-IF.

       WRITE-ONE-COMPANY-TOTAL.
           MOVE CT-COMPANY (FC-IDX) TO CT-LINE-COMPANY.
           MOVE CT-GAIN-LOSS-ACCOUNT (FC-IDX) TO CT-LINE-ACCOUNT.
           MOVE CT-NET-GAIN-LOSS (FC-IDX) TO CT-LINE-NET.
           EVALUATE CT-STATUS (FC-IDX)
               WHEN "R"
                   MOVE SPACES TO CT-LINE-FLAG
               WHEN "D"
                   MOVE "DONE" TO CT-LINE-FLAG
               WHEN OTHER
                   MOVE "NO FXCTL" TO CT-LINE-FLAG
           END-EVALUATE.
           MOVE COMPANY-TOTAL-LINE TO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.

      * Level 3 routines -- posting.
       POST-THE-REVALUATION.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.
           OPEN EXTEND ACCRUAL-FILE.
           IF ACCRUAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN EXTEND ACCRUAL-FILE
           END-IF.
           PERFORM POST-ONE-POSITION
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > POSITION-COUNT.
           CLOSE ACCRUAL-FILE.
           CLOSE GL-EXTRACT-FILE.

       POST-ONE-POSITION.
           IF  PS-STATUS (PS-IDX) = "R"
           AND PS-DIFFERENCE (PS-IDX) NOT = ZERO
               SET FC-IDX TO PS-CONTROL-ROW (PS-IDX)
               PERFORM BUILD-THE-REVALUATION-ACCRUAL
               PERFORM WRITE-THE-REVALUATION-EXTRACT
               WRITE GL-ACCRUAL-RECORD
               ADD 1 TO POSTED-COUNT
           END-IF.

       BUILD-THE-REVALUATION-ACCRUAL.
           MOVE SPACES TO GL-ACCRUAL-RECORD.
           ADD 1 TO HIGHEST-ACCRUAL-ID.
           MOVE HIGHEST-ACCRUAL-ID TO AC-ACCRUAL-ID.
           MOVE WANTED-PERIOD TO AC-PERIOD.
           MOVE REVALUATION-DATE TO AC-ACCRUAL-DATE.
           MOVE PS-ACCOUNT (PS-IDX) TO AC-DEBIT-ACCOUNT.
           MOVE CT-GAIN-LOSS-ACCOUNT (FC-IDX) TO AC-CREDIT-ACCOUNT.
           MOVE ZERO TO AC-AMOUNT.
           MOVE PS-CURRENCY-CODE (PS-IDX) TO AC-CURRENCY-CODE.
           MOVE PS-COMPANY (PS-IDX) TO AC-COMPANY.
           MOVE "FX REVALUATION" TO AC-DESCRIPTION.
           MOVE PS-CURRENCY-CODE (PS-IDX) TO AC-DESCRIPTION (16:3).
           MOVE "P" TO AC-STATUS.
           MOVE ZERO TO AC-REVERSAL-DATE.
           MOVE PS-DIFFERENCE (PS-IDX) TO AC-BASE-AMOUNT.

       WRITE-THE-REVALUATION-EXTRACT.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "GLFXR01" TO GX-JOB-NAME.
           MOVE AC-ACCRUAL-DATE TO GX-RUN-DATE.
           MOVE AC-DEBIT-ACCOUNT TO GX-DEBIT-ACCOUNT.
           MOVE AC-CREDIT-ACCOUNT TO GX-CREDIT-ACCOUNT.
           MOVE AC-AMOUNT TO GX-AMOUNT.
           MOVE AC-CURRENCY-CODE TO GX-CURRENCY-CODE.
           MOVE AC-BASE-AMOUNT TO GX-BASE-AMOUNT.
           MOVE AC-COMPANY TO GX-COMPANY.
           WRITE GL-EXTRACT-RECORD.

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

       SAVE-THE-FX-CONTROLS.
           CALL "GENBACK" USING FX-CONTROL-MASTER-NAME.
           OPEN OUTPUT FX-CONTROL-FILE.
           PERFORM SAVE-ONE-FX-CONTROL
               VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > CONTROL-COUNT.
           CLOSE FX-CONTROL-FILE.

       SAVE-ONE-FX-CONTROL.
           MOVE CT-RECORD (FC-IDX) TO GL-FX-CONTROL-RECORD.
           IF CT-STATUS (FC-IDX) = "R"
               MOVE WANTED-PERIOD TO FC-LAST-PERIOD
           END-IF.
           WRITE GL-FX-CONTROL-RECORD.

      * Level 3 routines -- control tables.
       LOAD-THE-GL-CHART.
           OPEN INPUT GL-CHART-FILE.
           IF CHART-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CHART-RECORD
               PERFORM UNTIL NO-MORE-CHART-RECORDS
                   IF CHART-COUNT >= 500
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO CHART-END-SWITCH
                   ELSE
                       ADD 1 TO CHART-COUNT
                       SET CH-IDX TO CHART-COUNT
                       MOVE CH-ACCOUNT TO CHT-ACCOUNT (CH-IDX)
                       MOVE CH-ACCOUNT-TYPE
                           TO CHT-ACCOUNT-TYPE (CH-IDX)
                       IF CH-COMPANY = SPACES
                           MOVE "01" TO CHT-COMPANY (CH-IDX)
                       ELSE
                           MOVE CH-COMPANY TO CHT-COMPANY (CH-IDX)
                       END-IF
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

       CHECK-ONE-CHART-ACCOUNT.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           MOVE SPACE TO FOUND-ACCOUNT-TYPE.
           MOVE "01" TO FOUND-COMPANY.
           IF  CHART-COUNT > 0
           AND CHECKED-ACCOUNT IS NUMERIC
               SET CH-IDX TO 1
               SEARCH CHART-ENTRY
                   WHEN CHT-ACCOUNT (CH-IDX) = CHECKED-ACCOUNT
                       MOVE "Y" TO ACCOUNT-FOUND-SWITCH
                       MOVE CHT-ACCOUNT-TYPE (CH-IDX)
                           TO FOUND-ACCOUNT-TYPE
                       MOVE CHT-COMPANY (CH-IDX) TO FOUND-COMPANY
               END-SEARCH
           END-IF.

       LOAD-THE-FISCAL-PERIODS.
           OPEN INPUT FISCAL-PERIOD-FILE.
           IF PERIOD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-PERIOD-RECORD
               PERFORM UNTIL NO-MORE-PERIOD-RECORDS
                   IF PERIOD-COUNT >= 60
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
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
           OPEN INPUT CURRENCY-RATE-FILE.
           IF RATE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-RATE-RECORD
               PERFORM UNTIL NO-MORE-RATE-RECORDS
                   IF RATE-COUNT >= 5000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
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
      * effective date at or before the month's last day.
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
           AND RTT-EFFECTIVE-DATE (RT-IDX) <= REVALUATION-DATE
           AND RTT-EFFECTIVE-DATE (RT-IDX) >= FOUND-EFFECTIVE-DATE
               MOVE RTT-EFFECTIVE-DATE (RT-IDX)
                   TO FOUND-EFFECTIVE-DATE
               MOVE RTT-RATE (RT-IDX) TO FOUND-RATE
               MOVE "Y" TO RATE-FOUND-SWITCH
           END-IF.
