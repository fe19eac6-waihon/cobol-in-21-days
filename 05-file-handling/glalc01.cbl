       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLALC01.
      *--------------------------------------------------
      * Month-end shared-cost allocation. IT, facilities,
      * and the other shared costs land on one overhead
      * cost center and stayed there -- CHGBCK01 charges
      * departments back for machine time only. This takes
      * a fiscal month (YYYYMM) at the console and, for
      * every allocation on GLALLOC.DAT, reads the source
      * account's closing balance at that month from
      * GLBAL.DAT, under the allocation's company, through
      * the shared GLBGET keyed reader, and spreads it over
      * the target departments: by fixed percentage, by
      * headcount, or by each department's share of the
      * month's ADD07 activity in the archived extracts
      * listed on GLTIECTL.DAT (the archives GLVAR01
      * reads).
      *
      * Each share is rounded to the cent and whatever the
      * rounding leaves over goes on the largest share, so
      * the shares always add back to the source balance
      * to the penny. The register GLALC.DAT shows every
      * split and proves each allocation; an allocation
      * whose rows mix methods, whose percentages don't
      * add to 100.00, that has no basis to share on, or
      * that names an account off the chart is refused
      * and logged, and the run ends with return code 4.
      *
      * Once the register is confirmed through YESNOCNF,
      * one extract line per share -- debit the target
      * account in the target cost center, credit the
      * source account -- is appended to GLEXTR.DAT under
      * this job's name, dated the last day of the month
      * so it posts into it, the same way GLACR01 books an
      * accrual. The month must be on FISCCTL.DAT and
      * still open. AL-LAST-PERIOD is stamped on each row
      * and GLALLOC.DAT rewritten after a GENBACK
      * generation, so a second run for the month moves
      * nothing twice.
      *
      * GLBAL.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *
      * The month's ADD07 activity includes the intraday
      * runs' lines, which carry job name ADD07 plus the
      * run number.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALLOCATION-FILE ASSIGN TO "GLALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOCATION-FILE-STATUS.

           SELECT OPTIONAL GL-CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.

           SELECT OPTIONAL FISCAL-PERIOD-FILE ASSIGN TO "FISCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

           SELECT OPTIONAL TIE-CONTROL-FILE ASSIGN TO "GLTIECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIE-FILE-STATUS.

           SELECT OPTIONAL GLEXTR-ARCHIVE-FILE
               ASSIGN TO DYNAMIC GLEXTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLEXTR-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT ALLOCATION-REPORT-FILE ASSIGN TO "GLALC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-FILE.
       COPY GLALLOC.

       FD  GL-CHART-FILE.
       COPY GLCHART.

       FD  FISCAL-PERIOD-FILE.
       COPY FISCCTL.

       FD  TIE-CONTROL-FILE.
       COPY GLTIECTL.

       FD  GLEXTR-ARCHIVE-FILE.
       COPY GLEXTR.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR REPLACING GL-EXTRACT-RECORD
                          BY ALLOCATION-EXTRACT-RECORD
                             GX-JOB-NAME BY AX-JOB-NAME
                             GX-RUN-DATE BY AX-RUN-DATE
                             GX-DEBIT-ACCOUNT BY AX-DEBIT-ACCOUNT
                             GX-CREDIT-ACCOUNT BY AX-CREDIT-ACCOUNT
                             GX-AMOUNT BY AX-AMOUNT
                             GX-CURRENCY-CODE BY AX-CURRENCY-CODE
                             GX-COST-CENTER BY AX-COST-CENTER
                             GX-BASE-AMOUNT BY AX-BASE-AMOUNT
                             GX-COMPANY BY AX-COMPANY
                             GX-IC-REFERENCE BY AX-IC-REFERENCE.

       FD  ALLOCATION-REPORT-FILE.
       01  ALLOCATION-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.

       01  ALLOCATION-FILE-STATUS PIC XX.
       01  CHART-FILE-STATUS     PIC XX.
       01  PERIOD-FILE-STATUS    PIC XX.
       01  TIE-FILE-STATUS       PIC XX.
       01  GLEXTR-FILE-STATUS    PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  GLEXTR-PATH           PIC X(40).
       01  ALLOCATION-END-SWITCH PIC X       VALUE "N".
           88  NO-MORE-ALLOCATIONS           VALUE "Y".
       01  CHART-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-CHART-RECORDS         VALUE "Y".
       01  PERIOD-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-PERIOD-RECORDS        VALUE "Y".
       01  CTL-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-CTL-LINES             VALUE "Y".
       01  GLEXTR-END-SWITCH     PIC X.
           88  NO-MORE-GLEXTR-LINES          VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  ALLOCATION-MASTER-NAME PIC X(8)   VALUE "GLALLOC".

      * Every GLALLOC row, kept whole so it can be stamped
      * and written back, with the basis and share worked
      * out for it.
       01  ALLOCATION-COUNT      PIC 9(3)    VALUE ZERO.
       01  ALLOCATION-TABLE.
           05  ALLOCATION-ENTRY OCCURS 1 TO 500 TIMES
                                 DEPENDING ON ALLOCATION-COUNT
                                 INDEXED BY AL-IDX.
               10  AT-RECORD          PIC X(60).
               10  AT-GROUP-NO        PIC 9(3).
               10  AT-BASIS           PIC S9(13)V99.
               10  AT-SHARE           PIC S9(11)V99.

      * One entry per allocation -- the distinct source
      * company, cost center, and account -- with what
      * happened to it in GR-STATUS:
      *   "A" allocated, "D" already done this month,
      *   "Z" nothing to move, "M" mixed methods,
      *   "P" percentages not 100.00, "B" no basis,
      *   "X" unknown method, "C" account off the chart,
      *   "S" a share too big for one extract line.
       01  GROUP-COUNT           PIC 9(3)    VALUE ZERO.
       01  GROUP-TABLE.
           05  GROUP-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON GROUP-COUNT
                            INDEXED BY GR-IDX.
               10  GR-COMPANY          PIC X(02).
               10  GR-COST-CENTER      PIC X(04).
               10  GR-ACCOUNT          PIC 9(6).
               10  GR-METHOD           PIC X.
               10  GR-STATUS           PIC X.
               10  GR-BALANCE-PERIOD   PIC 9(6).
               10  GR-BALANCE          PIC S9(11)V99.
               10  GR-BASIS-TOTAL      PIC S9(13)V99.
               10  GR-ALLOCATED        PIC S9(11)V99.
               10  GR-ROUNDING         PIC S9(11)V99.
               10  GR-LARGEST-ROW      PIC 9(3).
       01  GROUP-FOUND-SWITCH    PIC X.
           88  GROUP-WAS-FOUND               VALUE "Y".
       01  WORK-COMPANY          PIC X(02).
       01  CURRENT-GROUP         PIC 9(3).
       01  LARGEST-SHARE         PIC S9(11)V99.
       01  LINE-LIMIT            PIC S9(7)V99 VALUE 9999999.99.

       01  ACTIVITY-COUNT        PIC 9(3)    VALUE ZERO.
       01  ACTIVITY-TABLE.
           05  ACTIVITY-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON ACTIVITY-COUNT
                               INDEXED BY AV-IDX.
               10  AV-COMPANY          PIC X(02).
               10  AV-COST-CENTER      PIC X(04).
               10  AV-AMOUNT           PIC S9(13)V99.
       01  ACTIVITY-FOUND-SWITCH PIC X.
           88  ACTIVITY-WAS-FOUND            VALUE "Y".
       01  ACTIVITY-WANTED-SWITCH PIC X      VALUE "N".
           88  ACTIVITY-IS-WANTED            VALUE "Y".
       01  LINE-PERIOD           PIC 9(6).

       01  CHART-COUNT           PIC 9(3)    VALUE ZERO.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON CHART-COUNT
                            INDEXED BY CH-IDX.
               10  CHT-ACCOUNT        PIC 9(6).
       01  ACCOUNT-FOUND-SWITCH  PIC X.
           88  ACCOUNT-IS-KNOWN              VALUE "Y".
       01  CHECKED-ACCOUNT       PIC 9(6).

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

       01  RAW-PERIOD            PIC X(6).
       01  WANTED-PERIOD         PIC 9(6).
       01  ALLOCATION-DATE       PIC 9(8).
       01  BUSINESS-DATE         PIC 9(8).
       01  RAW-ANSWER            PIC X(3).
       01  FOLDED-ANSWER         PIC X.
       01  VALID-SWITCH          PIC X.
       01  BASE-CURRENCY         PIC X(03)   VALUE "USD".

       01  ALLOCATED-COUNT       PIC 9(3)    VALUE ZERO.
       01  SKIPPED-COUNT         PIC 9(3)    VALUE ZERO.
       01  REFUSED-COUNT         PIC 9(3)    VALUE ZERO.
       01  EXTRACT-LINE-COUNT    PIC 9(5)    VALUE ZERO.
       01  PLANNED-LINE-COUNT    PIC 9(5)    VALUE ZERO.
       01  POSTED-SWITCH         PIC X       VALUE "N".
           88  ALLOCATIONS-WERE-POSTED       VALUE "Y".

       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLALC01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLALC01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       01  ALLOCATION-HEADING-1.
           05  FILLER             PIC X(32)
               VALUE "GLALC01 ALLOCATION REGISTER FOR ".
           05  AH1-PERIOD         PIC 9(6).
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY AH1-RUN-DATE.

       01  ALLOCATION-HEADING-2.
           05  FILLER             PIC X(10) VALUE "    CC".
           05  FILLER             PIC X(8)  VALUE "ACCOUNT".
           05  FILLER             PIC X(14) VALUE "         BASIS".
           05  FILLER             PIC X(9)  VALUE "   SHARE%".
           05  FILLER             PIC X(15) VALUE "         AMOUNT".

       01  GROUP-LINE.
           05  FILLER             PIC X(10) VALUE "SOURCE CO ".
           05  GL-COMPANY         PIC X(02).
           05  FILLER             PIC X(4)  VALUE " CC ".
           05  GL-COST-CENTER     PIC X(04).
           05  FILLER             PIC X(9)  VALUE " ACCOUNT ".
           05  GL-ACCOUNT         PIC 9(6).
           05  FILLER             PIC X(10) VALUE "  BALANCE ".
           05  GL-BALANCE         PIC -(9)9.99.
           05  FILLER             PIC X(9)  VALUE "  METHOD ".
           05  GL-METHOD          PIC X.

       01  SPLIT-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  SL-TARGET-CC       PIC X(04).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-TARGET-ACCOUNT  PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-BASIS           PIC Z(10)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-SHARE-PCT       PIC ZZ9.99.
           05  FILLER             PIC X(1)  VALUE "%".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-SHARE           PIC -(9)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  SL-ROUNDING-FLAG   PIC X(10).

       01  PROOF-LINE.
           05  FILLER             PIC X(14) VALUE "    ALLOCATED ".
           05  PL-ALLOCATED       PIC -(9)9.99.
           05  FILLER             PIC X(11) VALUE "  ROUNDING ".
           05  PL-ROUNDING        PIC -(4)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PL-VERDICT         PIC X(22).

       01  REASON-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RN-REASON          PIC X(60).

       01  SUMMARY-LINE.
           05  FILLER             PIC X(11) VALUE "Allocated: ".
           05  SM-ALLOCATED       PIC ZZ9.
           05  FILLER             PIC X(11) VALUE "  Skipped: ".
           05  SM-SKIPPED         PIC ZZ9.
           05  FILLER             PIC X(11) VALUE "  Refused: ".
           05  SM-REFUSED         PIC ZZ9.
           05  FILLER             PIC X(17)
               VALUE "  Extract lines: ".
           05  SM-LINES           PIC ZZZZ9.

       01  SHARE-PCT             PIC 9(3)V99.

       COPY SEALPARM.

       COPY GLBPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLALC01".
           MOVE "GLBAL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               PERFORM LOAD-THE-FISCAL-PERIODS
               PERFORM GET-THE-ALLOCATION-PERIOD
               IF PERIOD-IS-USABLE
                   PERFORM RUN-THE-ALLOCATIONS
               END-IF
               IF LOAD-DID-OVERFLOW
                   DISPLAY "A control file exceeds its table; "
                           "run abandoned, nothing allocated."
                   MOVE "Allocation table overflow; abandoned"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLALC01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF REFUSED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "GLALC01 is already running; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "GLALC01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * A blank month ends the run without allocating.
       GET-THE-ALLOCATION-PERIOD.
           PERFORM UNTIL PERIOD-IS-USABLE
                      OR OPERATOR-QUIT
               DISPLAY "Allocate which fiscal month (YYYYMM, "
                       "blank to quit)?"
               MOVE SPACES TO RAW-PERIOD
               ACCEPT RAW-PERIOD
               IF RAW-PERIOD = SPACES
                   MOVE "Y" TO QUIT-SWITCH
               ELSE
                   PERFORM CHECK-THE-ALLOCATION-PERIOD
               END-IF
           END-PERFORM.

       CHECK-THE-ALLOCATION-PERIOD.
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
                                       " is closed; allocations "
                                       "into it are refused."
                           ELSE
                               MOVE "Y" TO PERIOD-OK-SWITCH
                               MOVE PT-END-DATE (FP-IDX)
                                   TO ALLOCATION-DATE
                           END-IF
                   END-SEARCH
               ELSE
                   DISPLAY "No FISCCTL.DAT periods on file."
               END-IF
           END-IF.

       RUN-THE-ALLOCATIONS.
           PERFORM LOAD-THE-GL-CHART.
           PERFORM LOAD-THE-ALLOCATIONS.
           IF ACTIVITY-IS-WANTED
           AND NOT LOAD-DID-OVERFLOW
               PERFORM LOAD-THE-ADD-ACTIVITY
           END-IF.
           IF NOT LOAD-DID-OVERFLOW
               PERFORM LOAD-THE-SOURCE-BALANCES
               PERFORM WORK-OUT-ONE-ALLOCATION
                   VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > GROUP-COUNT
               PERFORM WRITE-THE-ALLOCATION-REGISTER
               IF ALLOCATED-COUNT > ZERO
                   PERFORM CONFIRM-THE-ALLOCATIONS
               ELSE
                   DISPLAY "Nothing to allocate for " WANTED-PERIOD
                           "."
               END-IF
           END-IF.

       CONFIRM-THE-ALLOCATIONS.
           DISPLAY ALLOCATED-COUNT " allocation(s) ready for "
                   WANTED-PERIOD "; see GLALC.DAT.".
           DISPLAY "Post these allocations to GLEXTR.DAT? (Y/N)".
           ACCEPT RAW-ANSWER.
           CALL "YESNOCNF" USING EXC-JOB-NAME RAW-ANSWER
                                  FOLDED-ANSWER VALID-SWITCH.
           IF  VALID-SWITCH = "Y"
           AND FOLDED-ANSWER = "Y"
               PERFORM POST-THE-ALLOCATIONS
               PERFORM SAVE-THE-ALLOCATIONS
               DISPLAY "Allocation extract lines: "
                       EXTRACT-LINE-COUNT
           ELSE
               DISPLAY "Nothing posted; GLALC.DAT is a preview."
           END-IF.

      * Level 3 routines -- loading.
       LOAD-THE-ALLOCATIONS.
           OPEN INPUT ALLOCATION-FILE.
           IF ALLOCATION-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ALLOCATION
               PERFORM UNTIL NO-MORE-ALLOCATIONS
                   IF ALLOCATION-COUNT >= 500
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO ALLOCATION-END-SWITCH
                   ELSE
                       PERFORM TAKE-ONE-ALLOCATION
                       PERFORM READ-THE-NEXT-ALLOCATION
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No GLALLOC.DAT allocation table on file."
           END-IF.
           CLOSE ALLOCATION-FILE.

       READ-THE-NEXT-ALLOCATION.
           READ ALLOCATION-FILE
               AT END
                   MOVE "Y" TO ALLOCATION-END-SWITCH
           END-READ.

       TAKE-ONE-ALLOCATION.
           IF AL-SOURCE-COMPANY = SPACES
               MOVE "01" TO WORK-COMPANY
           ELSE
               MOVE AL-SOURCE-COMPANY TO WORK-COMPANY
           END-IF.
           PERFORM FIND-THE-ALLOCATION-GROUP.
           IF NOT GROUP-WAS-FOUND
               IF GROUP-COUNT >= 200
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                   MOVE "Y" TO ALLOCATION-END-SWITCH
               ELSE
                   PERFORM ADD-THE-ALLOCATION-GROUP
               END-IF
           END-IF.
           IF NOT LOAD-DID-OVERFLOW
               ADD 1 TO ALLOCATION-COUNT
               SET AL-IDX TO ALLOCATION-COUNT
               MOVE GL-ALLOCATION-RECORD TO AT-RECORD (AL-IDX)
               SET AT-GROUP-NO (AL-IDX) TO GR-IDX
               MOVE ZERO TO AT-BASIS (AL-IDX)
               MOVE ZERO TO AT-SHARE (AL-IDX)
               PERFORM CHECK-ONE-ALLOCATION-ROW
           END-IF.

       FIND-THE-ALLOCATION-GROUP.
           MOVE "N" TO GROUP-FOUND-SWITCH.
           IF GROUP-COUNT > 0
               SET GR-IDX TO 1
               SEARCH GROUP-ENTRY
                   WHEN GR-COMPANY (GR-IDX) = WORK-COMPANY
                    AND GR-COST-CENTER (GR-IDX) =
                        AL-SOURCE-COST-CENTER
                    AND GR-ACCOUNT (GR-IDX) = AL-SOURCE-ACCOUNT
                       MOVE "Y" TO GROUP-FOUND-SWITCH
               END-SEARCH
           END-IF.

       ADD-THE-ALLOCATION-GROUP.
           ADD 1 TO GROUP-COUNT.
           SET GR-IDX TO GROUP-COUNT.
           MOVE WORK-COMPANY TO GR-COMPANY (GR-IDX).
           MOVE AL-SOURCE-COST-CENTER TO GR-COST-CENTER (GR-IDX).
           MOVE AL-SOURCE-ACCOUNT TO GR-ACCOUNT (GR-IDX).
           MOVE AL-METHOD TO GR-METHOD (GR-IDX).
           MOVE "A" TO GR-STATUS (GR-IDX).
           MOVE ZERO TO GR-BALANCE-PERIOD (GR-IDX).
           MOVE ZERO TO GR-BALANCE (GR-IDX).
           MOVE ZERO TO GR-BASIS-TOTAL (GR-IDX).
           MOVE ZERO TO GR-ALLOCATED (GR-IDX).
           MOVE ZERO TO GR-ROUNDING (GR-IDX).
           MOVE ZERO TO GR-LARGEST-ROW (GR-IDX).

      * A row's faults are held against its whole
      * allocation: one bad split refuses them all, since
      * moving only some of the cost would be worse than
      * moving none. A stamp for this month on any row
      * means the allocation has already been moved.
       CHECK-ONE-ALLOCATION-ROW.
           IF AL-METHOD NOT = GR-METHOD (GR-IDX)
               PERFORM REFUSE-THE-GROUP-AS-MIXED
           END-IF.
           EVALUATE AL-METHOD
               WHEN "P"
                   IF AL-PERCENT IS NUMERIC
                       MOVE AL-PERCENT TO AT-BASIS (AL-IDX)
                   END-IF
               WHEN "H"
                   IF AL-HEADCOUNT IS NUMERIC
                       MOVE AL-HEADCOUNT TO AT-BASIS (AL-IDX)
                   END-IF
               WHEN "A"
                   MOVE "Y" TO ACTIVITY-WANTED-SWITCH
               WHEN OTHER
                   IF GR-STATUS (GR-IDX) = "A"
                       MOVE "X" TO GR-STATUS (GR-IDX)
                   END-IF
           END-EVALUATE.
           MOVE AL-SOURCE-ACCOUNT TO CHECKED-ACCOUNT.
           PERFORM CHECK-ONE-CHART-ACCOUNT.
           IF ACCOUNT-IS-KNOWN
               MOVE AL-TARGET-ACCOUNT TO CHECKED-ACCOUNT
               PERFORM CHECK-ONE-CHART-ACCOUNT
           END-IF.
           IF  NOT ACCOUNT-IS-KNOWN
           AND GR-STATUS (GR-IDX) = "A"
               MOVE "C" TO GR-STATUS (GR-IDX)
           END-IF.
           IF  AL-LAST-PERIOD IS NUMERIC
           AND AL-LAST-PERIOD >= WANTED-PERIOD
               MOVE "D" TO GR-STATUS (GR-IDX)
           END-IF.

       REFUSE-THE-GROUP-AS-MIXED.
           IF GR-STATUS (GR-IDX) NOT = "D"
               MOVE "M" TO GR-STATUS (GR-IDX)
           END-IF.

       CHECK-ONE-CHART-ACCOUNT.
           MOVE "Y" TO ACCOUNT-FOUND-SWITCH.
           IF CHECKED-ACCOUNT IS NOT NUMERIC
               MOVE "N" TO ACCOUNT-FOUND-SWITCH
           ELSE
           IF CHART-COUNT > 0
               MOVE "N" TO ACCOUNT-FOUND-SWITCH
               SET CH-IDX TO 1
               SEARCH CHART-ENTRY
                   WHEN CHT-ACCOUNT (CH-IDX) = CHECKED-ACCOUNT
                       MOVE "Y" TO ACCOUNT-FOUND-SWITCH
               END-SEARCH
           END-IF
           END-IF.

      * The month's ADD07 activity per company and cost
      * center, as the sum of its extract lines' base
      * amounts whatever their sign.
       LOAD-THE-ADD-ACTIVITY.
           OPEN INPUT TIE-CONTROL-FILE.
           IF TIE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CTL-LINE
               PERFORM UNTIL NO-MORE-CTL-LINES
                   PERFORM ADD-ONE-NIGHTS-ACTIVITY
                   PERFORM READ-THE-NEXT-CTL-LINE
               END-PERFORM
           ELSE
               DISPLAY "No GLTIECTL.DAT archive list; ADD activity "
                       "is zero."
           END-IF.
           CLOSE TIE-CONTROL-FILE.

       READ-THE-NEXT-CTL-LINE.
           READ TIE-CONTROL-FILE
               AT END
                   MOVE "Y" TO CTL-END-SWITCH
           END-READ.

       ADD-ONE-NIGHTS-ACTIVITY.
           MOVE TC-GLEXTR-FILE TO GLEXTR-PATH.
           MOVE "N" TO GLEXTR-END-SWITCH.
           OPEN INPUT GLEXTR-ARCHIVE-FILE.
           IF GLEXTR-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-GLEXTR-LINE
               PERFORM UNTIL NO-MORE-GLEXTR-LINES
                   COMPUTE LINE-PERIOD = GX-RUN-DATE / 100
                   IF  LINE-PERIOD = WANTED-PERIOD
                   AND GX-JOB-NAME (1:5) = "ADD07"
                       PERFORM ADD-ONE-ACTIVITY-LINE
                   END-IF
                   PERFORM READ-THE-NEXT-GLEXTR-LINE
               END-PERFORM
           ELSE
               DISPLAY "Archived extract " GLEXTR-PATH
                       " not found; skipped."
           END-IF.
           CLOSE GLEXTR-ARCHIVE-FILE.

       READ-THE-NEXT-GLEXTR-LINE.
           READ GLEXTR-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO GLEXTR-END-SWITCH
           END-READ.

       ADD-ONE-ACTIVITY-LINE.
           IF GX-COMPANY = SPACES
               MOVE "01" TO WORK-COMPANY
           ELSE
               MOVE GX-COMPANY TO WORK-COMPANY
           END-IF.
           MOVE "N" TO ACTIVITY-FOUND-SWITCH.
           IF ACTIVITY-COUNT > 0
               SET AV-IDX TO 1
               SEARCH ACTIVITY-ENTRY
                   WHEN AV-COMPANY (AV-IDX) = WORK-COMPANY
                    AND AV-COST-CENTER (AV-IDX) = GX-COST-CENTER
                       MOVE "Y" TO ACTIVITY-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT ACTIVITY-WAS-FOUND
               IF ACTIVITY-COUNT >= 200
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                   MOVE "Y" TO GLEXTR-END-SWITCH
               ELSE
                   ADD 1 TO ACTIVITY-COUNT
                   SET AV-IDX TO ACTIVITY-COUNT
                   MOVE WORK-COMPANY TO AV-COMPANY (AV-IDX)
                   MOVE GX-COST-CENTER TO AV-COST-CENTER (AV-IDX)
                   MOVE ZERO TO AV-AMOUNT (AV-IDX)
                   MOVE "Y" TO ACTIVITY-FOUND-SWITCH
               END-IF
           END-IF.
           IF ACTIVITY-WAS-FOUND
               IF GX-BASE-AMOUNT < ZERO
                   SUBTRACT GX-BASE-AMOUNT FROM AV-AMOUNT (AV-IDX)
               ELSE
                   ADD GX-BASE-AMOUNT TO AV-AMOUNT (AV-IDX)
               END-IF
           END-IF.

      * Each source takes its account's latest balance
      * record at or before the month, so a month with no
      * new cost still shows what is left to move.
       LOAD-THE-SOURCE-BALANCES.
           PERFORM APPLY-ONE-SOURCE-BALANCE
               VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > GROUP-COUNT.
           IF GP-NO-LEDGER
               DISPLAY "No GLBAL.DAT balance master on file."
           END-IF.
           MOVE "C" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.

       APPLY-ONE-SOURCE-BALANCE.
           MOVE "B" TO GP-ACTION.
           MOVE GR-COMPANY (GR-IDX) TO GP-COMPANY.
           MOVE GR-ACCOUNT (GR-IDX) TO GP-ACCOUNT.
           MOVE WANTED-PERIOD TO GP-PERIOD.
           MOVE ZERO TO GP-FROM-PERIOD.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF GP-BALANCE-FOUND
               MOVE GP-FOUND-PERIOD TO GR-BALANCE-PERIOD (GR-IDX)
               MOVE GP-CLOSING-BALANCE TO GR-BALANCE (GR-IDX)
           END-IF.

      * Level 3 routines -- working out the splits.
       WORK-OUT-ONE-ALLOCATION.
           SET CURRENT-GROUP TO GR-IDX.
           IF  GR-STATUS (GR-IDX) = "A"
           AND GR-BALANCE (GR-IDX) NOT > ZERO
               MOVE "Z" TO GR-STATUS (GR-IDX)
           END-IF.
           IF GR-STATUS (GR-IDX) = "A"
               PERFORM TAKE-ONE-ROW-BASIS
                   VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > ALLOCATION-COUNT
               PERFORM CHECK-THE-BASIS-TOTAL
           END-IF.
           IF GR-STATUS (GR-IDX) = "A"
               MOVE ZERO TO LARGEST-SHARE
               PERFORM SHARE-OUT-ONE-ROW
                   VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > ALLOCATION-COUNT
               PERFORM PUT-THE-ROUNDING-ON-THE-LARGEST
           END-IF.
           EVALUATE GR-STATUS (GR-IDX)
               WHEN "A"
                   ADD 1 TO ALLOCATED-COUNT
               WHEN "D"
               WHEN "Z"
                   ADD 1 TO SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO REFUSED-COUNT
                   PERFORM LOG-THE-REFUSED-ALLOCATION
           END-EVALUATE.

       TAKE-ONE-ROW-BASIS.
           IF AT-GROUP-NO (AL-IDX) = CURRENT-GROUP
               IF GR-METHOD (GR-IDX) = "A"
                   PERFORM FIND-THE-ROW-ACTIVITY
               END-IF
               ADD AT-BASIS (AL-IDX) TO GR-BASIS-TOTAL (GR-IDX)
           END-IF.

       FIND-THE-ROW-ACTIVITY.
           MOVE AT-RECORD (AL-IDX) TO GL-ALLOCATION-RECORD.
           MOVE ZERO TO AT-BASIS (AL-IDX).
           IF ACTIVITY-COUNT > 0
               SET AV-IDX TO 1
               SEARCH ACTIVITY-ENTRY
                   WHEN AV-COMPANY (AV-IDX) = GR-COMPANY (GR-IDX)
                    AND AV-COST-CENTER (AV-IDX) =
                        AL-TARGET-COST-CENTER
                       MOVE AV-AMOUNT (AV-IDX) TO AT-BASIS (AL-IDX)
               END-SEARCH
           END-IF.

       CHECK-THE-BASIS-TOTAL.
           IF GR-METHOD (GR-IDX) = "P"
               IF GR-BASIS-TOTAL (GR-IDX) NOT = 100
                   MOVE "P" TO GR-STATUS (GR-IDX)
               END-IF
           ELSE
               IF GR-BASIS-TOTAL (GR-IDX) NOT > ZERO
                   MOVE "B" TO GR-STATUS (GR-IDX)
               END-IF
           END-IF.

       SHARE-OUT-ONE-ROW.
           IF AT-GROUP-NO (AL-IDX) = CURRENT-GROUP
               COMPUTE AT-SHARE (AL-IDX) ROUNDED =
                   GR-BALANCE (GR-IDX) * AT-BASIS (AL-IDX)
                       / GR-BASIS-TOTAL (GR-IDX)
               ADD AT-SHARE (AL-IDX) TO GR-ALLOCATED (GR-IDX)
               IF  AT-SHARE (AL-IDX) > LARGEST-SHARE
               OR  GR-LARGEST-ROW (GR-IDX) = ZERO
                   MOVE AT-SHARE (AL-IDX) TO LARGEST-SHARE
                   SET GR-LARGEST-ROW (GR-IDX) TO AL-IDX
               END-IF
           END-IF.

      * Whatever the cent rounding left over -- a cent or
      * two either way -- goes on the largest share, so
      * the shares add back to the source exactly.
       PUT-THE-ROUNDING-ON-THE-LARGEST.
           COMPUTE GR-ROUNDING (GR-IDX) =
               GR-BALANCE (GR-IDX) - GR-ALLOCATED (GR-IDX).
           SET AL-IDX TO GR-LARGEST-ROW (GR-IDX).
           ADD GR-ROUNDING (GR-IDX) TO AT-SHARE (AL-IDX).
           ADD GR-ROUNDING (GR-IDX) TO GR-ALLOCATED (GR-IDX).
           PERFORM CHECK-ONE-SHARE-SIZE
               VARYING AL-IDX FROM 1 BY 1
               UNTIL AL-IDX > ALLOCATION-COUNT.

       CHECK-ONE-SHARE-SIZE.
           IF  AT-GROUP-NO (AL-IDX) = CURRENT-GROUP
           AND AT-SHARE (AL-IDX) > LINE-LIMIT
               MOVE "S" TO GR-STATUS (GR-IDX)
           END-IF.

       LOG-THE-REFUSED-ALLOCATION.
           MOVE "Allocation refused: " TO EXC-TEXT.
           MOVE GR-COST-CENTER (GR-IDX) TO EXC-TEXT (21:4).
           MOVE GR-ACCOUNT (GR-IDX) TO EXC-TEXT (26:6).
           MOVE "status" TO EXC-TEXT (33:6).
           MOVE GR-STATUS (GR-IDX) TO EXC-TEXT (40:1).
           MOVE "DATA" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.

      * Level 3 routines -- the register.
       WRITE-THE-ALLOCATION-REGISTER.
           CALL "BUSDATE" USING BUSINESS-DATE.
           OPEN OUTPUT ALLOCATION-REPORT-FILE.
           MOVE WANTED-PERIOD TO AH1-PERIOD.
           MOVE BUSINESS-DATE TO AH1-RUN-DATE.
           MOVE ALLOCATION-HEADING-1 TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           MOVE SPACES TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           MOVE ALLOCATION-HEADING-2 TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           PERFORM WRITE-ONE-ALLOCATION-BLOCK
               VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > GROUP-COUNT.
           MOVE SPACES TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           MOVE ALLOCATED-COUNT TO SM-ALLOCATED.
           MOVE SKIPPED-COUNT TO SM-SKIPPED.
           MOVE REFUSED-COUNT TO SM-REFUSED.
           MOVE ZERO TO PLANNED-LINE-COUNT.
           PERFORM COUNT-ONE-EXTRACT-LINE
               VARYING AL-IDX FROM 1 BY 1
               UNTIL AL-IDX > ALLOCATION-COUNT.
           MOVE PLANNED-LINE-COUNT TO SM-LINES.
           MOVE SUMMARY-LINE TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           CLOSE ALLOCATION-REPORT-FILE.

       COUNT-ONE-EXTRACT-LINE.
           SET GR-IDX TO AT-GROUP-NO (AL-IDX).
           IF GR-STATUS (GR-IDX) = "A"
               ADD 1 TO PLANNED-LINE-COUNT
           END-IF.

       WRITE-ONE-ALLOCATION-BLOCK.
           SET CURRENT-GROUP TO GR-IDX.
           MOVE SPACES TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           MOVE GR-COMPANY (GR-IDX) TO GL-COMPANY.
           MOVE GR-COST-CENTER (GR-IDX) TO GL-COST-CENTER.
           MOVE GR-ACCOUNT (GR-IDX) TO GL-ACCOUNT.
           MOVE GR-BALANCE (GR-IDX) TO GL-BALANCE.
           MOVE GR-METHOD (GR-IDX) TO GL-METHOD.
           MOVE GROUP-LINE TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           IF GR-STATUS (GR-IDX) = "A"
               PERFORM WRITE-ONE-SPLIT-LINE
                   VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > ALLOCATION-COUNT
               PERFORM WRITE-THE-PROOF-LINE
           ELSE
               PERFORM WRITE-THE-REASON-LINE
           END-IF.

       WRITE-ONE-SPLIT-LINE.
           IF AT-GROUP-NO (AL-IDX) = CURRENT-GROUP
               MOVE AT-RECORD (AL-IDX) TO GL-ALLOCATION-RECORD
               MOVE AL-TARGET-COST-CENTER TO SL-TARGET-CC
               MOVE AL-TARGET-ACCOUNT TO SL-TARGET-ACCOUNT
               MOVE AT-BASIS (AL-IDX) TO SL-BASIS
               COMPUTE SHARE-PCT ROUNDED =
                   AT-BASIS (AL-IDX) * 100 / GR-BASIS-TOTAL (GR-IDX)
               MOVE SHARE-PCT TO SL-SHARE-PCT
               MOVE AT-SHARE (AL-IDX) TO SL-SHARE
               IF  GR-LARGEST-ROW (GR-IDX) = AL-IDX
               AND GR-ROUNDING (GR-IDX) NOT = ZERO
                   MOVE "+ROUNDING" TO SL-ROUNDING-FLAG
               ELSE
                   MOVE SPACES TO SL-ROUNDING-FLAG
               END-IF
               MOVE SPLIT-LINE TO ALLOCATION-REPORT-LINE
               WRITE ALLOCATION-REPORT-LINE
           END-IF.

       WRITE-THE-PROOF-LINE.
           MOVE GR-ALLOCATED (GR-IDX) TO PL-ALLOCATED.
           MOVE GR-ROUNDING (GR-IDX) TO PL-ROUNDING.
           IF GR-ALLOCATED (GR-IDX) = GR-BALANCE (GR-IDX)
               MOVE "PROVED TO THE PENNY" TO PL-VERDICT
           ELSE
               MOVE "*** DOES NOT PROVE ***" TO PL-VERDICT
           END-IF.
           MOVE PROOF-LINE TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.

       WRITE-THE-REASON-LINE.
           EVALUATE GR-STATUS (GR-IDX)
               WHEN "D"
                   MOVE "ALREADY ALLOCATED FOR THIS MONTH"
                       TO RN-REASON
               WHEN "Z"
                   MOVE "NOTHING TO ALLOCATE -- BALANCE NOT ABOVE ZERO"
                       TO RN-REASON
               WHEN "M"
                   MOVE "REFUSED -- ROWS MIX ALLOCATION METHODS"
                       TO RN-REASON
               WHEN "P"
                   MOVE "REFUSED -- PERCENTAGES DO NOT ADD TO 100.00"
                       TO RN-REASON
               WHEN "B"
                   MOVE "REFUSED -- NO HEADCOUNT OR ACTIVITY TO SHARE"
                       TO RN-REASON
               WHEN "X"
                   MOVE "REFUSED -- METHOD IS NOT P, H, OR A"
                       TO RN-REASON
               WHEN "C"
                   MOVE "REFUSED -- AN ACCOUNT IS NOT ON THE CHART"
                       TO RN-REASON
               WHEN "S"
                   MOVE "REFUSED -- A SHARE EXCEEDS ONE EXTRACT LINE"
                       TO RN-REASON
           END-EVALUATE.
           MOVE REASON-LINE TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.

      * Level 3 routines -- posting.
       POST-THE-ALLOCATIONS.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.
           PERFORM POST-ONE-ALLOCATION-ROW
               VARYING AL-IDX FROM 1 BY 1
               UNTIL AL-IDX > ALLOCATION-COUNT.
           CLOSE GL-EXTRACT-FILE.
           MOVE "Y" TO POSTED-SWITCH.

       POST-ONE-ALLOCATION-ROW.
           SET GR-IDX TO AT-GROUP-NO (AL-IDX).
           IF GR-STATUS (GR-IDX) = "A"
               MOVE AT-RECORD (AL-IDX) TO GL-ALLOCATION-RECORD
               MOVE SPACES TO ALLOCATION-EXTRACT-RECORD
               MOVE "GLALC01" TO AX-JOB-NAME
               MOVE ALLOCATION-DATE TO AX-RUN-DATE
               MOVE AL-TARGET-ACCOUNT TO AX-DEBIT-ACCOUNT
               MOVE AL-SOURCE-ACCOUNT TO AX-CREDIT-ACCOUNT
               MOVE AT-SHARE (AL-IDX) TO AX-AMOUNT
               MOVE BASE-CURRENCY TO AX-CURRENCY-CODE
               MOVE AL-TARGET-COST-CENTER TO AX-COST-CENTER
               MOVE AT-SHARE (AL-IDX) TO AX-BASE-AMOUNT
               MOVE GR-COMPANY (GR-IDX) TO AX-COMPANY
               WRITE ALLOCATION-EXTRACT-RECORD
               ADD 1 TO EXTRACT-LINE-COUNT
               MOVE WANTED-PERIOD TO AL-LAST-PERIOD
               MOVE GL-ALLOCATION-RECORD TO AT-RECORD (AL-IDX)
           END-IF.

       SAVE-THE-ALLOCATIONS.
           CALL "GENBACK" USING ALLOCATION-MASTER-NAME.
           OPEN OUTPUT ALLOCATION-FILE.
           PERFORM SAVE-ONE-ALLOCATION
               VARYING AL-IDX FROM 1 BY 1
               UNTIL AL-IDX > ALLOCATION-COUNT.
           CLOSE ALLOCATION-FILE.

       SAVE-ONE-ALLOCATION.
           MOVE AT-RECORD (AL-IDX) TO GL-ALLOCATION-RECORD.
           WRITE GL-ALLOCATION-RECORD.

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
                       IF CH-ACTIVE-FLAG = "A"
                           ADD 1 TO CHART-COUNT
                           SET CH-IDX TO CHART-COUNT
                           MOVE CH-ACCOUNT TO CHT-ACCOUNT (CH-IDX)
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

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "GLALC01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "GLALC01 "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
