       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTRDY01.
      *--------------------------------------------------
      * Intraday posting driver. STREAM01 starts it every
      * hour of the business day (frequency "H" on
      * DAYJOBS.DAT), so a batch keyed through ADDENT01
      * reaches the ledger within the hour instead of
      * waiting for the night. Each run takes every pair
      * waiting on ADDTRNK.DAT into ADDTRNI.DAT under the
      * ADDTRNK lock, empties ADDTRNK.DAT, and puts the
      * pairs through the night's own steps, each launched
      * as "program INTRADAY nnn" the way STREAM01
      * launches a job: ADDEDT01 pre-edits them, ADD07 adds
      * the clean pairs onto the day's GLEXTRI.DAT, and
      * GLPOST01 posts the run's lines to GLBAL. The clean
      * pairs then wait on ADDTRNID.DAT for the night's
      * ARPOST01 to open their receivables.
      *
      * Every step moved on is a row on INTRREG.DAT with
      * the run's counts and amounts, so ADDBAL01 can
      * balance the day's intraday runs with the night. A
      * step that fails alerts the floor, leaves a row
      * naming the step and its return code, and ends the
      * job RC 8; the next start takes the same run up
      * again at the failed step before it takes anything
      * new. The first run of a business date empties the
      * day's ADDICTL.DAT and GLEXTRI.DAT.
      *
      * The first start at or after the INTRCTL.DAT cutoff
      * (or on a later calendar day) closes intraday
      * posting for the business date with a run 000 "C"
      * row; pairs keyed after it stay on ADDTRNK.DAT for
      * the night's feed. The night's ADD07 closes the day
      * the same way when it gets there first.
      *
      * ADDENT01 brackets each released batch with a
      * source header and trailer record. They go across
      * to ADDTRNI.DAT with the pairs, but only the pairs
      * are counted as taken; the pre-edit passes the
      * pairs on without them.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INTRADAY-CONTROL-FILE
               ASSIGN TO "INTRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL INTRADAY-REGISTER-FILE
               ASSIGN TO "INTRREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT OPTIONAL KEYED-TRANSACTION-FILE
               ASSIGN TO "ADDTRNK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEYED-FILE-STATUS.

           SELECT RUN-TRANSACTION-FILE ASSIGN TO "ADDTRNI.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CLEAN-TRANSACTION-FILE
               ASSIGN TO "ADDTRNIC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLEAN-FILE-STATUS.

           SELECT OPTIONAL REJECT-FILE ASSIGN TO "ADDTRNIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT OPTIONAL AWAITING-RECEIVABLE-FILE
               ASSIGN TO "ADDTRNID.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AWAITING-FILE-STATUS.

           SELECT OPTIONAL POSTING-CONTROL-FILE
               ASSIGN TO "GLPSTCI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-FILE-STATUS.

           SELECT DAY-CONTROL-FILE ASSIGN TO "ADDICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DAY-EXTRACT-FILE ASSIGN TO "GLEXTRI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-MESSAGE-FILE
               ASSIGN TO "OPERMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTRADAY-CONTROL-FILE.
       COPY INTRCTL.

      * The register is read and written as images; the
      * row being worked on is kept in WORKING-STORAGE.
       FD  INTRADAY-REGISTER-FILE.
       01  REGISTER-LINE             PIC X(153).

       FD  KEYED-TRANSACTION-FILE.
       COPY ADDTRNP.

      * The run's feed and the pairs awaiting ARPOST01 are
      * copied whole, packed fields and all.
       FD  RUN-TRANSACTION-FILE.
       01  RUN-TRANSACTION-IMAGE     PIC X(56).

       FD  CLEAN-TRANSACTION-FILE.
       COPY ADDTRNP REPLACING ADD-TRANSACTION-PACKED
                            BY CLEAN-TRANSACTION-PACKED
                            FIRST-NUMBER BY CN-FIRST-NUMBER
                            SECOND-NUMBER BY CN-SECOND-NUMBER
                            TT-TRANS-TYPE BY CN-TRANS-TYPE
                            TT-CURRENCY-CODE BY CN-CURRENCY-CODE
                            TT-COST-CENTER BY CN-COST-CENTER
                            TT-CUSTOMER BY CN-CUSTOMER
                            TT-COMPANY BY CN-COMPANY
                            TT-EFFECTIVE-DATE
                            BY CN-EFFECTIVE-DATE
                            TT-SOURCE-ID BY CN-SOURCE-ID
                            TT-RECORD-KIND BY CN-RECORD-KIND
                            TT-SOURCE-PAIR BY CN-SOURCE-PAIR
                            TT-SOURCE-HEADER BY CN-SOURCE-HEADER
                            TT-SOURCE-TRAILER BY CN-SOURCE-TRAILER
                            TT-SOURCE-COUNT BY CN-SOURCE-COUNT
                            TT-SOURCE-HASH BY CN-SOURCE-HASH.

       FD  REJECT-FILE.
       COPY ADDREJ.

       FD  AWAITING-RECEIVABLE-FILE.
       01  AWAITING-TRANSACTION-IMAGE PIC X(56).

       FD  POSTING-CONTROL-FILE.
       COPY GLPSTCTL.

       FD  DAY-CONTROL-FILE.
       01  DAY-CONTROL-LINE          PIC X(48).

       FD  DAY-EXTRACT-FILE.
       01  DAY-EXTRACT-LINE          PIC X(80).

       FD  OPERATOR-MESSAGE-FILE.
       COPY OPERMSG.

       WORKING-STORAGE SECTION.

       01  CONTROL-FILE-STATUS   PIC XX.
       01  REGISTER-FILE-STATUS  PIC XX.
       01  KEYED-FILE-STATUS     PIC XX.
       01  CLEAN-FILE-STATUS     PIC XX.
       01  REJECT-FILE-STATUS    PIC XX.
       01  AWAITING-FILE-STATUS  PIC XX.
       01  POSTING-FILE-STATUS   PIC XX.
       01  MSG-FILE-STATUS       PIC XX.
       01  FILE-END-SWITCH       PIC X.
           88  NO-MORE-RECORDS               VALUE "Y".

       COPY INTRREG.
       01  LATEST-RUN-LINE       PIC X(153).

       01  BUSINESS-DATE         PIC 9(8).
       01  CUTOFF-TIME           PIC 9(4)    VALUE 1800.
       01  CURRENT-DATE-STAMP    PIC 9(8).
       01  CURRENT-TIME-RAW      PIC 9(8).
       01  CURRENT-HHMM          PIC 9(4).
       01  CUTOFF-SWITCH         PIC X       VALUE "N".
           88  PAST-THE-CUTOFF               VALUE "Y".
       01  LAST-RUN-NUMBER       PIC 9(3)    VALUE ZERO.
       01  RUN-NUMBER            PIC 9(3)    VALUE ZERO.
       01  RUN-STATUS            PIC X       VALUE SPACE.
           88  RUN-IS-TAKEN                  VALUE "T".
           88  RUN-IS-EDITED                 VALUE "E".
           88  RUN-IS-ADDED                  VALUE "A".
           88  RUN-IS-POSTED                 VALUE "G".
           88  RUN-IS-COMPLETE               VALUE "P".
       01  DAY-CLOSED-SWITCH     PIC X       VALUE "N".
           88  DAY-IS-CLOSED                 VALUE "Y".
       01  RUN-PENDING-SWITCH    PIC X       VALUE "N".
           88  RUN-IS-PENDING                VALUE "Y".
       01  RUN-STARTED-SWITCH    PIC X       VALUE "N".
           88  RUN-WAS-STARTED               VALUE "Y".
       01  RUN-FAILED-SWITCH     PIC X       VALUE "N".
           88  RUN-HAS-FAILED                VALUE "Y".
       01  KEYED-REFUSED-SWITCH  PIC X       VALUE "N".
           88  KEYED-FILE-WAS-REFUSED        VALUE "Y".
       01  POSTING-FOUND-SWITCH  PIC X.
           88  POSTING-WAS-FOUND             VALUE "Y".

       01  STEP-PROGRAM          PIC X(8).
       01  STEP-RETURN-CODE      PIC 9(4).
       01  LOWERED-PROGRAM       PIC X(8).
       01  LAUNCH-COMMAND        PIC X(50).
       01  ALERT-TEXT            PIC X(40).
       01  AWAITING-ADDED-COUNT  PIC 9(5)    VALUE ZERO.

       01  LOCK-JOB-NAME         PIC X(8)    VALUE "INTRDY01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".
       01  KEYED-LOCK-NAME       PIC X(8)    VALUE "ADDTRNK".
       01  KEYED-LOCK-ACTION     PIC X.
       01  KEYED-LOCK-RESULT     PIC X.
           88  KEYED-LOCK-ACQUIRED           VALUE "Y".
       01  KEYED-LOCK-ATTEMPTS   PIC 9(2).
       01  KEYED-LOCK-WAIT       PIC 9       VALUE 1.
       01  EXC-JOB-NAME          PIC X(8)    VALUE "INTRDY01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "INTRDY01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM GET-THE-CUTOFF
               PERFORM LOAD-THE-DAYS-RUNS
               PERFORM CHECK-THE-CUTOFF
      * A run left part way is always finished before new
      * pairs are taken, so there is never more than one.
               IF RUN-IS-PENDING
                   DISPLAY "Intraday run " RUN-NUMBER
                           " resumes at status " RUN-STATUS "."
                   PERFORM FINISH-THE-RUN
               ELSE
               IF DAY-IS-CLOSED
                   DISPLAY "Intraday posting is closed for "
                           BUSINESS-DATE "."
               ELSE
               IF PAST-THE-CUTOFF
                   PERFORM CLOSE-THE-DAY
               ELSE
                   PERFORM TAKE-THE-KEYED-PAIRS
                   IF RUN-WAS-STARTED
                       PERFORM FINISH-THE-RUN
                   END-IF
               END-IF
               END-IF
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "INTRDY01"
               IF RUN-HAS-FAILED
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF KEYED-FILE-WAS-REFUSED
                   MOVE 4 TO RETURN-CODE
               END-IF
               END-IF
           ELSE
               DISPLAY "INTRDY01 is already running, or the night's "
                       "ADD07 holds it; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "INTRDY01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-CUTOFF.
           OPEN INPUT INTRADAY-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               READ INTRADAY-CONTROL-FILE
                   NOT AT END
                       IF IK-CUTOFF-TIME IS NUMERIC
                           MOVE IK-CUTOFF-TIME TO CUTOFF-TIME
                       END-IF
               END-READ
           END-IF.
           CLOSE INTRADAY-CONTROL-FILE.

      * The register is a history: the last row for the
      * business date's highest run is where the day
      * stands, and a run 000 "C" row means it is closed.
       LOAD-THE-DAYS-RUNS.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT INTRADAY-REGISTER-FILE.
           IF REGISTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-REGISTER-ROW
               PERFORM UNTIL NO-MORE-RECORDS
                   MOVE REGISTER-LINE TO INTRADAY-REGISTER-RECORD
                   PERFORM NOTE-ONE-REGISTER-ROW
                   PERFORM READ-THE-NEXT-REGISTER-ROW
               END-PERFORM
           END-IF.
           CLOSE INTRADAY-REGISTER-FILE.
           IF LAST-RUN-NUMBER > ZERO
               MOVE LATEST-RUN-LINE TO INTRADAY-REGISTER-RECORD
               MOVE IY-RUN-NUMBER TO RUN-NUMBER
               MOVE IY-STATUS TO RUN-STATUS
               IF NOT RUN-IS-COMPLETE
                   MOVE "Y" TO RUN-PENDING-SWITCH
               END-IF
           END-IF.

       READ-THE-NEXT-REGISTER-ROW.
           READ INTRADAY-REGISTER-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       NOTE-ONE-REGISTER-ROW.
           IF  IY-BUSINESS-DATE = BUSINESS-DATE
           AND IY-RUN-NUMBER IS NUMERIC
               IF IY-RUN-NUMBER = ZERO
                   IF IY-STATUS = "C"
                       MOVE "Y" TO DAY-CLOSED-SWITCH
                   END-IF
               ELSE
               IF IY-RUN-NUMBER NOT < LAST-RUN-NUMBER
                   MOVE IY-RUN-NUMBER TO LAST-RUN-NUMBER
                   MOVE REGISTER-LINE TO LATEST-RUN-LINE
               END-IF
               END-IF
           END-IF.

      * The cutoff is a time on the business date; once
      * the calendar has moved past that date the day is
      * over whatever the clock says.
       CHECK-THE-CUTOFF.
           MOVE "N" TO CUTOFF-SWITCH.
           ACCEPT CURRENT-DATE-STAMP FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-RAW FROM TIME.
           MOVE CURRENT-TIME-RAW (1:4) TO CURRENT-HHMM.
           IF CURRENT-DATE-STAMP > BUSINESS-DATE
            OR CURRENT-HHMM NOT < CUTOFF-TIME
               MOVE "Y" TO CUTOFF-SWITCH
           END-IF.

       CLOSE-THE-DAY.
           MOVE SPACES TO INTRADAY-REGISTER-RECORD.
           MOVE BUSINESS-DATE TO IY-BUSINESS-DATE.
           MOVE ZERO TO IY-RUN-NUMBER.
           MOVE "C" TO IY-STATUS.
           PERFORM CLEAR-THE-RUN-FIGURES.
           MOVE "INTRDY01" TO IY-STEP-NAME.
           MOVE ZERO TO IY-STEP-RC.
           PERFORM WRITE-THE-REGISTER-ROW.
           DISPLAY "Cutoff " CUTOFF-TIME " reached; intraday "
                   "posting closed for " BUSINESS-DATE ".".

       CLEAR-THE-RUN-FIGURES.
           MOVE ZERO TO IY-TAKEN-COUNT IY-TAKEN-AMOUNT
                        IY-CLEAN-COUNT IY-CLEAN-AMOUNT
                        IY-REJECT-COUNT IY-REJECT-AMOUNT
                        IY-POSTED-COUNT IY-POSTED-AMOUNT
                        IY-REFUSED-COUNT IY-REFUSED-AMOUNT.

      * ADDENT01 appends under the same lock, so a batch
      * being released is waited for and never half taken.
      * The run's row goes on the register before
      * ADDTRNK.DAT is emptied: a job lost between the two
      * leaves the pairs on both, never on neither.
       TAKE-THE-KEYED-PAIRS.
           PERFORM LOCK-THE-KEYED-FILE.
           IF NOT KEYED-LOCK-ACQUIRED
               DISPLAY "ADDTRNK.DAT is held by ADDENT01; no "
                       "intraday run this time."
               MOVE "Intraday run not started; ADDTRNK locked"
                   TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               MOVE "Y" TO KEYED-REFUSED-SWITCH
           ELSE
               MOVE SPACES TO INTRADAY-REGISTER-RECORD
               PERFORM CLEAR-THE-RUN-FIGURES
               PERFORM COPY-THE-KEYED-PAIRS
               IF IY-TAKEN-COUNT > ZERO
                   IF LAST-RUN-NUMBER = ZERO
                       PERFORM START-THE-INTRADAY-DAY
                   END-IF
                   ADD 1 TO LAST-RUN-NUMBER
                   MOVE LAST-RUN-NUMBER TO RUN-NUMBER
                   MOVE BUSINESS-DATE TO IY-BUSINESS-DATE
                   MOVE RUN-NUMBER TO IY-RUN-NUMBER
                   MOVE "T" TO RUN-STATUS
                   MOVE RUN-STATUS TO IY-STATUS
                   MOVE "INTRDY01" TO IY-STEP-NAME
                   MOVE ZERO TO IY-STEP-RC
                   PERFORM WRITE-THE-REGISTER-ROW
                   OPEN OUTPUT KEYED-TRANSACTION-FILE
                   CLOSE KEYED-TRANSACTION-FILE
                   MOVE "Y" TO RUN-STARTED-SWITCH
                   DISPLAY "Intraday run " RUN-NUMBER " takes "
                           IY-TAKEN-COUNT " keyed pairs."
               ELSE
                   DISPLAY "No keyed pairs waiting; no intraday "
                           "run this time."
               END-IF
               MOVE "U" TO KEYED-LOCK-ACTION
               CALL "JOBLOCK" USING KEYED-LOCK-NAME
                                     KEYED-LOCK-ACTION
                                     KEYED-LOCK-RESULT
           END-IF.

      * A release takes a moment, so a refused lock is
      * tried again once a second for half a minute.
       LOCK-THE-KEYED-FILE.
           MOVE ZERO TO KEYED-LOCK-ATTEMPTS.
           MOVE "N" TO KEYED-LOCK-RESULT.
           PERFORM UNTIL KEYED-LOCK-ACQUIRED
                      OR KEYED-LOCK-ATTEMPTS = 30
               IF KEYED-LOCK-ATTEMPTS > 0
                   CALL "C$SLEEP" USING KEYED-LOCK-WAIT
               END-IF
               ADD 1 TO KEYED-LOCK-ATTEMPTS
               MOVE "L" TO KEYED-LOCK-ACTION
               CALL "JOBLOCK" USING KEYED-LOCK-NAME
                                     KEYED-LOCK-ACTION
                                     KEYED-LOCK-RESULT
           END-PERFORM.

       COPY-THE-KEYED-PAIRS.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT KEYED-TRANSACTION-FILE.
           OPEN OUTPUT RUN-TRANSACTION-FILE.
           IF KEYED-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-KEYED-PAIR
               PERFORM UNTIL NO-MORE-RECORDS
                   MOVE ADD-TRANSACTION-PACKED
                       TO RUN-TRANSACTION-IMAGE
                   WRITE RUN-TRANSACTION-IMAGE
                   IF TT-SOURCE-PAIR
                       ADD 1 TO IY-TAKEN-COUNT
                       ADD FIRST-NUMBER SECOND-NUMBER
                           TO IY-TAKEN-AMOUNT
                   END-IF
                   PERFORM READ-THE-NEXT-KEYED-PAIR
               END-PERFORM
           END-IF.
           CLOSE KEYED-TRANSACTION-FILE.
           CLOSE RUN-TRANSACTION-FILE.

       READ-THE-NEXT-KEYED-PAIR.
           READ KEYED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

      * Whatever a day without a closing night left on the
      * day's trailers and extract lines goes before its
      * first run; ADD07 and GLPOST01 add to both after.
       START-THE-INTRADAY-DAY.
           OPEN OUTPUT DAY-CONTROL-FILE.
           CLOSE DAY-CONTROL-FILE.
           OPEN OUTPUT DAY-EXTRACT-FILE.
           CLOSE DAY-EXTRACT-FILE.

      * Each step moves the run one status on, so a run
      * resumed part way starts at the step it stopped
      * at; a step that fails leaves the status where it
      * was and the steps after it are not reached.
       FINISH-THE-RUN.
           IF RUN-IS-TAKEN
               PERFORM RUN-THE-PRE-EDIT
           END-IF.
           IF RUN-IS-EDITED
               PERFORM RUN-THE-ADD
           END-IF.
           IF RUN-IS-ADDED
               PERFORM RUN-THE-POSTING
           END-IF.
           IF RUN-IS-POSTED
               PERFORM COMPLETE-THE-RUN
           END-IF.

       RUN-THE-PRE-EDIT.
           MOVE "ADDEDT01" TO STEP-PROGRAM.
           PERFORM LAUNCH-THE-STEP.
           IF NOT RUN-HAS-FAILED
               PERFORM TALLY-THE-PRE-EDIT
               MOVE "E" TO RUN-STATUS
               PERFORM RECORD-THE-STEP
           END-IF.

       RUN-THE-ADD.
           MOVE "ADD07" TO STEP-PROGRAM.
           PERFORM LAUNCH-THE-STEP.
           IF NOT RUN-HAS-FAILED
               MOVE "A" TO RUN-STATUS
               PERFORM RECORD-THE-STEP
           END-IF.

      * GLPOST01 leaves the run's figures on GLPSTCI.DAT;
      * a clean return without them is no posting at all.
       RUN-THE-POSTING.
           MOVE "GLPOST01" TO STEP-PROGRAM.
           PERFORM LAUNCH-THE-STEP.
           IF NOT RUN-HAS-FAILED
               PERFORM GET-THE-POSTING-FIGURES
               IF POSTING-WAS-FOUND
                   MOVE "G" TO RUN-STATUS
                   PERFORM RECORD-THE-STEP
               ELSE
                   MOVE 8 TO STEP-RETURN-CODE
                   PERFORM RECORD-THE-FAILED-STEP
               END-IF
           END-IF.

       COMPLETE-THE-RUN.
           PERFORM ADD-THE-RUN-TO-AWAITING.
           MOVE "INTRDY01" TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RETURN-CODE.
           MOVE "P" TO RUN-STATUS.
           PERFORM RECORD-THE-STEP.
           DISPLAY "Intraday run " RUN-NUMBER " complete; "
                   AWAITING-ADDED-COUNT " pairs await ARPOST01.".

      * Same launch STREAM01 makes: the step runs as its
      * own run unit and its exit status comes back in
      * RETURN-CODE, captured and reset so it doesn't
      * ride out as this job's own.
       LAUNCH-THE-STEP.
           MOVE FUNCTION LOWER-CASE (STEP-PROGRAM)
               TO LOWERED-PROGRAM.
           MOVE SPACES TO LAUNCH-COMMAND.
           STRING LOWERED-PROGRAM DELIMITED BY SPACE
                  " INTRADAY " DELIMITED BY SIZE
                  RUN-NUMBER DELIMITED BY SIZE
               INTO LAUNCH-COMMAND.
           DISPLAY "Launching " LAUNCH-COMMAND.
           CALL "SYSTEM" USING LAUNCH-COMMAND.
           MOVE RETURN-CODE TO STEP-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE.
      * The warning/failure line is drawn on the step's own
      * code, which the shell hands back in the high byte.
           IF STEP-RETURN-CODE > 255
               DIVIDE 256 INTO STEP-RETURN-CODE
           END-IF.
           IF STEP-RETURN-CODE NOT < 8
               PERFORM RECORD-THE-FAILED-STEP
           END-IF.

       TALLY-THE-PRE-EDIT.
           MOVE ZERO TO IY-CLEAN-COUNT IY-CLEAN-AMOUNT
                        IY-REJECT-COUNT IY-REJECT-AMOUNT.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT CLEAN-TRANSACTION-FILE.
           IF CLEAN-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CLEAN-PAIR
               PERFORM UNTIL NO-MORE-RECORDS
                   ADD 1 TO IY-CLEAN-COUNT
                   ADD CN-FIRST-NUMBER CN-SECOND-NUMBER
                       TO IY-CLEAN-AMOUNT
                   PERFORM READ-THE-NEXT-CLEAN-PAIR
               END-PERFORM
           END-IF.
           CLOSE CLEAN-TRANSACTION-FILE.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-REJECT
               PERFORM UNTIL NO-MORE-RECORDS
                   ADD 1 TO IY-REJECT-COUNT
                   ADD RJ-FIRST-NUMBER RJ-SECOND-NUMBER
                       TO IY-REJECT-AMOUNT
                   PERFORM READ-THE-NEXT-REJECT
               END-PERFORM
           END-IF.
           CLOSE REJECT-FILE.

       READ-THE-NEXT-CLEAN-PAIR.
           READ CLEAN-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       READ-THE-NEXT-REJECT.
           READ REJECT-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       GET-THE-POSTING-FIGURES.
           MOVE "N" TO POSTING-FOUND-SWITCH.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF POSTING-FILE-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   NOT AT END
                       IF  GO-BUSINESS-DATE = BUSINESS-DATE
                       AND GO-INTRADAY-RUN = RUN-NUMBER
                           MOVE "Y" TO POSTING-FOUND-SWITCH
                           MOVE GO-POSTED-COUNT TO IY-POSTED-COUNT
                           MOVE GO-POSTED-AMOUNT TO IY-POSTED-AMOUNT
                           MOVE GO-REJECTED-COUNT
                               TO IY-REFUSED-COUNT
                           MOVE GO-REJECTED-AMOUNT
                               TO IY-REFUSED-AMOUNT
                       END-IF
               END-READ
           END-IF.
           CLOSE POSTING-CONTROL-FILE.

      * ARPOST01 takes ADDTRNID.DAT after the night's own
      * feed and empties it, and ADDEDT01 counts what is
      * on it against its customers' credit in the
      * meantime.
       ADD-THE-RUN-TO-AWAITING.
           MOVE ZERO TO AWAITING-ADDED-COUNT.
           OPEN EXTEND AWAITING-RECEIVABLE-FILE.
           IF AWAITING-FILE-STATUS NOT = "00"
               OPEN OUTPUT AWAITING-RECEIVABLE-FILE
               CLOSE AWAITING-RECEIVABLE-FILE
               OPEN EXTEND AWAITING-RECEIVABLE-FILE
           END-IF.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT CLEAN-TRANSACTION-FILE.
           IF CLEAN-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CLEAN-PAIR
               PERFORM UNTIL NO-MORE-RECORDS
                   MOVE CLEAN-TRANSACTION-PACKED
                       TO AWAITING-TRANSACTION-IMAGE
                   WRITE AWAITING-TRANSACTION-IMAGE
                   ADD 1 TO AWAITING-ADDED-COUNT
                   PERFORM READ-THE-NEXT-CLEAN-PAIR
               END-PERFORM
           END-IF.
           CLOSE CLEAN-TRANSACTION-FILE.
           CLOSE AWAITING-RECEIVABLE-FILE.

       RECORD-THE-STEP.
           MOVE RUN-STATUS TO IY-STATUS.
           MOVE STEP-PROGRAM TO IY-STEP-NAME.
           MOVE STEP-RETURN-CODE TO IY-STEP-RC.
           PERFORM WRITE-THE-REGISTER-ROW.

      * The failed step's row keeps the run's status, so
      * the next start runs the same step again.
       RECORD-THE-FAILED-STEP.
           MOVE "Y" TO RUN-FAILED-SWITCH.
           MOVE SPACES TO ALERT-TEXT.
           STRING "Intraday run " DELIMITED BY SIZE
                  RUN-NUMBER DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  STEP-PROGRAM DELIMITED BY SPACE
                  " failed" DELIMITED BY SIZE
               INTO ALERT-TEXT.
           DISPLAY "ALERT: " ALERT-TEXT " (RC " STEP-RETURN-CODE ")".
           PERFORM RAISE-THE-ALERT.
           MOVE ALERT-TEXT TO EXC-TEXT.
           MOVE "CTRL" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.
           PERFORM RECORD-THE-STEP.

       WRITE-THE-REGISTER-ROW.
           ACCEPT IY-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-RAW FROM TIME.
           MOVE CURRENT-TIME-RAW (1:6) TO IY-STAMP-TIME.
           OPEN EXTEND INTRADAY-REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT INTRADAY-REGISTER-FILE
               CLOSE INTRADAY-REGISTER-FILE
               OPEN EXTEND INTRADAY-REGISTER-FILE
           END-IF.
           MOVE INTRADAY-REGISTER-RECORD TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE INTRADAY-REGISTER-FILE.

       RAISE-THE-ALERT.
           OPEN EXTEND OPERATOR-MESSAGE-FILE.
           IF MSG-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-MESSAGE-FILE
               CLOSE OPERATOR-MESSAGE-FILE
               OPEN EXTEND OPERATOR-MESSAGE-FILE
           END-IF.
           MOVE SPACES TO OPERATOR-MESSAGE-RECORD.
           MOVE BUSINESS-DATE TO OM-RUN-DATE.
           ACCEPT OM-RUN-TIME FROM TIME.
           MOVE ALERT-TEXT TO OM-MESSAGE-TEXT.
           WRITE OPERATOR-MESSAGE-RECORD.
           CLOSE OPERATOR-MESSAGE-FILE.
