       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATREV01.
      *--------------------------------------------------
      * Held exchange-rate screen. The RATIMP01 treasury
      * rate import keeps off CURRATE.DAT every rate that
      * moved by more than its RATETOL.DAT tolerance, a
      * currency's first rate, and any rate behind one
      * still waiting, holding them on RATEHOLD.DAT. Each
      * still-open rate is shown in turn, the way APRREV01
      * walks the high-value approvals, with the rate it
      * was measured against when it was held and the rate
      * in force before it now, to be:
      *
      *   A)pproved -- it is appended to CURRATE.DAT there
      *   and then, and every run from then on converts at
      *   it from its effective date;
      *
      *   reJ)ected -- it never loads, and treasury is
      *   asked for the rate again;
      *
      *   S)kipped, or Q)uit for now.
      *
      * Approve and reject both go through the shared
      * DUALAUTH routine, so no one operator can put a
      * rate on file alone. A currency's held rates are
      * decided in date order: one cannot be approved
      * while an earlier one for its currency is still
      * open, nor once a rate on or after its date is on
      * CURRATE.DAT. Any operator on OPERCTL.DAT not
      * suspended at access recertification may work the
      * screen. The operator and the clock are stamped on
      * every rate decided, and RATEHOLD.DAT is rewritten
      * after a GENBACK generation, under the CURRATE lock
      * the import holds.
      *
      * OPERCTL.DAT is checked against its control seal
      * before anything is loaded.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-HOLD-FILE ASSIGN TO "RATEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-CONTROL-FILE
               ASSIGN TO "OPERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-HOLD-FILE.
       COPY RATEHOLD.

       FD  CURRENCY-RATE-FILE.
       COPY CURRATE.

       FD  OPERATOR-CONTROL-FILE.
       COPY OPERCTL.

       WORKING-STORAGE SECTION.

       01  HOLD-FILE-STATUS      PIC XX.
       01  RATE-FILE-STATUS      PIC XX.
       01  OPER-FILE-STATUS      PIC XX.
       01  HOLD-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-HOLD-RECORDS          VALUE "Y".
       01  RATE-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-RATE-RECORDS          VALUE "Y".
       01  OPER-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-OPERATORS             VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  OPERATOR-SWITCH       PIC X       VALUE "N".
           88  OPERATOR-IS-ACTIVE            VALUE "Y".

       01  ANSWER-CODE           PIC X.
       01  QUIT-SWITCH           PIC X       VALUE "N".
           88  TIME-TO-QUIT                  VALUE "Y".

       01  JOB-NAME              PIC X(8)    VALUE "RATREV01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  REQUESTER-ID          PIC X(8).
       01  DUAL-ACTION-TEXT      PIC X(40).
       01  DUAL-APPROVED-SWITCH  PIC X.
           88  DECISION-IS-APPROVED          VALUE "Y".
       01  CLOCK-DATE            PIC 9(8).
       01  CLOCK-TIME            PIC 9(8).

      * The whole hold file as record images.
       01  HOLD-COUNT            PIC 9(4)    VALUE ZERO.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON HOLD-COUNT
                           INDEXED BY HW-IDX CHECK-IDX.
               10  HWT-RECORD-IMAGE  PIC X(109).
       01  CHECK-RECORD.
           05  CHK-CURRENCY-CODE     PIC X(03).
           05  FILLER                PIC X.
           05  CHK-EFFECTIVE-DATE    PIC 9(8).
           05  FILLER                PIC X(73).
           05  CHK-DISPOSITION       PIC X.
           05  FILLER                PIC X(23).

       01  RATE-COUNT            PIC 9(4)    VALUE ZERO.
       01  RATE-TABLE.
           05  RATE-ENTRY        OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON RATE-COUNT
                                  INDEXED BY RT-IDX.
               10  RTT-CURRENCY-CODE   PIC X(03).
               10  RTT-EFFECTIVE-DATE  PIC 9(8).
               10  RTT-RATE            PIC 9(3)V9(6).

      * What the rate table says about the held rate now.
       01  LATER-RATE-SWITCH     PIC X.
           88  A-LATER-RATE-IS-ON-FILE       VALUE "Y".
       01  EARLIER-HOLD-SWITCH   PIC X.
           88  AN-EARLIER-HOLD-IS-OPEN       VALUE "Y".
       01  PRIOR-FOUND-SWITCH    PIC X.
           88  PRIOR-RATE-WAS-FOUND          VALUE "Y".
       01  PRIOR-DATE            PIC 9(8).
       01  PRIOR-RATE            PIC 9(3)V9(6).
       01  MOVE-AMOUNT           PIC S9(3)V9(6).
       01  MOVE-PERCENT          PIC 9(5)V99.

       01  SHOWN-RATE            PIC ZZ9.999999.
       01  SHOWN-PRIOR-RATE      PIC ZZ9.999999.
       01  SHOWN-MOVE            PIC ZZZZ9.99.
       01  SHOWN-TOLERANCE       PIC Z9.99.
       01  SHOWN-DATE            PIC 9999/99/99.
       01  SHOWN-PRIOR-DATE      PIC 9999/99/99.

       01  APPROVED-COUNT        PIC 9(4)    VALUE ZERO.
       01  REJECTED-COUNT        PIC 9(4)    VALUE ZERO.
       01  OPEN-LEFT-COUNT       PIC 9(4)    VALUE ZERO.

       01  HOLD-MASTER-NAME      PIC X(8)    VALUE "RATEHOLD".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "RATREV01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "CURRATE".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "RATREV01".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM CHECK-THE-OPERATOR.
           IF NOT OPERATOR-IS-ACTIVE
               DISPLAY "Operator " OPERATOR-ID
                       " may not work the held rates."
               MOVE "Rate review refused; no operator"
                   TO EXC-TEXT
               MOVE "AUTH" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "RATREV01"
               MOVE 8 TO RETURN-CODE
           ELSE
           MOVE "L" TO LOCK-ACTION
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT
           IF JOB-LOCK-ACQUIRED
               PERFORM LOAD-THE-RATE-TABLE
               PERFORM LOAD-THE-HOLD-FILE
               IF LOAD-DID-OVERFLOW
      * Rewriting the file from a partial table would drop
      * the records left out, and a partial rate table
      * could pass a rate behind a later one, so nothing
      * is worked.
                   DISPLAY "RATEHOLD.DAT or CURRATE.DAT exceeds the "
                           "table; nothing can be worked."
                   MOVE "Held rate table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
               IF HOLD-COUNT = ZERO
                   DISPLAY "No exchange rates awaiting approval."
               ELSE
                   PERFORM REVIEW-ONE-RATE
                       VARYING HW-IDX FROM 1 BY 1
                       UNTIL HW-IDX > HOLD-COUNT
                          OR TIME-TO-QUIT
                   IF APPROVED-COUNT + REJECTED-COUNT > ZERO
                       PERFORM SAVE-THE-HOLD-FILE
                   END-IF
                   DISPLAY "Rates approved: " APPROVED-COUNT
                   DISPLAY "Rates rejected: " REJECTED-COUNT
                   DISPLAY "Still open:     " OPEN-LEFT-COUNT
               END-IF
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "RATREV01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The rate table is in use; "
                       "try again later."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "RATREV01"
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       CHECK-THE-OPERATOR.
           MOVE "N" TO OPERATOR-SWITCH.
           OPEN INPUT OPERATOR-CONTROL-FILE.
           IF OPER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-OPERATOR
               PERFORM UNTIL NO-MORE-OPERATORS
                   IF  OC-OPERATOR-ID = OPERATOR-ID
                   AND NOT OC-ACCOUNT-IS-SUSPENDED
                       MOVE "Y" TO OPERATOR-SWITCH
                   END-IF
                   PERFORM READ-THE-NEXT-OPERATOR
               END-PERFORM
           END-IF.
           CLOSE OPERATOR-CONTROL-FILE.

       READ-THE-NEXT-OPERATOR.
           READ OPERATOR-CONTROL-FILE
               AT END
                   MOVE "Y" TO OPER-END-SWITCH
           END-READ.

       REVIEW-ONE-RATE.
           MOVE HWT-RECORD-IMAGE (HW-IDX) TO RATE-HOLD-RECORD.
           IF RH-DISPOSITION = "O"
               PERFORM SHOW-AND-ASK
           END-IF.

       SHOW-AND-ASK.
           PERFORM FIND-THE-RATE-IN-FORCE.
           PERFORM FIND-AN-EARLIER-HOLD.
           MOVE RH-EFFECTIVE-DATE TO SHOWN-DATE.
           MOVE RH-RATE TO SHOWN-RATE.
           MOVE RH-TOLERANCE-PERCENT TO SHOWN-TOLERANCE.
           DISPLAY " ".
           DISPLAY "Held " RH-HOLD-DATE
                   "  " RH-CURRENCY-CODE
                   "  effective " SHOWN-DATE
                   "  rate " SHOWN-RATE.
           DISPLAY "  Held for " RH-HOLD-REASON
                   "  tolerance " SHOWN-TOLERANCE "%".
           IF RH-PRIOR-DATE = ZERO
               DISPLAY "  No rate on file for " RH-CURRENCY-CODE
                       " when it was held."
           ELSE
               MOVE RH-PRIOR-DATE TO SHOWN-PRIOR-DATE
               MOVE RH-PRIOR-RATE TO SHOWN-PRIOR-RATE
               MOVE RH-MOVE-PERCENT TO SHOWN-MOVE
               DISPLAY "  When held: " SHOWN-PRIOR-RATE
                       " from " SHOWN-PRIOR-DATE
                       "  move " SHOWN-MOVE "%"
           END-IF.
           IF PRIOR-RATE-WAS-FOUND
               MOVE PRIOR-DATE TO SHOWN-PRIOR-DATE
               MOVE PRIOR-RATE TO SHOWN-PRIOR-RATE
               MOVE MOVE-PERCENT TO SHOWN-MOVE
               DISPLAY "  In force:  " SHOWN-PRIOR-RATE
                       " from " SHOWN-PRIOR-DATE
                       "  move " SHOWN-MOVE "%"
           END-IF.
           IF A-LATER-RATE-IS-ON-FILE
               DISPLAY "  A rate on or after this date is already "
                       "on CURRATE.DAT; it can only be rejected."
           END-IF.
           IF AN-EARLIER-HOLD-IS-OPEN
               DISPLAY "  An earlier held rate for "
                       RH-CURRENCY-CODE " is still open; decide "
                       "that one first."
           END-IF.
           DISPLAY "A)pprove  reJ)ect  S)kip  Q)uit?".
           MOVE SPACE TO ANSWER-CODE.
           ACCEPT ANSWER-CODE.
           EVALUATE ANSWER-CODE
               WHEN "A"
               WHEN "a"
                   IF A-LATER-RATE-IS-ON-FILE
                   OR AN-EARLIER-HOLD-IS-OPEN
                       DISPLAY "Not approved; left open."
                       ADD 1 TO OPEN-LEFT-COUNT
                   ELSE
                       MOVE SPACES TO DUAL-ACTION-TEXT
                       STRING "Approve held exchange rate "
                                  DELIMITED BY SIZE
                              RH-CURRENCY-CODE DELIMITED BY SIZE
                           INTO DUAL-ACTION-TEXT
                       PERFORM ASK-FOR-DUAL-CONTROL
                       IF DECISION-IS-APPROVED
                           PERFORM LOAD-THE-HELD-RATE
                           MOVE "A" TO RH-DISPOSITION
                           PERFORM STAMP-THE-RATE
                           ADD 1 TO APPROVED-COUNT
                           DISPLAY "Approved; added to CURRATE.DAT."
                       ELSE
                           ADD 1 TO OPEN-LEFT-COUNT
                       END-IF
                   END-IF
               WHEN "J"
               WHEN "j"
                   MOVE SPACES TO DUAL-ACTION-TEXT
                   STRING "Reject held exchange rate "
                              DELIMITED BY SIZE
                          RH-CURRENCY-CODE DELIMITED BY SIZE
                       INTO DUAL-ACTION-TEXT
                   PERFORM ASK-FOR-DUAL-CONTROL
                   IF DECISION-IS-APPROVED
                       MOVE "J" TO RH-DISPOSITION
                       PERFORM STAMP-THE-RATE
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY "Rejected."
                   ELSE
                       ADD 1 TO OPEN-LEFT-COUNT
                   END-IF
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO QUIT-SWITCH
                   ADD 1 TO OPEN-LEFT-COUNT
               WHEN OTHER
                   ADD 1 TO OPEN-LEFT-COUNT
           END-EVALUATE.

      * A feed rate has no keyer, so the operator at the
      * screen asks; DUALAUTH will not take them as the
      * second operator.
       ASK-FOR-DUAL-CONTROL.
           MOVE OPERATOR-ID TO REQUESTER-ID.
           CALL "DUALAUTH" USING JOB-NAME REQUESTER-ID
                                  DUAL-ACTION-TEXT
                                  DUAL-APPROVED-SWITCH.
           IF NOT DECISION-IS-APPROVED
               MOVE "Held rate decision refused dual ctl"
                   TO EXC-TEXT
               MOVE "AUTH" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

      * The approved rate goes on at once, and into the
      * table so a later held rate for the currency is
      * measured against it.
       LOAD-THE-HELD-RATE.
           OPEN EXTEND CURRENCY-RATE-FILE.
           IF RATE-FILE-STATUS NOT = "00"
               OPEN OUTPUT CURRENCY-RATE-FILE
               CLOSE CURRENCY-RATE-FILE
               OPEN EXTEND CURRENCY-RATE-FILE
           END-IF.
           MOVE SPACES TO CURRENCY-RATE-RECORD.
           MOVE RH-CURRENCY-CODE TO CU-CURRENCY-CODE.
           MOVE RH-EFFECTIVE-DATE TO CU-EFFECTIVE-DATE.
           MOVE RH-RATE TO CU-RATE.
           WRITE CURRENCY-RATE-RECORD.
           CLOSE CURRENCY-RATE-FILE.
           IF RATE-COUNT < 5000
               ADD 1 TO RATE-COUNT
               SET RT-IDX TO RATE-COUNT
               MOVE RH-CURRENCY-CODE TO RTT-CURRENCY-CODE (RT-IDX)
               MOVE RH-EFFECTIVE-DATE TO RTT-EFFECTIVE-DATE (RT-IDX)
               MOVE RH-RATE TO RTT-RATE (RT-IDX)
           END-IF.
           MOVE SPACES TO EXC-TEXT.
           STRING "Held rate " DELIMITED BY SIZE
                  RH-CURRENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RH-EFFECTIVE-DATE DELIMITED BY SIZE
                  " approved, loaded" DELIMITED BY SIZE
               INTO EXC-TEXT.
           MOVE "CTRL" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.

       STAMP-THE-RATE.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-TIME FROM TIME.
           MOVE OPERATOR-ID TO RH-WORKED-BY.
           MOVE CLOCK-DATE TO RH-WORKED-DATE.
           MOVE CLOCK-TIME (1:4) TO RH-WORKED-TIME.
           MOVE RATE-HOLD-RECORD TO HWT-RECORD-IMAGE (HW-IDX).

       SAVE-THE-HOLD-FILE.
           CALL "GENBACK" USING HOLD-MASTER-NAME.
           OPEN OUTPUT RATE-HOLD-FILE.
           PERFORM WRITE-ONE-HELD-RATE
               VARYING HW-IDX FROM 1 BY 1
               UNTIL HW-IDX > HOLD-COUNT.
           CLOSE RATE-HOLD-FILE.

       WRITE-ONE-HELD-RATE.
           MOVE HWT-RECORD-IMAGE (HW-IDX) TO RATE-HOLD-RECORD.
           WRITE RATE-HOLD-RECORD.

      * Level 3 routines
      * The latest rate on file before the held one's date,
      * and whether any is on file at or after it.
       FIND-THE-RATE-IN-FORCE.
           MOVE "N" TO LATER-RATE-SWITCH.
           MOVE "N" TO PRIOR-FOUND-SWITCH.
           MOVE ZERO TO PRIOR-DATE PRIOR-RATE MOVE-PERCENT.
           PERFORM CHECK-ONE-RATE-ENTRY
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > RATE-COUNT.
           IF PRIOR-RATE-WAS-FOUND
               COMPUTE MOVE-AMOUNT = RH-RATE - PRIOR-RATE
               IF MOVE-AMOUNT < ZERO
                   COMPUTE MOVE-AMOUNT = ZERO - MOVE-AMOUNT
               END-IF
               COMPUTE MOVE-PERCENT ROUNDED =
                   MOVE-AMOUNT * 100 / PRIOR-RATE
                   ON SIZE ERROR
                       MOVE 99999.99 TO MOVE-PERCENT
               END-COMPUTE
           END-IF.

       CHECK-ONE-RATE-ENTRY.
           IF RTT-CURRENCY-CODE (RT-IDX) = RH-CURRENCY-CODE
               IF RTT-EFFECTIVE-DATE (RT-IDX) >= RH-EFFECTIVE-DATE
                   MOVE "Y" TO LATER-RATE-SWITCH
               ELSE
                   IF RTT-EFFECTIVE-DATE (RT-IDX) >= PRIOR-DATE
                       MOVE "Y" TO PRIOR-FOUND-SWITCH
                       MOVE RTT-EFFECTIVE-DATE (RT-IDX) TO PRIOR-DATE
                       MOVE RTT-RATE (RT-IDX) TO PRIOR-RATE
                   END-IF
               END-IF
           END-IF.

       FIND-AN-EARLIER-HOLD.
           MOVE "N" TO EARLIER-HOLD-SWITCH.
           PERFORM CHECK-ONE-OTHER-HOLD
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > HOLD-COUNT.

       CHECK-ONE-OTHER-HOLD.
           MOVE HWT-RECORD-IMAGE (CHECK-IDX) TO CHECK-RECORD.
           IF  CHK-DISPOSITION = "O"
           AND CHK-CURRENCY-CODE = RH-CURRENCY-CODE
           AND CHK-EFFECTIVE-DATE < RH-EFFECTIVE-DATE
               MOVE "Y" TO EARLIER-HOLD-SWITCH
           END-IF.

       LOAD-THE-HOLD-FILE.
           OPEN INPUT RATE-HOLD-FILE.
           IF HOLD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HOLD-RECORD
               PERFORM UNTIL NO-MORE-HOLD-RECORDS
                   IF HOLD-COUNT >= 2000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO HOLD-END-SWITCH
                   ELSE
                       ADD 1 TO HOLD-COUNT
                       SET HW-IDX TO HOLD-COUNT
                       MOVE RATE-HOLD-RECORD
                           TO HWT-RECORD-IMAGE (HW-IDX)
                       PERFORM READ-THE-NEXT-HOLD-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE RATE-HOLD-FILE.

       READ-THE-NEXT-HOLD-RECORD.
           READ RATE-HOLD-FILE
               AT END
                   MOVE "Y" TO HOLD-END-SWITCH
           END-READ.

       LOAD-THE-RATE-TABLE.
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

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "RATREV01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "RATREV01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
