       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATIMP01.
      *--------------------------------------------------
      * Treasury exchange-rate import. The CURRATE.DAT
      * rate table used to be keyed by hand from the
      * treasury e-mail, and every program that converts
      * to the base currency trusts whatever is on it, so
      * one misplaced decimal restated every foreign
      * transaction that night. Treasury now sends the
      * day's rates as a TRSRATE.DAT file in the CURRATE
      * layout -- currency, effective date, rate -- and
      * this step takes them in ahead of the ADDEDT01
      * pre-edit.
      *
      * Each rate is edited: the currency must be one
      * RATETOL.DAT names and not the base currency, the
      * effective date a real date, and the rate numeric
      * and not zero. A rate for a currency and date
      * already on CURRATE.DAT is passed over when it is
      * the same rate (a file sent twice) and rejected
      * when it is not; so is one dated before the latest
      * rate on file for its currency, since the nights
      * already converted at that rate are not restated.
      *
      * An edited rate is measured against the rate before
      * it for its currency -- the latest on CURRATE.DAT
      * or earlier in the same file. One that moves by
      * more than the RATETOL.DAT tolerance, up or down,
      * a currency's first rate, and any rate behind an
      * earlier one for its currency still waiting, goes
      * to RATEHOLD.DAT to be approved on RATREV01 under
      * dual control; the rest are appended to
      * CURRATE.DAT. The step ends RC 4 when anything is
      * held or rejected, so the pre-edit still runs on
      * the rates already in force.
      *
      * RATIMP.DAT lists every rate with its move and what
      * became of it. The step holds the CURRATE lock,
      * which RATREV01 also takes.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TREASURY-RATE-FILE
               ASSIGN TO "TRSRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREASURY-FILE-STATUS.

           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT OPTIONAL RATE-TOLERANCE-FILE
               ASSIGN TO "RATETOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-FILE-STATUS.

           SELECT OPTIONAL RATE-HOLD-FILE ASSIGN TO "RATEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT IMPORT-REPORT-FILE ASSIGN TO "RATIMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TREASURY-RATE-FILE.
       COPY CURRATE REPLACING CURRENCY-RATE-RECORD
                           BY TREASURY-RATE-RECORD
                           CU-CURRENCY-CODE BY TR-CURRENCY-CODE
                           CU-EFFECTIVE-DATE BY TR-EFFECTIVE-DATE
                           CU-RATE BY TR-RATE.

       FD  CURRENCY-RATE-FILE.
       COPY CURRATE.

       FD  RATE-TOLERANCE-FILE.
       COPY RATETOL.

       FD  RATE-HOLD-FILE.
       COPY RATEHOLD.

       FD  IMPORT-REPORT-FILE.
       01  IMPORT-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       01  TREASURY-FILE-STATUS  PIC XX.
       01  RATE-FILE-STATUS      PIC XX.
       01  TOLERANCE-FILE-STATUS PIC XX.
       01  HOLD-FILE-STATUS      PIC XX.
       01  TREASURY-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-TREASURY-RATES        VALUE "Y".
       01  RATE-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-RATE-RECORDS          VALUE "Y".
       01  TOLERANCE-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-TOLERANCE-RECORDS     VALUE "Y".
       01  HOLD-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-HOLD-RECORDS          VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  BASE-CURRENCY         PIC X(03)   VALUE "USD".

       01  TOLERANCE-COUNT       PIC 9(3)    VALUE ZERO.
       01  TOLERANCE-TABLE.
           05  TOLERANCE-ENTRY OCCURS 1 TO 100 TIMES
                                DEPENDING ON TOLERANCE-COUNT
                                INDEXED BY TL-IDX.
               10  TLT-CURRENCY-CODE   PIC X(03).
               10  TLT-TOLERANCE       PIC 9(2)V99.
       01  TOLERANCE-FOUND-SWITCH PIC X.
           88  TOLERANCE-WAS-FOUND           VALUE "Y".

      * Every rate on CURRATE.DAT, and every one taken in
      * tonight as it is appended.
       01  RATE-COUNT            PIC 9(4)    VALUE ZERO.
       01  RATE-TABLE.
           05  RATE-ENTRY        OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON RATE-COUNT
                                  INDEXED BY RT-IDX.
               10  RTT-CURRENCY-CODE   PIC X(03).
               10  RTT-EFFECTIVE-DATE  PIC 9(8).
               10  RTT-RATE            PIC 9(3)V9(6).

      * The rates still waiting on RATEHOLD.DAT, and every
      * one held tonight.
       01  HELD-COUNT            PIC 9(4)    VALUE ZERO.
       01  HELD-TABLE.
           05  HELD-ENTRY        OCCURS 1 TO 1000 TIMES
                                  DEPENDING ON HELD-COUNT
                                  INDEXED BY HD-IDX.
               10  HDT-CURRENCY-CODE   PIC X(03).
               10  HDT-EFFECTIVE-DATE  PIC 9(8).

      * The rate in hand and what is known about it.
       01  NEW-CURRENCY          PIC X(03).
       01  NEW-DATE              PIC 9(8).
       01  NEW-RATE              PIC 9(3)V9(6).
       01  NEW-TOLERANCE         PIC 9(2)V99.
       01  SAME-DATE-SWITCH      PIC X.
           88  DATE-IS-ON-FILE               VALUE "Y".
       01  SAME-DATE-RATE        PIC 9(3)V9(6).
       01  LATEST-DATE           PIC 9(8).
       01  PRIOR-FOUND-SWITCH    PIC X.
           88  PRIOR-RATE-WAS-FOUND          VALUE "Y".
       01  PRIOR-DATE            PIC 9(8).
       01  PRIOR-RATE            PIC 9(3)V9(6).
       01  HELD-DATE-SWITCH      PIC X.
           88  DATE-IS-ALREADY-HELD          VALUE "Y".
       01  HELD-BEFORE-SWITCH    PIC X.
           88  AN-EARLIER-RATE-IS-HELD       VALUE "Y".
       01  MOVE-AMOUNT           PIC S9(3)V9(6).
       01  MOVE-PERCENT          PIC 9(5)V99.
       01  RATE-ACTION           PIC X.
           88  RATE-IS-LOADED                VALUE "L".
           88  RATE-IS-HELD                  VALUE "H".
           88  RATE-IS-REJECTED              VALUE "R".
           88  RATE-IS-PASSED-OVER           VALUE "S".
       01  RATE-REASON           PIC X(20).

       01  BUSINESS-DATE         PIC 9(8).
       01  RATES-READ            PIC 9(5)    VALUE ZERO.
       01  RATES-LOADED          PIC 9(5)    VALUE ZERO.
       01  RATES-HELD            PIC 9(5)    VALUE ZERO.
       01  RATES-REJECTED        PIC 9(5)    VALUE ZERO.
       01  RATES-PASSED-OVER     PIC 9(5)    VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "RATIMP01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "CURRATE".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY DATECALC.

       01  IMPORT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "TREASURY EXCHANGE-RATE IMPORT".
           COPY RUNDATE REPLACING RD-RUN-DATE BY IH-RUN-DATE.

       01  IMPORT-HEADING-2.
           05  FILLER             PIC X(25)
               VALUE "CCY EFFECTIVE        RATE".
           05  FILLER             PIC X(21)
               VALUE "  PRIOR RATE    MOVE%".
           05  FILLER             PIC X(13) VALUE "  TOL% RESULT".

       01  RATE-DETAIL-LINE.
           05  RD-CURRENCY-CODE   PIC X(03).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-EFFECTIVE-DATE  PIC X(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-RATE            PIC ZZ9.999999.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-PRIOR-RATE      PIC ZZ9.999999.
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-MOVE-PERCENT    PIC ZZZZ9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-TOLERANCE       PIC Z9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-RESULT          PIC X(27).

       01  EDITED-DATE            PIC 9999/99/99.

       01  IMPORT-NOTE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  IN-TEXT            PIC X(70).

       01  IMPORT-SUMMARY-LINE.
           05  FILLER             PIC X(7)  VALUE "Rates: ".
           05  IS-READ            PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "  Loaded: ".
           05  IS-LOADED          PIC ZZZZ9.
           05  FILLER             PIC X(9)  VALUE "  Held: ".
           05  IS-HELD            PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE "  Rejected: ".
           05  IS-REJECTED        PIC ZZZZ9.
           05  FILLER             PIC X(15) VALUE "  Passed over: ".
           05  IS-PASSED-OVER     PIC ZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "RATIMP01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-TOLERANCES
               PERFORM LOAD-THE-RATE-TABLE
               PERFORM LOAD-THE-HELD-RATES
               OPEN OUTPUT IMPORT-REPORT-FILE
               MOVE BUSINESS-DATE TO IH-RUN-DATE
               MOVE IMPORT-HEADING-1 TO IMPORT-REPORT-LINE
               WRITE IMPORT-REPORT-LINE
               IF LOAD-DID-OVERFLOW
      * A partial table could let a rate in twice or
      * measure it against the wrong one, so nothing is
      * taken.
                   MOVE "CURRATE.DAT or RATEHOLD.DAT exceeds the "
                       TO IN-TEXT
                   MOVE "table; nothing imported." TO IN-TEXT (42:24)
                   PERFORM WRITE-THE-IMPORT-NOTE
                   MOVE "Rate import table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM IMPORT-THE-TREASURY-RATES
               END-IF
               PERFORM WRITE-THE-IMPORT-SUMMARY
               CLOSE IMPORT-REPORT-FILE
               DISPLAY "Treasury rates read: " RATES-READ
               DISPLAY "Rates loaded: " RATES-LOADED
               DISPLAY "Rates held for approval: " RATES-HELD
               DISPLAY "Rates rejected: " RATES-REJECTED
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "RATIMP01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF RATES-HELD > ZERO
                   OR RATES-REJECTED > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "The rate table is in use; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "RATIMP01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       IMPORT-THE-TREASURY-RATES.
           OPEN INPUT TREASURY-RATE-FILE.
           IF TREASURY-FILE-STATUS = "00"
               PERFORM OPEN-THE-OUTPUTS-FOR-APPEND
               MOVE SPACES TO IMPORT-REPORT-LINE
               WRITE IMPORT-REPORT-LINE
               MOVE IMPORT-HEADING-2 TO IMPORT-REPORT-LINE
               WRITE IMPORT-REPORT-LINE
               PERFORM READ-THE-NEXT-TREASURY-RATE
               PERFORM UNTIL NO-MORE-TREASURY-RATES
                   PERFORM TAKE-ONE-TREASURY-RATE
                   PERFORM READ-THE-NEXT-TREASURY-RATE
               END-PERFORM
               CLOSE CURRENCY-RATE-FILE
               CLOSE RATE-HOLD-FILE
           ELSE
               MOVE "No TRSRATE.DAT treasury rate file tonight."
                   TO IN-TEXT
               PERFORM WRITE-THE-IMPORT-NOTE
           END-IF.
           CLOSE TREASURY-RATE-FILE.

       TAKE-ONE-TREASURY-RATE.
           ADD 1 TO RATES-READ.
           PERFORM EDIT-ONE-TREASURY-RATE.
           MOVE SPACES TO RATE-DETAIL-LINE.
           MOVE TR-CURRENCY-CODE TO RD-CURRENCY-CODE.
           IF TR-EFFECTIVE-DATE IS NUMERIC
               MOVE TR-EFFECTIVE-DATE TO EDITED-DATE
               MOVE EDITED-DATE TO RD-EFFECTIVE-DATE
           ELSE
               MOVE TR-EFFECTIVE-DATE TO RD-EFFECTIVE-DATE
           END-IF.
           IF TR-RATE IS NUMERIC
               MOVE TR-RATE TO RD-RATE
           END-IF.
           IF PRIOR-RATE-WAS-FOUND
               MOVE PRIOR-RATE TO RD-PRIOR-RATE
               MOVE MOVE-PERCENT TO RD-MOVE-PERCENT
           END-IF.
           IF TOLERANCE-WAS-FOUND
               MOVE NEW-TOLERANCE TO RD-TOLERANCE
           END-IF.
           EVALUATE TRUE
               WHEN RATE-IS-LOADED
                   PERFORM LOAD-THE-NEW-RATE
                   MOVE "LOADED" TO RD-RESULT
               WHEN RATE-IS-HELD
                   PERFORM HOLD-THE-NEW-RATE
                   STRING "HELD: " DELIMITED BY SIZE
                          RATE-REASON DELIMITED BY SIZE
                       INTO RD-RESULT
               WHEN RATE-IS-PASSED-OVER
                   ADD 1 TO RATES-PASSED-OVER
                   MOVE RATE-REASON TO RD-RESULT
               WHEN OTHER
                   ADD 1 TO RATES-REJECTED
                   STRING "REJ: " DELIMITED BY SIZE
                          RATE-REASON DELIMITED BY SIZE
                       INTO RD-RESULT
                   MOVE SPACES TO EXC-TEXT
                   STRING "Rate " DELIMITED BY SIZE
                          TR-CURRENCY-CODE DELIMITED BY SIZE
                          " rejected: " DELIMITED BY SIZE
                          RATE-REASON DELIMITED BY SIZE
                       INTO EXC-TEXT
                   MOVE "DATA" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
           END-EVALUATE.
           MOVE RATE-DETAIL-LINE TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.

      * The edits run in order and the first failure is
      * the reason; a rate that passes them all is measured
      * against the one before it.
       EDIT-ONE-TREASURY-RATE.
           MOVE "R" TO RATE-ACTION.
           MOVE SPACES TO RATE-REASON.
           MOVE "N" TO TOLERANCE-FOUND-SWITCH.
           MOVE "N" TO PRIOR-FOUND-SWITCH.
           MOVE ZERO TO MOVE-PERCENT NEW-TOLERANCE.
           MOVE TR-CURRENCY-CODE TO NEW-CURRENCY.
           MOVE ZERO TO NEW-DATE NEW-RATE.
           IF TR-EFFECTIVE-DATE IS NUMERIC
               MOVE TR-EFFECTIVE-DATE TO NEW-DATE
           END-IF.
           IF TR-RATE IS NUMERIC
               MOVE TR-RATE TO NEW-RATE
           END-IF.
           PERFORM FIND-THE-TOLERANCE.
           MOVE "W" TO DK-ACTION.
           MOVE NEW-DATE TO DK-FIRST-DATE.
           CALL "DATECALC" USING DATE-CALC-PARAMETERS.
           EVALUATE TRUE
               WHEN NEW-CURRENCY = BASE-CURRENCY
                   MOVE "BASE CURRENCY" TO RATE-REASON
               WHEN NOT TOLERANCE-WAS-FOUND
                   MOVE "CURRENCY NOT ON FILE" TO RATE-REASON
               WHEN NOT DK-DATE-OK
                   MOVE "BAD EFFECTIVE DATE" TO RATE-REASON
               WHEN NEW-RATE = ZERO
                   MOVE "BAD RATE" TO RATE-REASON
               WHEN OTHER
                   PERFORM MEASURE-THE-NEW-RATE
           END-EVALUATE.

       MEASURE-THE-NEW-RATE.
           PERFORM FIND-THE-RATE-HISTORY.
           PERFORM FIND-THE-HELD-RATES.
           IF PRIOR-RATE-WAS-FOUND
               PERFORM WORK-OUT-THE-MOVE
           END-IF.
           EVALUATE TRUE
               WHEN DATE-IS-ON-FILE
                AND SAME-DATE-RATE = NEW-RATE
                   MOVE "S" TO RATE-ACTION
                   MOVE "ALREADY ON FILE" TO RATE-REASON
               WHEN DATE-IS-ON-FILE
                   MOVE "DATE ALREADY ON FILE" TO RATE-REASON
               WHEN NEW-DATE < LATEST-DATE
                   MOVE "BEFORE LATEST RATE" TO RATE-REASON
               WHEN DATE-IS-ALREADY-HELD
                   MOVE "S" TO RATE-ACTION
                   MOVE "ALREADY HELD" TO RATE-REASON
               WHEN AN-EARLIER-RATE-IS-HELD
                   MOVE "H" TO RATE-ACTION
                   MOVE "EARLIER RATE HELD" TO RATE-REASON
               WHEN NOT PRIOR-RATE-WAS-FOUND
                   MOVE "H" TO RATE-ACTION
                   MOVE "NO PRIOR RATE" TO RATE-REASON
               WHEN OTHER
                   IF MOVE-PERCENT > NEW-TOLERANCE
                       MOVE "H" TO RATE-ACTION
                       MOVE "OVER TOLERANCE" TO RATE-REASON
                   ELSE
                       MOVE "L" TO RATE-ACTION
                   END-IF
           END-EVALUATE.

      * The move is taken without its sign, as a percent
      * of the rate before.
       WORK-OUT-THE-MOVE.
           COMPUTE MOVE-AMOUNT = NEW-RATE - PRIOR-RATE.
           IF MOVE-AMOUNT < ZERO
               COMPUTE MOVE-AMOUNT = ZERO - MOVE-AMOUNT
           END-IF.
           COMPUTE MOVE-PERCENT ROUNDED =
               MOVE-AMOUNT * 100 / PRIOR-RATE
               ON SIZE ERROR
                   MOVE 99999.99 TO MOVE-PERCENT
           END-COMPUTE.

       LOAD-THE-NEW-RATE.
           MOVE SPACES TO CURRENCY-RATE-RECORD.
           MOVE NEW-CURRENCY TO CU-CURRENCY-CODE.
           MOVE NEW-DATE TO CU-EFFECTIVE-DATE.
           MOVE NEW-RATE TO CU-RATE.
           WRITE CURRENCY-RATE-RECORD.
           ADD 1 TO RATES-LOADED.
           IF RATE-COUNT < 5000
               ADD 1 TO RATE-COUNT
               SET RT-IDX TO RATE-COUNT
               MOVE NEW-CURRENCY TO RTT-CURRENCY-CODE (RT-IDX)
               MOVE NEW-DATE TO RTT-EFFECTIVE-DATE (RT-IDX)
               MOVE NEW-RATE TO RTT-RATE (RT-IDX)
           END-IF.

       HOLD-THE-NEW-RATE.
           MOVE SPACES TO RATE-HOLD-RECORD.
           MOVE NEW-CURRENCY TO RH-CURRENCY-CODE.
           MOVE NEW-DATE TO RH-EFFECTIVE-DATE.
           MOVE NEW-RATE TO RH-RATE.
           IF PRIOR-RATE-WAS-FOUND
               MOVE PRIOR-DATE TO RH-PRIOR-DATE
               MOVE PRIOR-RATE TO RH-PRIOR-RATE
           ELSE
               MOVE ZERO TO RH-PRIOR-DATE RH-PRIOR-RATE
           END-IF.
           MOVE MOVE-PERCENT TO RH-MOVE-PERCENT.
           MOVE NEW-TOLERANCE TO RH-TOLERANCE-PERCENT.
           MOVE RATE-REASON TO RH-HOLD-REASON.
           MOVE BUSINESS-DATE TO RH-HOLD-DATE.
           MOVE "O" TO RH-DISPOSITION.
           MOVE ZERO TO RH-WORKED-DATE RH-WORKED-TIME.
           WRITE RATE-HOLD-RECORD.
           ADD 1 TO RATES-HELD.
           IF HELD-COUNT < 1000
               ADD 1 TO HELD-COUNT
               SET HD-IDX TO HELD-COUNT
               MOVE NEW-CURRENCY TO HDT-CURRENCY-CODE (HD-IDX)
               MOVE NEW-DATE TO HDT-EFFECTIVE-DATE (HD-IDX)
           END-IF.
           MOVE SPACES TO EXC-TEXT.
           STRING "Rate " DELIMITED BY SIZE
                  NEW-CURRENCY DELIMITED BY SIZE
                  " held: " DELIMITED BY SIZE
                  RATE-REASON DELIMITED BY SIZE
               INTO EXC-TEXT.
           MOVE "CTRL" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.

       WRITE-THE-IMPORT-SUMMARY.
           MOVE SPACES TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.
           MOVE RATES-READ TO IS-READ.
           MOVE RATES-LOADED TO IS-LOADED.
           MOVE RATES-HELD TO IS-HELD.
           MOVE RATES-REJECTED TO IS-REJECTED.
           MOVE RATES-PASSED-OVER TO IS-PASSED-OVER.
           MOVE IMPORT-SUMMARY-LINE TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.

      * Level 3 routines -- lookups.
       FIND-THE-TOLERANCE.
           IF TOLERANCE-COUNT > 0
               SET TL-IDX TO 1
               SEARCH TOLERANCE-ENTRY
                   WHEN TLT-CURRENCY-CODE (TL-IDX) = NEW-CURRENCY
                       MOVE "Y" TO TOLERANCE-FOUND-SWITCH
                       MOVE TLT-TOLERANCE (TL-IDX) TO NEW-TOLERANCE
               END-SEARCH
           END-IF.

      * Notes whether the currency already has a rate for
      * this date, its latest date on file, and the latest
      * rate before this date -- the one this is measured
      * against.
       FIND-THE-RATE-HISTORY.
           MOVE "N" TO SAME-DATE-SWITCH.
           MOVE ZERO TO SAME-DATE-RATE LATEST-DATE
                        PRIOR-DATE PRIOR-RATE.
           PERFORM CHECK-ONE-RATE-ENTRY
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > RATE-COUNT.

       CHECK-ONE-RATE-ENTRY.
           IF RTT-CURRENCY-CODE (RT-IDX) = NEW-CURRENCY
               IF RTT-EFFECTIVE-DATE (RT-IDX) > LATEST-DATE
                   MOVE RTT-EFFECTIVE-DATE (RT-IDX) TO LATEST-DATE
               END-IF
               IF RTT-EFFECTIVE-DATE (RT-IDX) = NEW-DATE
                   MOVE "Y" TO SAME-DATE-SWITCH
                   MOVE RTT-RATE (RT-IDX) TO SAME-DATE-RATE
               ELSE
                   IF  RTT-EFFECTIVE-DATE (RT-IDX) < NEW-DATE
                   AND RTT-EFFECTIVE-DATE (RT-IDX) >= PRIOR-DATE
                       MOVE "Y" TO PRIOR-FOUND-SWITCH
                       MOVE RTT-EFFECTIVE-DATE (RT-IDX) TO PRIOR-DATE
                       MOVE RTT-RATE (RT-IDX) TO PRIOR-RATE
                   END-IF
               END-IF
           END-IF.

       FIND-THE-HELD-RATES.
           MOVE "N" TO HELD-DATE-SWITCH.
           MOVE "N" TO HELD-BEFORE-SWITCH.
           PERFORM CHECK-ONE-HELD-ENTRY
               VARYING HD-IDX FROM 1 BY 1
               UNTIL HD-IDX > HELD-COUNT.

       CHECK-ONE-HELD-ENTRY.
           IF HDT-CURRENCY-CODE (HD-IDX) = NEW-CURRENCY
               IF HDT-EFFECTIVE-DATE (HD-IDX) = NEW-DATE
                   MOVE "Y" TO HELD-DATE-SWITCH
               ELSE
                   IF HDT-EFFECTIVE-DATE (HD-IDX) < NEW-DATE
                       MOVE "Y" TO HELD-BEFORE-SWITCH
                   END-IF
               END-IF
           END-IF.

       WRITE-THE-IMPORT-NOTE.
           MOVE IMPORT-NOTE-LINE TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.
           MOVE SPACES TO IN-TEXT.

       OPEN-THE-OUTPUTS-FOR-APPEND.
           OPEN EXTEND CURRENCY-RATE-FILE.
           IF RATE-FILE-STATUS NOT = "00"
               OPEN OUTPUT CURRENCY-RATE-FILE
               CLOSE CURRENCY-RATE-FILE
               OPEN EXTEND CURRENCY-RATE-FILE
           END-IF.
           OPEN EXTEND RATE-HOLD-FILE.
           IF HOLD-FILE-STATUS NOT = "00"
               OPEN OUTPUT RATE-HOLD-FILE
               CLOSE RATE-HOLD-FILE
               OPEN EXTEND RATE-HOLD-FILE
           END-IF.

       READ-THE-NEXT-TREASURY-RATE.
           READ TREASURY-RATE-FILE
               AT END
                   MOVE "Y" TO TREASURY-END-SWITCH
           END-READ.

      * Level 3 routines -- loading.
       LOAD-THE-TOLERANCES.
           OPEN INPUT RATE-TOLERANCE-FILE.
           IF TOLERANCE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TOLERANCE
               PERFORM UNTIL NO-MORE-TOLERANCE-RECORDS
                   IF TOLERANCE-COUNT >= 100
                       DISPLAY "Tolerance table full at 100; "
                               "remaining RATETOL rows ignored."
                       MOVE "Y" TO TOLERANCE-END-SWITCH
                   ELSE
                       IF RL-TOLERANCE-PERCENT IS NUMERIC
                           ADD 1 TO TOLERANCE-COUNT
                           SET TL-IDX TO TOLERANCE-COUNT
                           MOVE RL-CURRENCY-CODE
                               TO TLT-CURRENCY-CODE (TL-IDX)
                           MOVE RL-TOLERANCE-PERCENT
                               TO TLT-TOLERANCE (TL-IDX)
                       END-IF
                       PERFORM READ-THE-NEXT-TOLERANCE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE RATE-TOLERANCE-FILE.

       READ-THE-NEXT-TOLERANCE.
           READ RATE-TOLERANCE-FILE
               AT END
                   MOVE "Y" TO TOLERANCE-END-SWITCH
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

      * Only rates still waiting hold back the ones after
      * them; a decided hold is history.
       LOAD-THE-HELD-RATES.
           OPEN INPUT RATE-HOLD-FILE.
           IF HOLD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HOLD-RECORD
               PERFORM UNTIL NO-MORE-HOLD-RECORDS
                   IF  RH-DISPOSITION = "O"
                   AND HELD-COUNT >= 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO HOLD-END-SWITCH
                   ELSE
                       IF RH-DISPOSITION = "O"
                           ADD 1 TO HELD-COUNT
                           SET HD-IDX TO HELD-COUNT
                           MOVE RH-CURRENCY-CODE
                               TO HDT-CURRENCY-CODE (HD-IDX)
                           MOVE RH-EFFECTIVE-DATE
                               TO HDT-EFFECTIVE-DATE (HD-IDX)
                       END-IF
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
