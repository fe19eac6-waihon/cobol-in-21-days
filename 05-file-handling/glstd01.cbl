       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSTD01.
      *--------------------------------------------------
      * Standing journal entry generator. Postings that
      * are the same every period -- rent between DP01 and
      * DP02, depreciation, service fees -- used to be
      * keyed again by hand as an ADD pair each month.
      * They now live in GLSTND.DAT, and this step writes
      * each one due this period to GLEXTR.DAT under its
      * own job name, after ADD07 has opened the night's
      * extract and before GLPOST01 posts it.
      *
      * An entry is due in a fiscal month when the month
      * falls on its frequency counted from the start
      * month, and the business date from BUSDATE.DAT has
      * reached the first business day of that month on
      * the BUSCAL.DAT calendar (or of the start date, in
      * the start month). A late night still catches up,
      * because any day after that in the month qualifies.
      * SE-LAST-PERIOD is stamped as each line is written
      * and GLSTND.DAT rewritten -- after a GENBACK
      * generation -- so a rerun finds the month already
      * generated and writes nothing twice.
      *
      * Each line carries GX-BASE-AMOUNT converted at the
      * CURRATE.DAT rate in force on the business date,
      * the same conversion ADDCOR01 applies.
      *
      * GLSTD.DAT lists what was generated and, below it,
      * the expiring-entries list: every entry whose end
      * date has passed, and every entry ending this
      * month, so someone renews or retires it before it
      * quietly stops posting.
      *
      * The CURRATE.DAT rate table is held 5000 rows
      * deep, now that treasury's rates come in every day
      * through RATIMP01 rather than being keyed by hand.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDING-ENTRY-FILE
               ASSIGN TO "GLSTND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT STANDING-REPORT-FILE ASSIGN TO "GLSTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ENTRY-FILE.
       COPY GLSTND.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  CURRENCY-RATE-FILE.
       COPY CURRATE.

       FD  STANDING-REPORT-FILE.
       01  STANDING-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

       01  STANDING-FILE-STATUS  PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  STANDING-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-STANDING-ENTRIES      VALUE "Y".

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

      * The whole standing-entry file, held so each entry
      * can be stamped and the file rewritten in place.
       01  STANDING-COUNT        PIC 9(3)    VALUE ZERO.
       01  STANDING-TABLE.
           05  STANDING-ENTRY OCCURS 1 TO 500 TIMES
                               DEPENDING ON STANDING-COUNT
                               INDEXED BY SE-IDX.
               10  ST-RECORD          PIC X(100).
               10  ST-OUTCOME         PIC X(16).
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  CURRENT-PERIOD        PIC 9(6).
       01  CURRENT-PERIOD-PARTS REDEFINES CURRENT-PERIOD.
           05  CURRENT-YEAR          PIC 9(4).
           05  CURRENT-MONTH         PIC 99.
       01  START-PERIOD          PIC 9(6).
       01  START-PERIOD-PARTS REDEFINES START-PERIOD.
           05  START-YEAR            PIC 9(4).
           05  START-MONTH           PIC 99.
       01  END-PERIOD            PIC 9(6).
       01  MONTH-SPAN            PIC S9(5).
       01  FREQUENCY-MONTHS      PIC 99.
       01  SPAN-QUOTIENT         PIC S9(5).
       01  SPAN-REMAINDER        PIC S9(5).
       01  DUE-DATE              PIC 9(8).
       01  CAL-ACTION            PIC X.
       01  CAL-DATE-IN           PIC 9(8).
       01  CAL-DATE-OUT          PIC 9(8).
       01  CAL-BUSDAY-SWITCH     PIC X.
           88  CAL-DATE-IS-BUSDAY            VALUE "Y".

       01  GENERATED-COUNT       PIC 9(3)    VALUE ZERO.
       01  NOT-DUE-COUNT         PIC 9(3)    VALUE ZERO.
       01  ALREADY-DONE-COUNT    PIC 9(3)    VALUE ZERO.
       01  EXPIRING-COUNT        PIC 9(3)    VALUE ZERO.
       01  REJECTED-COUNT        PIC 9(3)    VALUE ZERO.

       01  STANDING-MASTER-NAME  PIC X(8)    VALUE "GLSTND".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLSTD01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLSTD01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       01  STANDING-HEADING-1.
           05  FILLER             PIC X(28)
               VALUE "STANDING ENTRIES FOR PERIOD ".
           05  SH1-PERIOD         PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY SH1-RUN-DATE.

       01  STANDING-HEADING-2.
           05  FILLER             PIC X(7)  VALUE "ENTRY".
           05  FILLER             PIC X(21) VALUE "DESCRIPTION".
           05  FILLER             PIC X(14) VALUE "DEBIT  CREDIT".
           05  FILLER             PIC X(12) VALUE "     AMOUNT".
           05  FILLER             PIC X(12) VALUE "CUR CO CC".
           05  FILLER             PIC X(12) VALUE "OUTCOME".

       01  STANDING-DETAIL-LINE.
           05  SD-ENTRY-ID        PIC X(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-DESCRIPTION     PIC X(20).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-DEBIT-ACCOUNT   PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-CREDIT-ACCOUNT  PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-AMOUNT          PIC -(7)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-CURRENCY-CODE   PIC X(3).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-COMPANY         PIC X(2).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-COST-CENTER     PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-OUTCOME         PIC X(14).

       01  EXPIRING-HEADING.
           05  FILLER             PIC X(40)
               VALUE "EXPIRING ENTRIES".

       01  EXPIRING-DETAIL-LINE.
           05  XD-ENTRY-ID        PIC X(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  XD-DESCRIPTION     PIC X(20).
           05  FILLER             PIC X(6)  VALUE " ENDS ".
           05  XD-END-DATE        PIC 9999/99/99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  XD-STATUS          PIC X(20).

       01  STANDING-SUMMARY-LINE.
           05  FILLER             PIC X(11) VALUE "Generated: ".
           05  SS-GENERATED       PIC ZZ9.
           05  FILLER             PIC X(16) VALUE "  Already done: ".
           05  SS-ALREADY-DONE    PIC ZZ9.
           05  FILLER             PIC X(11) VALUE "  Not due: ".
           05  SS-NOT-DUE         PIC ZZ9.
           05  FILLER             PIC X(12) VALUE "  Rejected: ".
           05  SS-REJECTED        PIC ZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLSTD01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               COMPUTE CURRENT-PERIOD = BUSINESS-DATE / 100
               PERFORM LOAD-THE-CURRENCY-RATES
               PERFORM LOAD-THE-STANDING-ENTRIES
               IF LOAD-DID-OVERFLOW
      * Generating part of the file and rewriting it from
      * a partial table would drop the entries left out,
      * so nothing is generated.
                   DISPLAY "GLSTND.DAT exceeds the table; "
                           "run abandoned, nothing generated."
                   MOVE "Standing entry table overflow" TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM GENERATE-THE-DUE-ENTRIES
                   IF GENERATED-COUNT > ZERO
                       PERFORM SAVE-THE-STANDING-ENTRIES
                   END-IF
                   PERFORM WRITE-THE-STANDING-REPORT
                   DISPLAY "Standing entries generated: "
                           GENERATED-COUNT
                   DISPLAY "Already generated this period: "
                           ALREADY-DONE-COUNT
                   DISPLAY "Expiring entries listed: "
                           EXPIRING-COUNT
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLSTD01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF REJECTED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "GLSTD01 is already running; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "GLSTD01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-STANDING-ENTRIES.
           OPEN INPUT STANDING-ENTRY-FILE.
           IF STANDING-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-STANDING-ENTRY
               PERFORM UNTIL NO-MORE-STANDING-ENTRIES
                   IF STANDING-COUNT >= 500
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO STANDING-END-SWITCH
                   ELSE
                       ADD 1 TO STANDING-COUNT
                       SET SE-IDX TO STANDING-COUNT
                       MOVE GL-STANDING-ENTRY-RECORD
                           TO ST-RECORD (SE-IDX)
                       MOVE SPACES TO ST-OUTCOME (SE-IDX)
                       PERFORM READ-THE-NEXT-STANDING-ENTRY
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No GLSTND.DAT standing entries on file."
           END-IF.
           CLOSE STANDING-ENTRY-FILE.

       READ-THE-NEXT-STANDING-ENTRY.
           READ STANDING-ENTRY-FILE
               AT END
                   MOVE "Y" TO STANDING-END-SWITCH
           END-READ.

       GENERATE-THE-DUE-ENTRIES.
           PERFORM OPEN-THE-EXTRACT-FOR-APPEND.
           PERFORM JUDGE-ONE-STANDING-ENTRY
               VARYING SE-IDX FROM 1 BY 1
               UNTIL SE-IDX > STANDING-COUNT.
           CLOSE GL-EXTRACT-FILE.

      * Each entry is worked in the record area, then put
      * back into the table with its new SE-LAST-PERIOD.
       JUDGE-ONE-STANDING-ENTRY.
           MOVE ST-RECORD (SE-IDX) TO GL-STANDING-ENTRY-RECORD.
           EVALUATE SE-FREQUENCY
               WHEN "M"
                   MOVE 1 TO FREQUENCY-MONTHS
               WHEN "Q"
                   MOVE 3 TO FREQUENCY-MONTHS
               WHEN "S"
                   MOVE 6 TO FREQUENCY-MONTHS
               WHEN "A"
                   MOVE 12 TO FREQUENCY-MONTHS
               WHEN OTHER
                   MOVE ZERO TO FREQUENCY-MONTHS
           END-EVALUATE.
           IF FREQUENCY-MONTHS = ZERO
           OR SE-START-DATE IS NOT NUMERIC
           OR SE-END-DATE IS NOT NUMERIC
           OR SE-AMOUNT IS NOT NUMERIC
               PERFORM REJECT-ONE-STANDING-ENTRY
           ELSE
               IF SE-LAST-PERIOD IS NOT NUMERIC
                   MOVE ZERO TO SE-LAST-PERIOD
               END-IF
               PERFORM DECIDE-ONE-STANDING-ENTRY
           END-IF.

       REJECT-ONE-STANDING-ENTRY.
           ADD 1 TO REJECTED-COUNT.
           MOVE "REJECTED" TO ST-OUTCOME (SE-IDX).
           DISPLAY "Standing entry " SE-ENTRY-ID
                   " has a bad frequency, date, or amount; "
                   "skipped.".
           MOVE SPACES TO EXC-TEXT.
           STRING "Standing entry " DELIMITED BY SIZE
                  SE-ENTRY-ID DELIMITED BY SIZE
                  " invalid; skipped" DELIMITED BY SIZE
               INTO EXC-TEXT.
           MOVE "DATA" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.

       DECIDE-ONE-STANDING-ENTRY.
           COMPUTE START-PERIOD = SE-START-DATE / 100.
           COMPUTE MONTH-SPAN =
               (CURRENT-YEAR * 12 + CURRENT-MONTH)
             - (START-YEAR * 12 + START-MONTH).
           IF SE-LAST-PERIOD >= CURRENT-PERIOD
               ADD 1 TO ALREADY-DONE-COUNT
               MOVE "ALREADY DONE" TO ST-OUTCOME (SE-IDX)
           ELSE
               IF MONTH-SPAN < ZERO
                   MOVE "NOT STARTED" TO ST-OUTCOME (SE-IDX)
                   ADD 1 TO NOT-DUE-COUNT
               ELSE
                   DIVIDE MONTH-SPAN BY FREQUENCY-MONTHS
                       GIVING SPAN-QUOTIENT
                       REMAINDER SPAN-REMAINDER
                   IF SPAN-REMAINDER NOT = ZERO
                       MOVE "NOT DUE" TO ST-OUTCOME (SE-IDX)
                       ADD 1 TO NOT-DUE-COUNT
                   ELSE
                       PERFORM FIND-THE-DUE-DATE
                       PERFORM DECIDE-ON-THE-DUE-DATE
                   END-IF
               END-IF
           END-IF.

      * The first business day of the month -- or, in the
      * start month, the first on or after the start date.
       FIND-THE-DUE-DATE.
           IF START-PERIOD = CURRENT-PERIOD
               MOVE SE-START-DATE TO CAL-DATE-IN
           ELSE
               COMPUTE CAL-DATE-IN = CURRENT-PERIOD * 100 + 1
           END-IF.
           MOVE "C" TO CAL-ACTION.
           CALL "BUSCAL" USING CAL-ACTION CAL-DATE-IN CAL-DATE-OUT
                                CAL-BUSDAY-SWITCH.
           IF CAL-DATE-IS-BUSDAY
               MOVE CAL-DATE-IN TO DUE-DATE
           ELSE
               MOVE "N" TO CAL-ACTION
               CALL "BUSCAL" USING CAL-ACTION CAL-DATE-IN
                                    CAL-DATE-OUT CAL-BUSDAY-SWITCH
               MOVE CAL-DATE-OUT TO DUE-DATE
           END-IF.

       DECIDE-ON-THE-DUE-DATE.
           IF  SE-END-DATE NOT = ZERO
           AND DUE-DATE > SE-END-DATE
               MOVE "PAST END DATE" TO ST-OUTCOME (SE-IDX)
               ADD 1 TO NOT-DUE-COUNT
           ELSE
               IF DUE-DATE > BUSINESS-DATE
                   MOVE "DUE LATER" TO ST-OUTCOME (SE-IDX)
                   ADD 1 TO NOT-DUE-COUNT
               ELSE
                   PERFORM WRITE-THE-STANDING-EXTRACT
                   MOVE CURRENT-PERIOD TO SE-LAST-PERIOD
                   MOVE GL-STANDING-ENTRY-RECORD
                       TO ST-RECORD (SE-IDX)
                   MOVE "GENERATED" TO ST-OUTCOME (SE-IDX)
                   ADD 1 TO GENERATED-COUNT
               END-IF
           END-IF.

       WRITE-THE-STANDING-EXTRACT.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE "GLSTD01" TO GX-JOB-NAME.
           MOVE BUSINESS-DATE TO GX-RUN-DATE.
           MOVE SE-DEBIT-ACCOUNT TO GX-DEBIT-ACCOUNT.
           MOVE SE-CREDIT-ACCOUNT TO GX-CREDIT-ACCOUNT.
           MOVE SE-AMOUNT TO GX-AMOUNT.
           IF SE-CURRENCY-CODE = SPACES
               MOVE BASE-CURRENCY TO GX-CURRENCY-CODE
           ELSE
               MOVE SE-CURRENCY-CODE TO GX-CURRENCY-CODE
           END-IF.
           MOVE GX-CURRENCY-CODE TO WANTED-CURRENCY.
           PERFORM FIND-THE-CURRENCY-RATE.
           COMPUTE GX-BASE-AMOUNT ROUNDED =
               SE-AMOUNT * FOUND-RATE.
           MOVE SE-COST-CENTER TO GX-COST-CENTER.
           IF SE-COMPANY = SPACES
               MOVE "01" TO GX-COMPANY
           ELSE
               MOVE SE-COMPANY TO GX-COMPANY
           END-IF.
           WRITE GL-EXTRACT-RECORD.

       OPEN-THE-EXTRACT-FOR-APPEND.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.

       SAVE-THE-STANDING-ENTRIES.
           CALL "GENBACK" USING STANDING-MASTER-NAME.
           OPEN OUTPUT STANDING-ENTRY-FILE.
           PERFORM SAVE-ONE-STANDING-ENTRY
               VARYING SE-IDX FROM 1 BY 1
               UNTIL SE-IDX > STANDING-COUNT.
           CLOSE STANDING-ENTRY-FILE.

       SAVE-ONE-STANDING-ENTRY.
           MOVE ST-RECORD (SE-IDX) TO GL-STANDING-ENTRY-RECORD.
           WRITE GL-STANDING-ENTRY-RECORD.

       WRITE-THE-STANDING-REPORT.
           OPEN OUTPUT STANDING-REPORT-FILE.
           MOVE CURRENT-PERIOD TO SH1-PERIOD.
           MOVE BUSINESS-DATE TO SH1-RUN-DATE.
           MOVE STANDING-HEADING-1 TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           MOVE SPACES TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           MOVE STANDING-HEADING-2 TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           PERFORM WRITE-ONE-STANDING-LINE
               VARYING SE-IDX FROM 1 BY 1
               UNTIL SE-IDX > STANDING-COUNT.
           MOVE SPACES TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           MOVE GENERATED-COUNT TO SS-GENERATED.
           MOVE ALREADY-DONE-COUNT TO SS-ALREADY-DONE.
           MOVE NOT-DUE-COUNT TO SS-NOT-DUE.
           MOVE REJECTED-COUNT TO SS-REJECTED.
           MOVE STANDING-SUMMARY-LINE TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           MOVE SPACES TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           MOVE EXPIRING-HEADING TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           PERFORM WRITE-ONE-EXPIRING-LINE
               VARYING SE-IDX FROM 1 BY 1
               UNTIL SE-IDX > STANDING-COUNT.
           IF EXPIRING-COUNT = ZERO
               MOVE "  (none)" TO STANDING-REPORT-LINE
               WRITE STANDING-REPORT-LINE
           END-IF.
           CLOSE STANDING-REPORT-FILE.

       WRITE-ONE-STANDING-LINE.
           MOVE ST-RECORD (SE-IDX) TO GL-STANDING-ENTRY-RECORD.
           MOVE SE-ENTRY-ID TO SD-ENTRY-ID.
           MOVE SE-DESCRIPTION TO SD-DESCRIPTION.
           MOVE SE-DEBIT-ACCOUNT TO SD-DEBIT-ACCOUNT.
           MOVE SE-CREDIT-ACCOUNT TO SD-CREDIT-ACCOUNT.
           IF SE-AMOUNT IS NUMERIC
               MOVE SE-AMOUNT TO SD-AMOUNT
           ELSE
               MOVE ZERO TO SD-AMOUNT
           END-IF.
           MOVE SE-CURRENCY-CODE TO SD-CURRENCY-CODE.
           MOVE SE-COMPANY TO SD-COMPANY.
           MOVE SE-COST-CENTER TO SD-COST-CENTER.
           MOVE ST-OUTCOME (SE-IDX) TO SD-OUTCOME.
           MOVE STANDING-DETAIL-LINE TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.

      * Expired means the end date has already gone by;
      * an entry ending inside the current month still
      * posts this once and is listed as its last.
       WRITE-ONE-EXPIRING-LINE.
           MOVE ST-RECORD (SE-IDX) TO GL-STANDING-ENTRY-RECORD.
           IF  SE-END-DATE IS NUMERIC
           AND SE-END-DATE NOT = ZERO
               COMPUTE END-PERIOD = SE-END-DATE / 100
               MOVE SPACES TO XD-STATUS
               IF SE-END-DATE < BUSINESS-DATE
                   MOVE "EXPIRED" TO XD-STATUS
               ELSE
                   IF END-PERIOD = CURRENT-PERIOD
                       MOVE "ENDS THIS MONTH" TO XD-STATUS
                   END-IF
               END-IF
               IF XD-STATUS NOT = SPACES
                   MOVE SE-ENTRY-ID TO XD-ENTRY-ID
                   MOVE SE-DESCRIPTION TO XD-DESCRIPTION
                   MOVE SE-END-DATE TO XD-END-DATE
                   MOVE EXPIRING-DETAIL-LINE TO STANDING-REPORT-LINE
                   WRITE STANDING-REPORT-LINE
                   ADD 1 TO EXPIRING-COUNT
               END-IF
           END-IF.

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
      * effective date at or before the business date;
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
           AND RTT-EFFECTIVE-DATE (RT-IDX) <= BUSINESS-DATE
           AND RTT-EFFECTIVE-DATE (RT-IDX) >= FOUND-EFFECTIVE-DATE
               MOVE RTT-EFFECTIVE-DATE (RT-IDX)
                   TO FOUND-EFFECTIVE-DATE
               MOVE RTT-RATE (RT-IDX) TO FOUND-RATE
               MOVE "Y" TO RATE-FOUND-SWITCH
           END-IF.
