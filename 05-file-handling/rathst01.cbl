       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATHST01.
      *--------------------------------------------------
      * Exchange-rate history by currency, for month-end
      * revaluation support. Takes a currency at the
      * console (blank for every currency on CURRATE.DAT)
      * and a span of effective dates, and lists for each
      * currency the rate in force as the span opened,
      * every rate that took effect inside it in date
      * order with its move from the one before, and the
      * rate in force at the span's end -- the rate
      * GLFXR01 revalues at when the span ends on the
      * month's last day -- with the span's high and low.
      *
      * A rate for the currency still waiting on
      * RATEHOLD.DAT for approval on RATREV01 is listed
      * under its currency as held, so a month is not
      * revalued on a rate treasury has moved from.
      *
      * The listing is shown at the console and written
      * to RATHST.DAT for printing.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT OPTIONAL RATE-HOLD-FILE ASSIGN TO "RATEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT HISTORY-REPORT-FILE ASSIGN TO "RATHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENCY-RATE-FILE.
       COPY CURRATE.

       FD  RATE-HOLD-FILE.
       COPY RATEHOLD.

       FD  HISTORY-REPORT-FILE.
       01  HISTORY-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       01  RATE-FILE-STATUS      PIC XX.
       01  HOLD-FILE-STATUS      PIC XX.
       01  RATE-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-RATE-RECORDS          VALUE "Y".
       01  HOLD-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-HOLD-RECORDS          VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  WANTED-CURRENCY       PIC X(03).
       01  RAW-DATE              PIC X(8).
       01  FROM-DATE             PIC 9(8).
       01  TO-DATE               PIC 9(8).
       01  DATE-SWITCH           PIC X.
           88  DATE-IS-GOOD                  VALUE "Y".

      * Every rate on CURRATE.DAT, sorted by currency and
      * effective date before it is listed.
       01  RATE-COUNT            PIC 9(4)    VALUE ZERO.
       01  RATE-TABLE.
           05  RATE-ENTRY        OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON RATE-COUNT
                                  INDEXED BY RT-IDX.
               10  RTT-CURRENCY-CODE   PIC X(03).
               10  RTT-EFFECTIVE-DATE  PIC 9(8).
               10  RTT-RATE            PIC 9(3)V9(6).

      * Rates still waiting for approval.
       01  HELD-COUNT            PIC 9(4)    VALUE ZERO.
       01  HELD-TABLE.
           05  HELD-ENTRY        OCCURS 1 TO 1000 TIMES
                                  DEPENDING ON HELD-COUNT
                                  INDEXED BY HD-IDX.
               10  HDT-CURRENCY-CODE   PIC X(03).
               10  HDT-EFFECTIVE-DATE  PIC 9(8).
               10  HDT-RATE            PIC 9(3)V9(6).
               10  HDT-HOLD-REASON     PIC X(20).

      * The currency being listed.
       01  CURRENT-CURRENCY      PIC X(03)   VALUE SPACES.
       01  CURRENCY-STARTED-SWITCH PIC X.
           88  CURRENCY-WAS-STARTED          VALUE "Y".
       01  OPENING-FOUND-SWITCH  PIC X.
           88  OPENING-RATE-WAS-FOUND        VALUE "Y".
       01  OPENING-DATE          PIC 9(8).
       01  OPENING-RATE          PIC 9(3)V9(6).
       01  LAST-RATE             PIC 9(3)V9(6).
       01  CLOSING-DATE          PIC 9(8).
       01  CLOSING-RATE          PIC 9(3)V9(6).
       01  HIGH-RATE             PIC 9(3)V9(6).
       01  LOW-RATE              PIC 9(3)V9(6).
       01  RATES-IN-SPAN         PIC 9(4).
       01  RATE-CHANGE           PIC S9(3)V9(6).
       01  CHANGE-PERCENT        PIC S9(5)V99.
       01  CURRENCIES-LISTED     PIC 9(3)    VALUE ZERO.
       01  HELD-SUB              PIC 9(4).
       01  LISTED-SWITCH         PIC X.
           88  CURRENCY-IS-LISTED            VALUE "Y".

       01  EXC-JOB-NAME          PIC X(8)    VALUE "RATHST01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       COPY DATECALC.

       01  HISTORY-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "EXCHANGE-RATE HISTORY BY CURRENCY".
           COPY RUNDATE REPLACING RD-RUN-DATE BY HH-RUN-DATE.

       01  HISTORY-HEADING-2.
           05  FILLER             PIC X(11) VALUE "CURRENCY: ".
           05  HH-CURRENCY        PIC X(5).
           05  FILLER             PIC X(8)  VALUE "  FROM ".
           05  HH-FROM-DATE       PIC 9999/99/99.
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  HH-TO-DATE         PIC 9999/99/99.

       01  HISTORY-HEADING-3.
           05  FILLER             PIC X(26)
               VALUE "  EFFECTIVE           RATE".
           05  FILLER             PIC X(23)
               VALUE "       CHANGE   CHANGE%".

       01  CURRENCY-HEADING-LINE.
           05  FILLER             PIC X(9)  VALUE "CURRENCY ".
           05  CH-CURRENCY        PIC X(03).

       01  RATE-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-EFFECTIVE-DATE  PIC 9999/99/99.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RL-RATE            PIC ZZ9.999999.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-CHANGE          PIC ---9.999999.
           05  FILLER             PIC X     VALUE SPACE.
           05  RL-CHANGE-PERCENT  PIC -----9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-NOTE            PIC X(29).

       01  CURRENCY-SUMMARY-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(13) VALUE "IN FORCE AT ".
           05  CS-CLOSING-DATE    PIC 9999/99/99.
           05  FILLER             PIC X(2)  VALUE ": ".
           05  CS-CLOSING-RATE    PIC ZZ9.999999.
           05  FILLER             PIC X(7)  VALUE "  HIGH ".
           05  CS-HIGH-RATE       PIC ZZ9.999999.
           05  FILLER             PIC X(6)  VALUE "  LOW ".
           05  CS-LOW-RATE        PIC ZZ9.999999.

       01  HISTORY-NOTE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  HN-TEXT            PIC X(70).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "RATHST01".
           PERFORM GET-THE-INQUIRY-KEYS.
           PERFORM LOAD-THE-RATE-TABLE.
           PERFORM LOAD-THE-HELD-RATES.
           OPEN OUTPUT HISTORY-REPORT-FILE.
           ACCEPT HH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE HISTORY-HEADING-1 TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           IF WANTED-CURRENCY = SPACES
               MOVE "(ALL)" TO HH-CURRENCY
           ELSE
               MOVE WANTED-CURRENCY TO HH-CURRENCY
           END-IF.
           MOVE FROM-DATE TO HH-FROM-DATE.
           MOVE TO-DATE TO HH-TO-DATE.
           MOVE HISTORY-HEADING-2 TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           IF LOAD-DID-OVERFLOW
               MOVE "CURRATE.DAT or RATEHOLD.DAT exceeds the "
                   TO HN-TEXT
               MOVE "table; no history listed." TO HN-TEXT (42:25)
               PERFORM WRITE-THE-HISTORY-NOTE
               MOVE "Rate history table overflow" TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
               PERFORM LIST-THE-RATE-HISTORY
           END-IF.
           CLOSE HISTORY-REPORT-FILE.
           CALL "RUNEND" USING "RATHST01".
           IF LOAD-DID-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-INQUIRY-KEYS.
           DISPLAY "Which currency (blank for every currency)?".
           MOVE SPACES TO WANTED-CURRENCY.
           ACCEPT WANTED-CURRENCY.
           DISPLAY "From effective date (CCYYMMDD)?".
           PERFORM GET-ONE-DATE.
           MOVE RAW-DATE TO FROM-DATE.
           DISPLAY "To effective date (CCYYMMDD)?".
           PERFORM GET-ONE-DATE.
           MOVE RAW-DATE TO TO-DATE.
           PERFORM UNTIL TO-DATE NOT < FROM-DATE
               DISPLAY "The to date may not be before the from date."
               PERFORM GET-ONE-DATE
               MOVE RAW-DATE TO TO-DATE
           END-PERFORM.

       GET-ONE-DATE.
           MOVE "N" TO DATE-SWITCH.
           PERFORM UNTIL DATE-IS-GOOD
               ACCEPT RAW-DATE
               IF RAW-DATE IS NUMERIC
                   MOVE "W" TO DK-ACTION
                   MOVE RAW-DATE TO DK-FIRST-DATE
                   CALL "DATECALC" USING DATE-CALC-PARAMETERS
                   IF DK-DATE-OK
                       MOVE "Y" TO DATE-SWITCH
                   END-IF
               END-IF
               IF NOT DATE-IS-GOOD
                   DISPLAY "The date must be a real date, CCYYMMDD."
               END-IF
           END-PERFORM.

      * The sorted table is walked once; each currency's
      * rows run together, and its listing is finished as
      * the next currency starts.
       LIST-THE-RATE-HISTORY.
           MOVE HISTORY-HEADING-3 TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           IF RATE-COUNT > 0
               SORT RATE-ENTRY ASCENDING KEY RTT-CURRENCY-CODE
                                             RTT-EFFECTIVE-DATE
           END-IF.
           MOVE "N" TO CURRENCY-STARTED-SWITCH.
           PERFORM TAKE-ONE-RATE-ENTRY
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > RATE-COUNT.
           IF CURRENCY-WAS-STARTED
               PERFORM FINISH-THE-CURRENCY
           END-IF.
           PERFORM TAKE-ONE-HELD-ONLY-RATE
               VARYING HELD-SUB FROM 1 BY 1
               UNTIL HELD-SUB > HELD-COUNT.
           IF CURRENCIES-LISTED = ZERO
               MOVE SPACES TO HISTORY-REPORT-LINE
               PERFORM WRITE-THE-REPORT-LINE
               MOVE "No rate on CURRATE.DAT for the currency asked."
                   TO HN-TEXT
               PERFORM WRITE-THE-HISTORY-NOTE
           END-IF.

       TAKE-ONE-RATE-ENTRY.
           IF WANTED-CURRENCY = SPACES
           OR RTT-CURRENCY-CODE (RT-IDX) = WANTED-CURRENCY
               IF NOT CURRENCY-WAS-STARTED
               OR RTT-CURRENCY-CODE (RT-IDX) NOT = CURRENT-CURRENCY
                   IF CURRENCY-WAS-STARTED
                       PERFORM FINISH-THE-CURRENCY
                   END-IF
                   PERFORM START-THE-CURRENCY
               END-IF
               PERFORM PLACE-ONE-RATE
           END-IF.

      * A currency whose only rates are still held -- one
      * new to CURRATE.DAT -- has no rows in the rate table,
      * so it is listed from its first hold in the span.
       TAKE-ONE-HELD-ONLY-RATE.
           IF  (WANTED-CURRENCY = SPACES
           OR   HDT-CURRENCY-CODE (HELD-SUB) = WANTED-CURRENCY)
           AND HDT-EFFECTIVE-DATE (HELD-SUB) NOT > TO-DATE
               MOVE HDT-CURRENCY-CODE (HELD-SUB) TO CURRENT-CURRENCY
               MOVE "N" TO LISTED-SWITCH
               SET RT-IDX TO 1
               SEARCH RATE-ENTRY
                   WHEN RTT-CURRENCY-CODE (RT-IDX) = CURRENT-CURRENCY
                       MOVE "Y" TO LISTED-SWITCH
               END-SEARCH
               PERFORM CHECK-FOR-AN-EARLIER-HOLD
                   VARYING HD-IDX FROM 1 BY 1
                   UNTIL HD-IDX NOT < HELD-SUB
                      OR CURRENCY-IS-LISTED
               IF NOT CURRENCY-IS-LISTED
                   PERFORM WRITE-THE-CURRENCY-HEADING
                   MOVE "No rate on CURRATE.DAT for this currency."
                       TO HN-TEXT
                   PERFORM WRITE-THE-HISTORY-NOTE
                   PERFORM WRITE-ONE-HELD-RATE
                       VARYING HD-IDX FROM 1 BY 1
                       UNTIL HD-IDX > HELD-COUNT
               END-IF
           END-IF.

      * Level 3 routines -- one currency.
       START-THE-CURRENCY.
           MOVE "Y" TO CURRENCY-STARTED-SWITCH.
           MOVE RTT-CURRENCY-CODE (RT-IDX) TO CURRENT-CURRENCY.
           MOVE "N" TO OPENING-FOUND-SWITCH.
           MOVE ZERO TO OPENING-DATE OPENING-RATE LAST-RATE
                        CLOSING-DATE CLOSING-RATE HIGH-RATE
                        LOW-RATE RATES-IN-SPAN.
           PERFORM WRITE-THE-CURRENCY-HEADING.

       WRITE-THE-CURRENCY-HEADING.
           ADD 1 TO CURRENCIES-LISTED.
           MOVE SPACES TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           MOVE CURRENT-CURRENCY TO CH-CURRENCY.
           MOVE CURRENCY-HEADING-LINE TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.

      * A rate before the span is only remembered, the
      * latest of them being the one in force as the span
      * opens; the first rate inside the span prints it
      * before printing itself.
       PLACE-ONE-RATE.
           EVALUATE TRUE
               WHEN RTT-EFFECTIVE-DATE (RT-IDX) < FROM-DATE
                   MOVE "Y" TO OPENING-FOUND-SWITCH
                   MOVE RTT-EFFECTIVE-DATE (RT-IDX) TO OPENING-DATE
                   MOVE RTT-RATE (RT-IDX) TO OPENING-RATE
                   MOVE RTT-RATE (RT-IDX) TO LAST-RATE
               WHEN RTT-EFFECTIVE-DATE (RT-IDX) > TO-DATE
                   CONTINUE
               WHEN OTHER
                   IF RATES-IN-SPAN = ZERO
                       PERFORM WRITE-THE-OPENING-RATE
                   END-IF
                   PERFORM WRITE-ONE-RATE-IN-SPAN
           END-EVALUATE.

       WRITE-THE-OPENING-RATE.
           IF OPENING-RATE-WAS-FOUND
               MOVE SPACES TO RATE-DETAIL-LINE
               MOVE OPENING-DATE TO RL-EFFECTIVE-DATE
               MOVE OPENING-RATE TO RL-RATE
               MOVE "IN FORCE AS THE SPAN OPENS" TO RL-NOTE
               MOVE RATE-DETAIL-LINE TO HISTORY-REPORT-LINE
               PERFORM WRITE-THE-REPORT-LINE
               MOVE OPENING-RATE TO HIGH-RATE LOW-RATE
               MOVE OPENING-DATE TO CLOSING-DATE
               MOVE OPENING-RATE TO CLOSING-RATE
           END-IF.

       WRITE-ONE-RATE-IN-SPAN.
           ADD 1 TO RATES-IN-SPAN.
           MOVE SPACES TO RATE-DETAIL-LINE.
           MOVE RTT-EFFECTIVE-DATE (RT-IDX) TO RL-EFFECTIVE-DATE.
           MOVE RTT-RATE (RT-IDX) TO RL-RATE.
           IF LAST-RATE > ZERO
               COMPUTE RATE-CHANGE = RTT-RATE (RT-IDX) - LAST-RATE
               COMPUTE CHANGE-PERCENT ROUNDED =
                   RATE-CHANGE * 100 / LAST-RATE
                   ON SIZE ERROR
                       MOVE ZERO TO CHANGE-PERCENT
               END-COMPUTE
               MOVE RATE-CHANGE TO RL-CHANGE
               MOVE CHANGE-PERCENT TO RL-CHANGE-PERCENT
           ELSE
               MOVE "FIRST RATE ON FILE" TO RL-NOTE
           END-IF.
           MOVE RATE-DETAIL-LINE TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           MOVE RTT-RATE (RT-IDX) TO LAST-RATE.
           MOVE RTT-EFFECTIVE-DATE (RT-IDX) TO CLOSING-DATE.
           MOVE RTT-RATE (RT-IDX) TO CLOSING-RATE.
           IF HIGH-RATE = ZERO
           OR RTT-RATE (RT-IDX) > HIGH-RATE
               MOVE RTT-RATE (RT-IDX) TO HIGH-RATE
           END-IF.
           IF LOW-RATE = ZERO
           OR RTT-RATE (RT-IDX) < LOW-RATE
               MOVE RTT-RATE (RT-IDX) TO LOW-RATE
           END-IF.

      * With no rate inside the span the one in force as it
      * opened is still in force at its end.
       FINISH-THE-CURRENCY.
           IF RATES-IN-SPAN = ZERO
               PERFORM WRITE-THE-OPENING-RATE
           END-IF.
           IF CLOSING-RATE = ZERO
               MOVE "No rate in force in the span." TO HN-TEXT
               PERFORM WRITE-THE-HISTORY-NOTE
           ELSE
               MOVE TO-DATE TO CS-CLOSING-DATE
               MOVE CLOSING-RATE TO CS-CLOSING-RATE
               MOVE HIGH-RATE TO CS-HIGH-RATE
               MOVE LOW-RATE TO CS-LOW-RATE
               MOVE CURRENCY-SUMMARY-LINE TO HISTORY-REPORT-LINE
               PERFORM WRITE-THE-REPORT-LINE
           END-IF.
           PERFORM WRITE-ONE-HELD-RATE
               VARYING HD-IDX FROM 1 BY 1
               UNTIL HD-IDX > HELD-COUNT.

       CHECK-FOR-AN-EARLIER-HOLD.
           IF  HDT-CURRENCY-CODE (HD-IDX) = CURRENT-CURRENCY
           AND HDT-EFFECTIVE-DATE (HD-IDX) NOT > TO-DATE
               MOVE "Y" TO LISTED-SWITCH
           END-IF.

       WRITE-ONE-HELD-RATE.
           IF  HDT-CURRENCY-CODE (HD-IDX) = CURRENT-CURRENCY
           AND HDT-EFFECTIVE-DATE (HD-IDX) NOT > TO-DATE
               MOVE SPACES TO RATE-DETAIL-LINE
               MOVE HDT-EFFECTIVE-DATE (HD-IDX) TO RL-EFFECTIVE-DATE
               MOVE HDT-RATE (HD-IDX) TO RL-RATE
               STRING "HELD: " DELIMITED BY SIZE
                      HDT-HOLD-REASON (HD-IDX) DELIMITED BY SIZE
                   INTO RL-NOTE
               MOVE RATE-DETAIL-LINE TO HISTORY-REPORT-LINE
               PERFORM WRITE-THE-REPORT-LINE
           END-IF.

       WRITE-THE-HISTORY-NOTE.
           MOVE HISTORY-NOTE-LINE TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           MOVE SPACES TO HN-TEXT.

       WRITE-THE-REPORT-LINE.
           DISPLAY HISTORY-REPORT-LINE (1:79).
           WRITE HISTORY-REPORT-LINE.

      * Level 3 routines -- loading.
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
                           MOVE RH-RATE TO HDT-RATE (HD-IDX)
                           MOVE RH-HOLD-REASON
                               TO HDT-HOLD-REASON (HD-IDX)
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
