       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATECALC.
      *--------------------------------------------------
      * Shared business-date arithmetic. The aging and
      * scheduling jobs each counted days, found month
      * ends, and stepped to the next business day in
      * their own code, and didn't always agree around
      * month ends and holidays -- the same item could be
      * a different number of days old on two reports.
      * Every one of them now CALLs this instead: add or
      * subtract calendar or business days, count the
      * calendar or business days between two dates, find
      * the last day or last business day of a month, name
      * the day of the week, and find the FISCCTL.DAT
      * period a date falls in. The parameters and return
      * codes are described in DATECALC.cpy.
      *
      * Dates are checked the way DATE01 checks a keyed
      * date -- month 01 to 12, a day that exists in that
      * month, February 29th only in a leap year -- and
      * the year must be 1601 or later, where the date
      * arithmetic starts; a date failing any of it comes
      * back as a return code, never as a wrong answer.
      * Business days are the weekdays that are not "H"
      * rows on BUSCAL.DAT, the calendar BUSCAL has always
      * used; the calendar is read once, on the first
      * call, and held for the rest of the run. With no
      * calendar file only weekends are non-business days.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-CALENDAR-FILE
               ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT OPTIONAL FISCAL-PERIOD-FILE
               ASSIGN TO "FISCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-CALENDAR-FILE.
       COPY BUSCAL.

       FD  FISCAL-PERIOD-FILE.
       COPY FISCCTL.

       WORKING-STORAGE SECTION.

       01  WS-CAL-FILE-STATUS    PIC XX.
       01  WS-FISCAL-FILE-STATUS PIC XX.
       01  WS-FILE-END-SWITCH    PIC X.
           88  NO-MORE-FILE-ROWS             VALUE "Y".

       01  WS-CALENDAR-LOADED    PIC X       VALUE "N".
           88  CALENDAR-IS-LOADED            VALUE "Y".
       01  WS-HOLIDAY-COUNT      PIC 9(3)    VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 1 TO 500 TIMES
                                 DEPENDING ON WS-HOLIDAY-COUNT
                                 INDEXED BY WS-HOL-IDX.
               10  WS-HOLIDAY-DATE   PIC 9(8).

       01  WS-CHECKED-DATE       PIC 9(8).
       01  FILLER REDEFINES WS-CHECKED-DATE.
           05  WS-CHECKED-YEAR       PIC 9(4).
           05  WS-CHECKED-MONTH      PIC 99.
           05  WS-CHECKED-DAY        PIC 99.
       01  WS-VALID-SWITCH       PIC X.
           88  DATE-IS-VALID                 VALUE "Y".
       01  WS-LEAP-YEAR-SWITCH   PIC X.
           88  IS-A-LEAP-YEAR                VALUE "Y".
       01  WS-DAYS-IN-THIS-MONTH PIC 99.

       01  WS-FIRST-INTEGER      PIC 9(8).
       01  WS-SECOND-INTEGER     PIC 9(8).
       01  WS-DATE-INTEGER       PIC S9(8).
       01  WS-LAST-INTEGER       PIC 9(8)    VALUE 3067671.
       01  WS-WEEKDAY            PIC 9.
       01  WS-BUSDAY-SWITCH      PIC X.
           88  DATE-IS-A-BUSDAY              VALUE "Y".
       01  WS-DAYS-TO-GO         PIC S9(7).
       01  WS-STEP               PIC S9.
       01  WS-BUSINESS-DAYS      PIC S9(7).

       LINKAGE SECTION.

       COPY DATECALC.

       PROCEDURE DIVISION USING DATE-CALC-PARAMETERS.

       PROGRAM-BEGIN.

           MOVE ZERO TO DK-RETURN-CODE.
           IF NOT CALENDAR-IS-LOADED
               PERFORM LOAD-THE-CALENDAR
           END-IF.
           MOVE DK-FIRST-DATE TO WS-CHECKED-DATE.
           PERFORM VALIDATE-THE-DATE.
           IF NOT DATE-IS-VALID
               MOVE 10 TO DK-RETURN-CODE
           ELSE
               COMPUTE WS-FIRST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DK-FIRST-DATE)
               MOVE WS-FIRST-INTEGER TO WS-DATE-INTEGER
               PERFORM JUDGE-THE-DATE
               MOVE WS-WEEKDAY TO DK-WEEKDAY
               MOVE WS-BUSDAY-SWITCH TO DK-BUSDAY-SWITCH
               PERFORM CARRY-OUT-THE-ACTION
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      * Level 2 routines
       LOAD-THE-CALENDAR.
           MOVE "N" TO WS-FILE-END-SWITCH.
           OPEN INPUT BUSINESS-CALENDAR-FILE.
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CALENDAR-ROW
               PERFORM UNTIL NO-MORE-FILE-ROWS
                   IF CA-DAY-TYPE = "H"
                       PERFORM ADD-ONE-HOLIDAY
                   END-IF
                   PERFORM READ-THE-NEXT-CALENDAR-ROW
               END-PERFORM
           END-IF.
           CLOSE BUSINESS-CALENDAR-FILE.
           MOVE "Y" TO WS-CALENDAR-LOADED.

       READ-THE-NEXT-CALENDAR-ROW.
           READ BUSINESS-CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-FILE-END-SWITCH
           END-READ.

       ADD-ONE-HOLIDAY.
           IF WS-HOLIDAY-COUNT < 500
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE CA-DATE TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
           ELSE
               DISPLAY "DATECALC: BUSCAL.DAT holiday past 500 "
                       "ignored: " CA-DATE
           END-IF.

      * DATE01's rules, plus the 1601 floor of the date
      * arithmetic.
       VALIDATE-THE-DATE.
           MOVE "N" TO WS-VALID-SWITCH.
           IF  WS-CHECKED-DATE IS NUMERIC
           AND WS-CHECKED-YEAR >= 1601
           AND WS-CHECKED-MONTH >= 1
           AND WS-CHECKED-MONTH <= 12
               PERFORM DETERMINE-DAYS-IN-MONTH
               IF  WS-CHECKED-DAY >= 1
               AND WS-CHECKED-DAY <= WS-DAYS-IN-THIS-MONTH
                   MOVE "Y" TO WS-VALID-SWITCH
               END-IF
           END-IF.

       DETERMINE-DAYS-IN-MONTH.
           PERFORM CHECK-FOR-LEAP-YEAR.
           EVALUATE WS-CHECKED-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-THIS-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-THIS-MONTH
               WHEN 2
                   IF IS-A-LEAP-YEAR
                       MOVE 29 TO WS-DAYS-IN-THIS-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-THIS-MONTH
                   END-IF
           END-EVALUATE.

       CHECK-FOR-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-YEAR-SWITCH.
           IF FUNCTION MOD(WS-CHECKED-YEAR, 4) = 0
               IF FUNCTION MOD(WS-CHECKED-YEAR, 100) = 0
                   IF FUNCTION MOD(WS-CHECKED-YEAR, 400) = 0
                       MOVE "Y" TO WS-LEAP-YEAR-SWITCH
                   END-IF
               ELSE
                   MOVE "Y" TO WS-LEAP-YEAR-SWITCH
               END-IF
           END-IF.

      * INTEGER-OF-DATE day 1 was a Monday, so the
      * remainder by 7 runs Monday=1 .. Saturday=6, and
      * Sunday's 0 is reported as 7.
       JUDGE-THE-DATE.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INTEGER, 7).
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF.
           MOVE "Y" TO WS-BUSDAY-SWITCH.
           IF WS-WEEKDAY > 5
               MOVE "N" TO WS-BUSDAY-SWITCH
           ELSE
               IF WS-HOLIDAY-COUNT > 0
                   COMPUTE WS-CHECKED-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   SET WS-HOL-IDX TO 1
                   SEARCH WS-HOLIDAY-ENTRY
                       WHEN WS-HOLIDAY-DATE (WS-HOL-IDX)
                          = WS-CHECKED-DATE
                           MOVE "N" TO WS-BUSDAY-SWITCH
                   END-SEARCH
               END-IF
           END-IF.

       CARRY-OUT-THE-ACTION.
           EVALUATE DK-ACTION
               WHEN "A"
                   PERFORM ADD-CALENDAR-DAYS
               WHEN "B"
                   PERFORM ADD-BUSINESS-DAYS
               WHEN "C"
                   PERFORM COUNT-CALENDAR-DAYS
               WHEN "K"
                   PERFORM COUNT-BUSINESS-DAYS
               WHEN "E"
                   PERFORM FIND-THE-MONTH-END
               WHEN "L"
                   PERFORM FIND-THE-LAST-BUSINESS-DAY
               WHEN "W"
                   CONTINUE
               WHEN "P"
                   PERFORM FIND-THE-FISCAL-PERIOD
               WHEN OTHER
                   MOVE 90 TO DK-RETURN-CODE
           END-EVALUATE.

       ADD-CALENDAR-DAYS.
           COMPUTE WS-DATE-INTEGER = WS-FIRST-INTEGER + DK-DAY-COUNT.
           PERFORM RETURN-THE-RESULT-DATE.

       RETURN-THE-RESULT-DATE.
           IF WS-DATE-INTEGER < 1 OR WS-DATE-INTEGER > WS-LAST-INTEGER
               MOVE 30 TO DK-RETURN-CODE
           ELSE
               COMPUTE DK-RESULT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           END-IF.

      * Only business days count as steps; weekends and
      * holidays are passed over in either direction. A
      * count of zero leaves a business day where it is
      * and rolls any other day forward to the next one.
       ADD-BUSINESS-DAYS.
           MOVE WS-FIRST-INTEGER TO WS-DATE-INTEGER.
           IF DK-DAY-COUNT < 0
               MOVE -1 TO WS-STEP
               COMPUTE WS-DAYS-TO-GO = 0 - DK-DAY-COUNT
           ELSE
               MOVE 1 TO WS-STEP
               MOVE DK-DAY-COUNT TO WS-DAYS-TO-GO
           END-IF.
           IF WS-DAYS-TO-GO = 0
               PERFORM UNTIL DATE-IS-A-BUSDAY
                          OR NOT DK-DATE-OK
                   PERFORM STEP-ONE-DAY
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-DAYS-TO-GO = 0
                          OR NOT DK-DATE-OK
                   PERFORM STEP-ONE-DAY
                   IF DATE-IS-A-BUSDAY
                       SUBTRACT 1 FROM WS-DAYS-TO-GO
                   END-IF
               END-PERFORM
           END-IF.
           IF DK-DATE-OK
               PERFORM RETURN-THE-RESULT-DATE
           END-IF.

       STEP-ONE-DAY.
           ADD WS-STEP TO WS-DATE-INTEGER.
           IF WS-DATE-INTEGER < 1 OR WS-DATE-INTEGER > WS-LAST-INTEGER
               MOVE 30 TO DK-RETURN-CODE
           ELSE
               PERFORM JUDGE-THE-DATE
           END-IF.

       CHECK-THE-SECOND-DATE.
           MOVE DK-SECOND-DATE TO WS-CHECKED-DATE.
           PERFORM VALIDATE-THE-DATE.
           IF DATE-IS-VALID
               COMPUTE WS-SECOND-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DK-SECOND-DATE)
           ELSE
               MOVE 11 TO DK-RETURN-CODE
           END-IF.

       COUNT-CALENDAR-DAYS.
           PERFORM CHECK-THE-SECOND-DATE.
           IF DK-DATE-OK
               COMPUTE DK-DAY-COUNT =
                   WS-SECOND-INTEGER - WS-FIRST-INTEGER
           END-IF.

      * The later date counts and the earlier doesn't, so
      * Friday to the next Monday is one business day,
      * the same answer "B" gives when it adds one.
       COUNT-BUSINESS-DAYS.
           PERFORM CHECK-THE-SECOND-DATE.
           IF DK-DATE-OK
               MOVE ZERO TO WS-BUSINESS-DAYS
               IF WS-SECOND-INTEGER < WS-FIRST-INTEGER
                   MOVE WS-SECOND-INTEGER TO WS-DATE-INTEGER
                   MOVE WS-FIRST-INTEGER TO WS-SECOND-INTEGER
               ELSE
                   MOVE WS-FIRST-INTEGER TO WS-DATE-INTEGER
               END-IF
               MOVE 1 TO WS-STEP
               PERFORM UNTIL WS-DATE-INTEGER >= WS-SECOND-INTEGER
                   PERFORM STEP-ONE-DAY
                   IF DATE-IS-A-BUSDAY
                       ADD 1 TO WS-BUSINESS-DAYS
                   END-IF
               END-PERFORM
               IF DK-SECOND-DATE < DK-FIRST-DATE
                   COMPUTE DK-DAY-COUNT = 0 - WS-BUSINESS-DAYS
               ELSE
                   MOVE WS-BUSINESS-DAYS TO DK-DAY-COUNT
               END-IF
           END-IF.

       FIND-THE-MONTH-END.
           MOVE DK-FIRST-DATE TO WS-CHECKED-DATE.
           PERFORM DETERMINE-DAYS-IN-MONTH.
           MOVE WS-DAYS-IN-THIS-MONTH TO WS-CHECKED-DAY.
           MOVE WS-CHECKED-DATE TO DK-RESULT-DATE.

      * Back from the month end past any weekend or
      * holiday.
       FIND-THE-LAST-BUSINESS-DAY.
           PERFORM FIND-THE-MONTH-END.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(DK-RESULT-DATE).
           PERFORM JUDGE-THE-DATE.
           MOVE -1 TO WS-STEP.
           PERFORM UNTIL DATE-IS-A-BUSDAY
                      OR NOT DK-DATE-OK
               PERFORM STEP-ONE-DAY
           END-PERFORM.
           IF DK-DATE-OK
               PERFORM RETURN-THE-RESULT-DATE
           END-IF.

      * Read fresh on every call, so a period PERCLS01
      * closes mid-stream is seen closed straight away.
       FIND-THE-FISCAL-PERIOD.
           MOVE 20 TO DK-RETURN-CODE.
           MOVE "N" TO WS-FILE-END-SWITCH.
           OPEN INPUT FISCAL-PERIOD-FILE.
           IF WS-FISCAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-PERIOD-ROW
               PERFORM UNTIL NO-MORE-FILE-ROWS
                   IF  DK-FIRST-DATE >= FP-START-DATE
                   AND DK-FIRST-DATE <= FP-END-DATE
                       MOVE FP-PERIOD TO DK-FISCAL-PERIOD
                       MOVE FP-STATUS TO DK-PERIOD-STATUS
                       MOVE ZERO TO DK-RETURN-CODE
                       MOVE "Y" TO WS-FILE-END-SWITCH
                   ELSE
                       PERFORM READ-THE-NEXT-PERIOD-ROW
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE FISCAL-PERIOD-FILE.

       READ-THE-NEXT-PERIOD-ROW.
           READ FISCAL-PERIOD-FILE
               AT END
                   MOVE "Y" TO WS-FILE-END-SWITCH
           END-READ.
