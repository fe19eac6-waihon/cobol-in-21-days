      *--------------------------------------------------
      * DATECALC.cpy
      * Parameter area for the shared DATECALC date
      * routine. The caller COPYs this into
      * WORKING-STORAGE, sets DK-ACTION and the inputs the
      * action needs, and CALLs "DATECALC" USING
      * DATE-CALC-PARAMETERS; DATECALC COPYs the same
      * layout into its LINKAGE SECTION.
      *
      * DK-ACTION       - "A" add DK-DAY-COUNT calendar
      *                   days to DK-FIRST-DATE;
      *                   "B" add DK-DAY-COUNT business
      *                   days (negative counts back;
      *                   zero rolls a non-business day
      *                   forward to the next one);
      *                   "C" calendar days from
      *                   DK-FIRST-DATE to DK-SECOND-DATE;
      *                   "K" business days from
      *                   DK-FIRST-DATE to DK-SECOND-DATE
      *                   (the first date not counted,
      *                   the second counted);
      *                   "E" last day of DK-FIRST-DATE's
      *                   month;
      *                   "L" last business day of
      *                   DK-FIRST-DATE's month;
      *                   "W" day of the week;
      *                   "P" the FISCCTL.DAT period
      *                   containing DK-FIRST-DATE.
      * DK-FIRST-DATE   - CCYYMMDD, every action.
      * DK-SECOND-DATE  - CCYYMMDD, "C" and "K" only.
      * DK-DAY-COUNT    - in for "A" and "B"; out for "C"
      *                   and "K", negative when the
      *                   second date is the earlier.
      * DK-RESULT-DATE  - out for "A", "B", "E" and "L".
      * DK-WEEKDAY      - out on every valid call, for
      *                   DK-FIRST-DATE: 1 Monday through
      *                   7 Sunday.
      * DK-BUSDAY-SWITCH - out on every valid call: "Y"
      *                   when DK-FIRST-DATE is a business
      *                   day.
      * DK-FISCAL-PERIOD - out for "P", CCYYMM, with
      *                   DK-PERIOD-STATUS "O" or "C".
      * DK-RETURN-CODE  - 00 done; 10 DK-FIRST-DATE is not
      *                   a valid date; 11 DK-SECOND-DATE
      *                   is not; 20 no FISCCTL.DAT period
      *                   covers the date; 30 the result
      *                   would fall outside the calendar;
      *                   90 unknown action. On any
      *                   non-zero code the outputs are
      *                   not to be used.
      *--------------------------------------------------
       01  DATE-CALC-PARAMETERS.
           05  DK-ACTION             PIC X.
           05  DK-FIRST-DATE         PIC 9(8).
           05  DK-SECOND-DATE        PIC 9(8).
           05  DK-DAY-COUNT          PIC S9(7).
           05  DK-RESULT-DATE        PIC 9(8).
           05  DK-WEEKDAY            PIC 9.
           05  DK-BUSDAY-SWITCH      PIC X.
               88  DK-DATE-IS-A-BUSDAY           VALUE "Y".
           05  DK-FISCAL-PERIOD      PIC 9(6).
           05  DK-PERIOD-STATUS      PIC X.
           05  DK-RETURN-CODE        PIC 99.
               88  DK-DATE-OK                    VALUE 00.
               88  DK-FIRST-DATE-INVALID         VALUE 10.
               88  DK-SECOND-DATE-INVALID        VALUE 11.
               88  DK-NO-FISCAL-PERIOD           VALUE 20.
               88  DK-RESULT-OUT-OF-RANGE        VALUE 30.
               88  DK-UNKNOWN-ACTION             VALUE 90.
