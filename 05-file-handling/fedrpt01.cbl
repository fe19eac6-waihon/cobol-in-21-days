       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDRPT01.
      *--------------------------------------------------
      * Monthly feed on-time report per sender, for the
      * vendor review meetings. FEDMON01 leaves a row on
      * the FEEDARR.DAT arrival register for each inbound
      * feed each night -- on time, late, after the cutoff,
      * missed, or left unchanged -- and this grades the
      * month's nights by sender: how many nights each
      * sender owed us a feed, how many it delivered inside
      * its window, how late the late ones were on average,
      * and how often it missed the night outright or sent
      * the prior day's data again. A second section lists
      * every night that was not clean, so the meeting has
      * the dates in front of it.
      *
      * A feed that missed its cutoff and came in later
      * has two rows for the night; the later one stands,
      * so the night counts once, as after-cutoff.
      *
      * The month is the business date's: the job runs on
      * the month-end business day, so the report covers
      * the month being closed.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-ARRIVAL-FILE
               ASSIGN TO "FEEDARR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARRIVAL-FILE-STATUS.

           SELECT ON-TIME-REPORT-FILE ASSIGN TO "FEEDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-ARRIVAL-FILE.
       COPY FEEDARR.

       FD  ON-TIME-REPORT-FILE.
       01  ON-TIME-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       01  ARRIVAL-FILE-STATUS   PIC XX.

       01  ARRIVAL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-ARRIVALS              VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
           05  REPORT-PERIOD     PIC 9(6).
           05  FILLER            PIC 9(2).
       01  ROW-DATE              PIC 9(8).
       01  ROW-DATE-PARTS REDEFINES ROW-DATE.
           05  ROW-PERIOD        PIC 9(6).
           05  FILLER            PIC 9(2).

      * One entry per feed per night in the month.
       01  FEED-DAY-COUNT        PIC 9(4)    VALUE ZERO.
       01  FEED-DAY-TABLE.
           05  FEED-DAY-ENTRY OCCURS 1 TO 1000 TIMES
                               DEPENDING ON FEED-DAY-COUNT
                               INDEXED BY FY-IDX.
               10  FY-BUSINESS-DATE   PIC 9(8).
               10  FY-FEED-NAME       PIC X(12).
               10  FY-SENDER          PIC X(8).
               10  FY-STATUS          PIC X.
               10  FY-ARRIVAL-DATE    PIC 9(8).
               10  FY-ARRIVAL-TIME    PIC 9(6).
               10  FY-MINUTES-LATE    PIC 9(4).
               10  FY-SAME-AS-PRIOR   PIC X.
       01  FEED-DAY-FOUND-SWITCH PIC X.
           88  FEED-DAY-WAS-FOUND            VALUE "Y".

      * One line per sender.
       01  SENDER-COUNT          PIC 9(3)    VALUE ZERO.
       01  SENDER-TABLE.
           05  SENDER-ENTRY OCCURS 1 TO 100 TIMES
                             DEPENDING ON SENDER-COUNT
                             INDEXED BY SN-IDX.
               10  SN-SENDER          PIC X(8).
               10  SN-NIGHTS          PIC 9(4).
               10  SN-ON-TIME         PIC 9(4).
               10  SN-LATE            PIC 9(4).
               10  SN-AFTER-CUTOFF    PIC 9(4).
               10  SN-MISSED          PIC 9(4).
               10  SN-UNCHANGED       PIC 9(4).
               10  SN-RESENT          PIC 9(4).
               10  SN-MINUTES-LATE    PIC 9(7).
       01  SENDER-FOUND-SWITCH   PIC X.
           88  SENDER-WAS-FOUND              VALUE "Y".

       01  ROWS-IN-PERIOD        PIC 9(7)    VALUE ZERO.
       01  EXCEPTION-COUNT       PIC 9(4)    VALUE ZERO.
       01  LATE-ARRIVALS         PIC 9(4).
       01  ON-TIME-PERCENT       PIC 9(3)V9.
       01  TOTAL-NIGHTS          PIC 9(5)    VALUE ZERO.
       01  TOTAL-ON-TIME         PIC 9(5)    VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "FEDRPT01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  REPORT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "FEED ON-TIME REPORT BY SENDER".
           COPY RUNDATE REPLACING RD-RUN-DATE BY FH-RUN-DATE.

       01  REPORT-HEADING-2.
           05  FILLER             PIC X(8)  VALUE "PERIOD: ".
           05  FH-PERIOD          PIC 9(6).

       01  REPORT-HEADING-3.
           05  FILLER             PIC X(10) VALUE "SENDER".
           05  FILLER             PIC X(33)
               VALUE "NIGHTS ONTIME  LATE AFTCUT MISSED".
           05  FILLER             PIC X(30)
               VALUE " UNCHGD RESENT AVGLATE ONTIME%".

       01  SENDER-DETAIL-LINE.
           05  SL-SENDER          PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-NIGHTS          PIC ZZZZZ9.
           05  SL-ON-TIME         PIC ZZZZZZ9.
           05  SL-LATE            PIC ZZZZZ9.
           05  SL-AFTER-CUTOFF    PIC ZZZZZZ9.
           05  SL-MISSED          PIC ZZZZZZ9.
           05  SL-UNCHANGED       PIC ZZZZZZ9.
           05  SL-RESENT          PIC ZZZZZZ9.
           05  SL-AVERAGE-LATE    PIC ZZZZZZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  SL-PERCENT         PIC ZZ9.9.

       01  SENDER-TOTAL-LINE.
           05  FILLER             PIC X(10) VALUE "ALL".
           05  ST-NIGHTS          PIC ZZZZZ9.
           05  ST-ON-TIME         PIC ZZZZZZ9.
           05  FILLER             PIC X(45) VALUE SPACES.
           05  ST-PERCENT         PIC ZZ9.9.

       01  EXCEPTION-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "NIGHTS NOT ON TIME".

       01  EXCEPTION-HEADING-2.
           05  FILLER             PIC X(40)
               VALUE "DATE     FEED         SENDER   STATUS".
           05  FILLER             PIC X(40)
               VALUE "        STAMP           MIN LATE".

       01  EXCEPTION-DETAIL-LINE.
           05  EL-BUSINESS-DATE   PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  EL-FEED-NAME       PIC X(12).
           05  FILLER             PIC X     VALUE SPACE.
           05  EL-SENDER          PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  EL-STATUS          PIC X(17).
           05  EL-ARRIVAL-DATE    PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  EL-ARRIVAL-TIME    PIC 9(6).
           05  EL-MINUTES-LATE    PIC ZZZZZZZZ9.

       01  EXCEPTION-TOTAL-LINE.
           05  FILLER             PIC X(24)
               VALUE "Nights not on time: ".
           05  ET-COUNT           PIC ZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "FEDRPT01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM LOAD-THE-MONTHS-NIGHTS.
           PERFORM TOTAL-THE-SENDERS.
           IF LOAD-DID-OVERFLOW
               DISPLAY "The feed on-time report table exceeds its "
                       "limit; run abandoned."
               MOVE "Feed on-time report table overflow"
                   TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               CALL "RUNEND" USING "FEDRPT01"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-THE-REPORT
               DISPLAY "Register rows for " REPORT-PERIOD ": "
                       ROWS-IN-PERIOD
               DISPLAY "Nights not on time: " EXCEPTION-COUNT
               CALL "RUNEND" USING "FEDRPT01"
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-MONTHS-NIGHTS.
           OPEN INPUT FEED-ARRIVAL-FILE.
           IF ARRIVAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ARRIVAL
               PERFORM UNTIL NO-MORE-ARRIVALS
                          OR LOAD-DID-OVERFLOW
                   MOVE FA-BUSINESS-DATE TO ROW-DATE
                   IF ROW-PERIOD = REPORT-PERIOD
                       ADD 1 TO ROWS-IN-PERIOD
                       PERFORM TAKE-ONE-ARRIVAL
                   END-IF
                   PERFORM READ-THE-NEXT-ARRIVAL
               END-PERFORM
           END-IF.
           CLOSE FEED-ARRIVAL-FILE.

       READ-THE-NEXT-ARRIVAL.
           READ FEED-ARRIVAL-FILE
               AT END
                   MOVE "Y" TO ARRIVAL-END-SWITCH
           END-READ.

      * A later row for the same feed and night replaces
      * the earlier one in place.
       TAKE-ONE-ARRIVAL.
           MOVE "N" TO FEED-DAY-FOUND-SWITCH.
           IF FEED-DAY-COUNT > 0
               SET FY-IDX TO 1
               SEARCH FEED-DAY-ENTRY
                   WHEN FY-BUSINESS-DATE (FY-IDX) = FA-BUSINESS-DATE
                    AND FY-FEED-NAME (FY-IDX) = FA-FEED-NAME
                       MOVE "Y" TO FEED-DAY-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT FEED-DAY-WAS-FOUND
               IF FEED-DAY-COUNT < 1000
                   ADD 1 TO FEED-DAY-COUNT
                   SET FY-IDX TO FEED-DAY-COUNT
                   MOVE "Y" TO FEED-DAY-FOUND-SWITCH
               ELSE
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               END-IF
           END-IF.
           IF FEED-DAY-WAS-FOUND
               MOVE FA-BUSINESS-DATE TO FY-BUSINESS-DATE (FY-IDX)
               MOVE FA-FEED-NAME TO FY-FEED-NAME (FY-IDX)
               MOVE FA-SENDER TO FY-SENDER (FY-IDX)
               MOVE FA-ARRIVAL-STATUS TO FY-STATUS (FY-IDX)
               MOVE FA-ARRIVAL-DATE TO FY-ARRIVAL-DATE (FY-IDX)
               MOVE FA-ARRIVAL-TIME TO FY-ARRIVAL-TIME (FY-IDX)
               MOVE FA-MINUTES-LATE TO FY-MINUTES-LATE (FY-IDX)
               MOVE FA-SAME-AS-PRIOR TO FY-SAME-AS-PRIOR (FY-IDX)
           END-IF.

       TOTAL-THE-SENDERS.
           PERFORM TOTAL-ONE-NIGHT
               VARYING FY-IDX FROM 1 BY 1
               UNTIL FY-IDX > FEED-DAY-COUNT
                  OR LOAD-DID-OVERFLOW.

       TOTAL-ONE-NIGHT.
           MOVE "N" TO SENDER-FOUND-SWITCH.
           IF SENDER-COUNT > 0
               SET SN-IDX TO 1
               SEARCH SENDER-ENTRY
                   WHEN SN-SENDER (SN-IDX) = FY-SENDER (FY-IDX)
                       MOVE "Y" TO SENDER-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT SENDER-WAS-FOUND
               IF SENDER-COUNT < 100
                   ADD 1 TO SENDER-COUNT
                   SET SN-IDX TO SENDER-COUNT
                   MOVE FY-SENDER (FY-IDX) TO SN-SENDER (SN-IDX)
                   MOVE ZERO TO SN-NIGHTS (SN-IDX)
                   MOVE ZERO TO SN-ON-TIME (SN-IDX)
                   MOVE ZERO TO SN-LATE (SN-IDX)
                   MOVE ZERO TO SN-AFTER-CUTOFF (SN-IDX)
                   MOVE ZERO TO SN-MISSED (SN-IDX)
                   MOVE ZERO TO SN-UNCHANGED (SN-IDX)
                   MOVE ZERO TO SN-RESENT (SN-IDX)
                   MOVE ZERO TO SN-MINUTES-LATE (SN-IDX)
                   MOVE "Y" TO SENDER-FOUND-SWITCH
               ELSE
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               END-IF
           END-IF.
           IF SENDER-WAS-FOUND
               ADD 1 TO SN-NIGHTS (SN-IDX)
               EVALUATE FY-STATUS (FY-IDX)
                   WHEN "O"
                       ADD 1 TO SN-ON-TIME (SN-IDX)
                   WHEN "L"
                       ADD 1 TO SN-LATE (SN-IDX)
                       ADD FY-MINUTES-LATE (FY-IDX)
                           TO SN-MINUTES-LATE (SN-IDX)
                   WHEN "A"
                       ADD 1 TO SN-AFTER-CUTOFF (SN-IDX)
                       ADD FY-MINUTES-LATE (FY-IDX)
                           TO SN-MINUTES-LATE (SN-IDX)
                   WHEN "U"
                       ADD 1 TO SN-UNCHANGED (SN-IDX)
                   WHEN OTHER
                       ADD 1 TO SN-MISSED (SN-IDX)
               END-EVALUATE
               IF FY-SAME-AS-PRIOR (FY-IDX) = "Y"
                   ADD 1 TO SN-RESENT (SN-IDX)
               END-IF
           END-IF.

       WRITE-THE-REPORT.
           OPEN OUTPUT ON-TIME-REPORT-FILE.
           ACCEPT FH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE REPORT-HEADING-1 TO ON-TIME-REPORT-LINE.
           WRITE ON-TIME-REPORT-LINE.
           MOVE REPORT-PERIOD TO FH-PERIOD.
           MOVE REPORT-HEADING-2 TO ON-TIME-REPORT-LINE.
           WRITE ON-TIME-REPORT-LINE.
           MOVE SPACES TO ON-TIME-REPORT-LINE.
           WRITE ON-TIME-REPORT-LINE.
           MOVE REPORT-HEADING-3 TO ON-TIME-REPORT-LINE.
           WRITE ON-TIME-REPORT-LINE.
           IF SENDER-COUNT > 0
               SORT SENDER-ENTRY ASCENDING KEY SN-SENDER
           END-IF.
           PERFORM WRITE-ONE-SENDER-LINE
               VARYING SN-IDX FROM 1 BY 1
               UNTIL SN-IDX > SENDER-COUNT.
           PERFORM WRITE-THE-SENDER-TOTAL.
           PERFORM WRITE-THE-EXCEPTIONS.
           CLOSE ON-TIME-REPORT-FILE.

      * The average is over the nights that came in late,
      * before or after the cutoff; a missed night has no
      * arrival to time.
       WRITE-ONE-SENDER-LINE.
           MOVE SN-SENDER (SN-IDX) TO SL-SENDER.
           MOVE SN-NIGHTS (SN-IDX) TO SL-NIGHTS.
           MOVE SN-ON-TIME (SN-IDX) TO SL-ON-TIME.
           MOVE SN-LATE (SN-IDX) TO SL-LATE.
           MOVE SN-AFTER-CUTOFF (SN-IDX) TO SL-AFTER-CUTOFF.
           MOVE SN-MISSED (SN-IDX) TO SL-MISSED.
           MOVE SN-UNCHANGED (SN-IDX) TO SL-UNCHANGED.
           MOVE SN-RESENT (SN-IDX) TO SL-RESENT.
           COMPUTE LATE-ARRIVALS =
               SN-LATE (SN-IDX) + SN-AFTER-CUTOFF (SN-IDX).
           IF LATE-ARRIVALS > ZERO
               COMPUTE SL-AVERAGE-LATE ROUNDED =
                   SN-MINUTES-LATE (SN-IDX) / LATE-ARRIVALS
           ELSE
               MOVE ZERO TO SL-AVERAGE-LATE
           END-IF.
           COMPUTE ON-TIME-PERCENT ROUNDED =
               (SN-ON-TIME (SN-IDX) * 100) / SN-NIGHTS (SN-IDX).
           MOVE ON-TIME-PERCENT TO SL-PERCENT.
           MOVE SENDER-DETAIL-LINE TO ON-TIME-REPORT-LINE.
           WRITE ON-TIME-REPORT-LINE.
           ADD SN-NIGHTS (SN-IDX) TO TOTAL-NIGHTS.
           ADD SN-ON-TIME (SN-IDX) TO TOTAL-ON-TIME.

       WRITE-THE-SENDER-TOTAL.
           MOVE TOTAL-NIGHTS TO ST-NIGHTS.
           MOVE TOTAL-ON-TIME TO ST-ON-TIME.
           IF TOTAL-NIGHTS > ZERO
               COMPUTE ON-TIME-PERCENT ROUNDED =
                   (TOTAL-ON-TIME * 100) / TOTAL-NIGHTS
           ELSE
               MOVE ZERO TO ON-TIME-PERCENT
           END-IF.
           MOVE ON-TIME-PERCENT TO ST-PERCENT.
           MOVE SENDER-TOTAL-LINE TO ON-TIME-REPORT-LINE.
           WRITE ON-TIME-REPORT-LINE.

      * A night delivered on time but with the same size
      * and count as the one before is listed too -- it
      * may well be the old data resent.
       WRITE-THE-EXCEPTIONS.
           MOVE SPACES TO ON-TIME-REPORT-LINE.
           WRITE ON-TIME-REPORT-LINE.
           MOVE EXCEPTION-HEADING-1 TO ON-TIME-REPORT-LINE.
           WRITE ON-TIME-REPORT-LINE.
           MOVE EXCEPTION-HEADING-2 TO ON-TIME-REPORT-LINE.
           WRITE ON-TIME-REPORT-LINE.
           PERFORM WRITE-ONE-EXCEPTION-LINE
               VARYING FY-IDX FROM 1 BY 1
               UNTIL FY-IDX > FEED-DAY-COUNT.
           MOVE EXCEPTION-COUNT TO ET-COUNT.
           MOVE EXCEPTION-TOTAL-LINE TO ON-TIME-REPORT-LINE.
           WRITE ON-TIME-REPORT-LINE.

       WRITE-ONE-EXCEPTION-LINE.
           IF FY-STATUS (FY-IDX) NOT = "O"
           OR FY-SAME-AS-PRIOR (FY-IDX) = "Y"
               ADD 1 TO EXCEPTION-COUNT
               MOVE FY-BUSINESS-DATE (FY-IDX) TO EL-BUSINESS-DATE
               MOVE FY-FEED-NAME (FY-IDX) TO EL-FEED-NAME
               MOVE FY-SENDER (FY-IDX) TO EL-SENDER
               EVALUATE FY-STATUS (FY-IDX)
                   WHEN "O"
                       MOVE "ON TIME, RESENT?" TO EL-STATUS
                   WHEN "L"
                       MOVE "LATE" TO EL-STATUS
                   WHEN "A"
                       MOVE "AFTER CUTOFF" TO EL-STATUS
                   WHEN "U"
                       MOVE "UNCHANGED" TO EL-STATUS
                   WHEN OTHER
                       MOVE "MISSED" TO EL-STATUS
               END-EVALUATE
               MOVE FY-ARRIVAL-DATE (FY-IDX) TO EL-ARRIVAL-DATE
               MOVE FY-ARRIVAL-TIME (FY-IDX) TO EL-ARRIVAL-TIME
               MOVE FY-MINUTES-LATE (FY-IDX) TO EL-MINUTES-LATE
               MOVE EXCEPTION-DETAIL-LINE TO ON-TIME-REPORT-LINE
               WRITE ON-TIME-REPORT-LINE
           END-IF.
