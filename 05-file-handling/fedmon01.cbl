       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDMON01.
      *--------------------------------------------------
      * Inbound feed arrival monitor. PREFLT01 only asks,
      * at stream start, whether ADDTRNP.DAT, WRDIN.DAT,
      * and RANGETRN.DAT exist and are non-empty -- it
      * cannot tell a feed that landed three hours late
      * from one that was on time, nor yesterday's file
      * left in place from tonight's. Run as often as the
      * operator likes through the delivery window (and
      * once more as the first step of the stream), this
      * takes each feed on the FEEDSCHD.DAT schedule and,
      * the first time it sees a new copy of the file,
      * records the copy's last-written stamp, size, and
      * record count on the FEEDARR.DAT arrival register,
      * graded against the sender's window and cutoff.
      *
      * A copy is new when its stamp is later than the
      * feed's last recorded arrival; a file whose stamp
      * has not moved is the prior night's copy still
      * sitting there. Once a feed's cutoff has passed
      * with no new copy, the register gets a "missed" row
      * (or "unchanged" where the old copy is still in
      * place) and an OPERMSG.DAT alert is raised for the
      * overnight floor, as DDLMON01 does for overrunning
      * jobs. A copy that arrives after its cutoff, or
      * whose size and record count match the previous
      * arrival to the byte, is alerted the same way.
      * FEDRPT01 turns the register into the monthly
      * on-time report per sender.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-SCHEDULE-FILE
               ASSIGN TO "FEEDSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.

           SELECT OPTIONAL FEED-ARRIVAL-FILE
               ASSIGN TO "FEEDARR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARRIVAL-FILE-STATUS.

           SELECT OPTIONAL FEED-LINE-FILE
               ASSIGN TO DYNAMIC FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINE-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-MESSAGE-FILE
               ASSIGN TO "OPERMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-SCHEDULE-FILE.
       COPY FEEDSCHD.

       FD  FEED-ARRIVAL-FILE.
       COPY FEEDARR.

       FD  FEED-LINE-FILE.
       01  FEED-LINE                 PIC X(256).

       FD  OPERATOR-MESSAGE-FILE.
       COPY OPERMSG.

       WORKING-STORAGE SECTION.

       01  SCHEDULE-FILE-STATUS  PIC XX.
       01  ARRIVAL-FILE-STATUS   PIC XX.
       01  LINE-FILE-STATUS      PIC XX.
       01  MSG-FILE-STATUS       PIC XX.

       01  SCHEDULE-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-FEEDS                 VALUE "Y".
       01  ARRIVAL-END-SWITCH    PIC X.
           88  NO-MORE-ARRIVALS              VALUE "Y".
       01  LINE-END-SWITCH       PIC X.
           88  NO-MORE-FEED-LINES            VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  CLOCK-DATE            PIC 9(8).
       01  CURRENT-TIME-RAW      PIC 9(8).
       01  CURRENT-HHMM          PIC 9(4).

      * Tonight's standing for the feed on the register,
      * and its last arrival from an earlier night.
       01  ARRIVED-SWITCH        PIC X.
           88  FEED-ARRIVED-TONIGHT          VALUE "Y".
       01  MISS-SWITCH           PIC X.
           88  MISS-ALREADY-RECORDED         VALUE "Y".
       01  PRIOR-SWITCH          PIC X.
           88  PRIOR-WAS-FOUND               VALUE "Y".
       01  PRIOR-STAMP.
           05  PRIOR-STAMP-DATE  PIC 9(8).
           05  PRIOR-STAMP-TIME  PIC 9(6).
       01  PRIOR-FILE-SIZE       PIC 9(12).
       01  PRIOR-RECORD-COUNT    PIC 9(7).

      * What CBL_CHECK_FILE_EXIST hands back about the
      * feed file: its size in bytes and last-written
      * stamp, binary.
       01  FEED-PATH             PIC X(40).
       01  FEED-FILE-INFO.
           05  FEED-FILE-SIZE    PIC X(8)    COMP-X.
           05  FEED-FILE-DAY     PIC X       COMP-X.
           05  FEED-FILE-MONTH   PIC X       COMP-X.
           05  FEED-FILE-YEAR    PIC X(2)    COMP-X.
           05  FEED-FILE-HOUR    PIC X       COMP-X.
           05  FEED-FILE-MINUTE  PIC X       COMP-X.
           05  FEED-FILE-SECOND  PIC X       COMP-X.
           05  FEED-FILE-HUNDREDTHS PIC X    COMP-X.
       01  FEED-PRESENT-SWITCH   PIC X.
           88  FEED-IS-PRESENT               VALUE "Y".
       01  FEED-FRESH-SWITCH     PIC X.
           88  FEED-IS-FRESH                 VALUE "Y".
       01  FILE-STAMP.
           05  FILE-STAMP-DATE   PIC 9(8).
           05  FILE-STAMP-TIME   PIC 9(6).
       01  FILE-STAMP-HHMM       PIC 9(4).
       01  FILE-SIZE             PIC 9(12).
       01  FEED-RECORD-COUNT     PIC 9(7).

       01  HHMM-WORK             PIC 9(4).
       01  HHMM-PARTS REDEFINES HHMM-WORK.
           05  HHMM-HOURS        PIC 99.
           05  HHMM-MINUTES      PIC 99.
       01  ARRIVAL-MINUTES       PIC S9(5).
       01  CLOSE-MINUTES         PIC S9(5).

       01  ARRIVAL-COUNT         PIC 9(3)    VALUE ZERO.
       01  MISSED-COUNT          PIC 9(3)    VALUE ZERO.
       01  ALERT-COUNT           PIC 9(3)    VALUE ZERO.
       01  ALERT-TEXT            PIC X(40).

       01  EXC-JOB-NAME          PIC X(8)    VALUE "FEDMON01".
       01  EXC-CATEGORY          PIC X(4)    VALUE "FEED".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "FEDMON01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-RAW FROM TIME.
           MOVE CURRENT-TIME-RAW (1:4) TO CURRENT-HHMM.
           OPEN INPUT FEED-SCHEDULE-FILE.
           IF SCHEDULE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-FEED
               PERFORM UNTIL NO-MORE-FEEDS
                   PERFORM WATCH-ONE-FEED
                   PERFORM READ-THE-NEXT-FEED
               END-PERFORM
           ELSE
               DISPLAY "No FEEDSCHD.DAT feeds to monitor."
           END-IF.
           CLOSE FEED-SCHEDULE-FILE.
           DISPLAY "Arrivals recorded:    " ARRIVAL-COUNT.
           DISPLAY "Missed cutoffs:       " MISSED-COUNT.
           DISPLAY "Feed alerts raised:   " ALERT-COUNT.
           CALL "RUNEND" USING "FEDMON01".

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       READ-THE-NEXT-FEED.
           READ FEED-SCHEDULE-FILE
               AT END
                   MOVE "Y" TO SCHEDULE-END-SWITCH
           END-READ.

      * Before its cutoff a feed with no new copy is
      * simply still awaited; nothing is written until the
      * copy lands or the cutoff goes by, and a miss is
      * recorded and alerted only once a night.
       WATCH-ONE-FEED.
           PERFORM CHECK-THE-REGISTER.
           IF FEED-ARRIVED-TONIGHT
               DISPLAY "  " FS-FEED-NAME " already recorded"
           ELSE
               PERFORM LOOK-AT-THE-FEED-FILE
               IF FEED-IS-FRESH
                   PERFORM RECORD-THE-ARRIVAL
               ELSE
               IF CURRENT-HHMM < FS-CUTOFF
                   IF CURRENT-HHMM < FS-WINDOW-OPEN
                       DISPLAY "  " FS-FEED-NAME " not yet due"
                   ELSE
                       DISPLAY "  " FS-FEED-NAME " awaited"
                   END-IF
               ELSE
               IF MISS-ALREADY-RECORDED
                   DISPLAY "  " FS-FEED-NAME " still missing"
               ELSE
                   PERFORM RECORD-THE-MISSED-CUTOFF
               END-IF
               END-IF
               END-IF
           END-IF.

      * The latest arrival from an earlier business date
      * is the copy tonight's file must be newer than.
       CHECK-THE-REGISTER.
           MOVE "N" TO ARRIVED-SWITCH.
           MOVE "N" TO MISS-SWITCH.
           MOVE "N" TO PRIOR-SWITCH.
           MOVE ZERO TO PRIOR-STAMP-DATE.
           MOVE ZERO TO PRIOR-STAMP-TIME.
           MOVE ZERO TO PRIOR-FILE-SIZE.
           MOVE ZERO TO PRIOR-RECORD-COUNT.
           MOVE "N" TO ARRIVAL-END-SWITCH.
           OPEN INPUT FEED-ARRIVAL-FILE.
           IF ARRIVAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ARRIVAL
               PERFORM UNTIL NO-MORE-ARRIVALS
                   IF FA-FEED-NAME = FS-FEED-NAME
                       PERFORM TAKE-ONE-REGISTER-ROW
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

       TAKE-ONE-REGISTER-ROW.
           IF FA-BUSINESS-DATE = BUSINESS-DATE
               IF FA-FEED-HAS-ARRIVED
                   MOVE "Y" TO ARRIVED-SWITCH
               ELSE
                   MOVE "Y" TO MISS-SWITCH
               END-IF
           ELSE
           IF FA-BUSINESS-DATE < BUSINESS-DATE
           AND FA-FEED-HAS-ARRIVED
               IF NOT PRIOR-WAS-FOUND
               OR FA-ARRIVAL-DATE > PRIOR-STAMP-DATE
               OR (FA-ARRIVAL-DATE = PRIOR-STAMP-DATE
                   AND FA-ARRIVAL-TIME > PRIOR-STAMP-TIME)
                   MOVE "Y" TO PRIOR-SWITCH
                   MOVE FA-ARRIVAL-DATE TO PRIOR-STAMP-DATE
                   MOVE FA-ARRIVAL-TIME TO PRIOR-STAMP-TIME
                   MOVE FA-FILE-SIZE TO PRIOR-FILE-SIZE
                   MOVE FA-RECORD-COUNT TO PRIOR-RECORD-COUNT
               END-IF
           END-IF
           END-IF.

      * An empty file is no delivery at all, the same view
      * PREFLT01 takes of it.
       LOOK-AT-THE-FEED-FILE.
           MOVE "N" TO FEED-PRESENT-SWITCH.
           MOVE "N" TO FEED-FRESH-SWITCH.
           MOVE ZERO TO FILE-SIZE.
           MOVE ZERO TO FILE-STAMP-DATE.
           MOVE ZERO TO FILE-STAMP-TIME.
           MOVE FS-FEED-NAME TO FEED-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING FEED-PATH
                                              FEED-FILE-INFO.
           IF RETURN-CODE = ZERO
           AND FEED-FILE-SIZE > ZERO
               MOVE "Y" TO FEED-PRESENT-SWITCH
               MOVE FEED-FILE-SIZE TO FILE-SIZE
               COMPUTE FILE-STAMP-DATE =
                   (FEED-FILE-YEAR * 10000)
                   + (FEED-FILE-MONTH * 100) + FEED-FILE-DAY
               COMPUTE FILE-STAMP-TIME =
                   (FEED-FILE-HOUR * 10000)
                   + (FEED-FILE-MINUTE * 100) + FEED-FILE-SECOND
               IF NOT PRIOR-WAS-FOUND
               OR FILE-STAMP > PRIOR-STAMP
                   MOVE "Y" TO FEED-FRESH-SWITCH
               END-IF
           END-IF.

      * A copy stamped before tonight's clock date came in
      * the evening before -- ahead of the window, so on
      * time. Otherwise its stamp is graded against the
      * window close and the cutoff.
       RECORD-THE-ARRIVAL.
           PERFORM COUNT-THE-FEED-RECORDS.
           MOVE SPACES TO FEED-ARRIVAL-RECORD.
           MOVE BUSINESS-DATE TO FA-BUSINESS-DATE.
           MOVE FS-FEED-NAME TO FA-FEED-NAME.
           MOVE FS-SENDER TO FA-SENDER.
           MOVE FILE-STAMP-DATE TO FA-ARRIVAL-DATE.
           MOVE FILE-STAMP-TIME TO FA-ARRIVAL-TIME.
           MOVE ZERO TO FA-MINUTES-LATE.
           MOVE FILE-SIZE TO FA-FILE-SIZE.
           MOVE FEED-RECORD-COUNT TO FA-RECORD-COUNT.
           MOVE FILE-STAMP-TIME (1:4) TO FILE-STAMP-HHMM.
           IF FILE-STAMP-DATE < CLOCK-DATE
           OR FILE-STAMP-HHMM NOT > FS-WINDOW-CLOSE
               MOVE "O" TO FA-ARRIVAL-STATUS
           ELSE
               PERFORM WORK-OUT-THE-MINUTES-LATE
               IF FILE-STAMP-HHMM NOT > FS-CUTOFF
                   MOVE "L" TO FA-ARRIVAL-STATUS
               ELSE
                   MOVE "A" TO FA-ARRIVAL-STATUS
               END-IF
           END-IF.
           IF PRIOR-WAS-FOUND
           AND FILE-SIZE = PRIOR-FILE-SIZE
           AND FEED-RECORD-COUNT = PRIOR-RECORD-COUNT
               MOVE "Y" TO FA-SAME-AS-PRIOR
           ELSE
               MOVE "N" TO FA-SAME-AS-PRIOR
           END-IF.
           PERFORM WRITE-THE-REGISTER-ROW.
           ADD 1 TO ARRIVAL-COUNT.
           DISPLAY "  " FS-FEED-NAME " arrived " FILE-STAMP-DATE
                   " " FILE-STAMP-TIME " status " FA-ARRIVAL-STATUS
                   " records " FEED-RECORD-COUNT.
           IF FA-ARRIVED-AFTER-CUTOFF
               MOVE SPACES TO ALERT-TEXT
               STRING FS-FEED-NAME DELIMITED BY SPACE
                      " arrived after cutoff" DELIMITED BY SIZE
                   INTO ALERT-TEXT
               PERFORM RAISE-ONE-ALERT
           END-IF.
           IF FA-SAME-AS-PRIOR = "Y"
               MOVE SPACES TO ALERT-TEXT
               STRING FS-FEED-NAME DELIMITED BY SPACE
                      " same size/count as prior"
                          DELIMITED BY SIZE
                   INTO ALERT-TEXT
               PERFORM RAISE-ONE-ALERT
           END-IF.

       WORK-OUT-THE-MINUTES-LATE.
           MOVE FILE-STAMP-HHMM TO HHMM-WORK.
           COMPUTE ARRIVAL-MINUTES =
               (HHMM-HOURS * 60) + HHMM-MINUTES.
           MOVE FS-WINDOW-CLOSE TO HHMM-WORK.
           COMPUTE CLOSE-MINUTES =
               (HHMM-HOURS * 60) + HHMM-MINUTES.
           IF ARRIVAL-MINUTES > CLOSE-MINUTES
               COMPUTE FA-MINUTES-LATE =
                   ARRIVAL-MINUTES - CLOSE-MINUTES
           END-IF.

      * A record-sequential feed has no line ends to count;
      * its fixed record length divides its size.
       COUNT-THE-FEED-RECORDS.
           MOVE ZERO TO FEED-RECORD-COUNT.
           IF FS-RECORD-LENGTH > ZERO
               DIVIDE FILE-SIZE BY FS-RECORD-LENGTH
                   GIVING FEED-RECORD-COUNT
           ELSE
               MOVE "N" TO LINE-END-SWITCH
               OPEN INPUT FEED-LINE-FILE
               IF LINE-FILE-STATUS = "00"
                   PERFORM READ-THE-NEXT-FEED-LINE
                   PERFORM UNTIL NO-MORE-FEED-LINES
                       ADD 1 TO FEED-RECORD-COUNT
                       PERFORM READ-THE-NEXT-FEED-LINE
                   END-PERFORM
               END-IF
               CLOSE FEED-LINE-FILE
           END-IF.

       READ-THE-NEXT-FEED-LINE.
           READ FEED-LINE-FILE
               AT END
                   MOVE "Y" TO LINE-END-SWITCH
           END-READ.

      * The old copy left in place is recorded with its
      * own stamp and size, so the morning can see just
      * how stale it was.
       RECORD-THE-MISSED-CUTOFF.
           MOVE SPACES TO FEED-ARRIVAL-RECORD.
           MOVE BUSINESS-DATE TO FA-BUSINESS-DATE.
           MOVE FS-FEED-NAME TO FA-FEED-NAME.
           MOVE FS-SENDER TO FA-SENDER.
           MOVE FILE-STAMP-DATE TO FA-ARRIVAL-DATE.
           MOVE FILE-STAMP-TIME TO FA-ARRIVAL-TIME.
           MOVE ZERO TO FA-MINUTES-LATE.
           MOVE FILE-SIZE TO FA-FILE-SIZE.
           MOVE "N" TO FA-SAME-AS-PRIOR.
           MOVE SPACES TO ALERT-TEXT.
           IF FEED-IS-PRESENT
               MOVE "U" TO FA-ARRIVAL-STATUS
               MOVE PRIOR-RECORD-COUNT TO FA-RECORD-COUNT
               STRING FS-FEED-NAME DELIMITED BY SPACE
                      " unchanged from prior day"
                          DELIMITED BY SIZE
                   INTO ALERT-TEXT
           ELSE
               MOVE "M" TO FA-ARRIVAL-STATUS
               MOVE ZERO TO FA-RECORD-COUNT
               STRING FS-FEED-NAME DELIMITED BY SPACE
                      " missed cutoff from " DELIMITED BY SIZE
                      FS-SENDER DELIMITED BY SPACE
                   INTO ALERT-TEXT
           END-IF.
           PERFORM WRITE-THE-REGISTER-ROW.
           ADD 1 TO MISSED-COUNT.
           PERFORM RAISE-ONE-ALERT.

       WRITE-THE-REGISTER-ROW.
           OPEN EXTEND FEED-ARRIVAL-FILE.
           IF ARRIVAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT FEED-ARRIVAL-FILE
               CLOSE FEED-ARRIVAL-FILE
               OPEN EXTEND FEED-ARRIVAL-FILE
           END-IF.
           WRITE FEED-ARRIVAL-RECORD.
           CLOSE FEED-ARRIVAL-FILE.

      * The same OPERMSG.DAT record DDLMON01 raises, so
      * the overnight floor sees late senders in the one
      * dataset it already watches; the exception log gets
      * the same line for the morning's review.
       RAISE-ONE-ALERT.
           ADD 1 TO ALERT-COUNT.
           DISPLAY "ALERT: " ALERT-TEXT.
           PERFORM OPEN-THE-MESSAGES-FOR-APPEND.
           MOVE SPACES TO OPERATOR-MESSAGE-RECORD.
           MOVE CLOCK-DATE TO OM-RUN-DATE.
           ACCEPT OM-RUN-TIME FROM TIME.
           MOVE ALERT-TEXT TO OM-MESSAGE-TEXT.
           WRITE OPERATOR-MESSAGE-RECORD.
           CLOSE OPERATOR-MESSAGE-FILE.
           CALL "EXCLOG" USING EXC-JOB-NAME ALERT-TEXT EXC-CATEGORY.

       OPEN-THE-MESSAGES-FOR-APPEND.
           OPEN EXTEND OPERATOR-MESSAGE-FILE.
           IF MSG-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-MESSAGE-FILE
               CLOSE OPERATOR-MESSAGE-FILE
               OPEN EXTEND OPERATOR-MESSAGE-FILE
           END-IF.
