       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNGSTA01.
      *--------------------------------------------------
      * Bounds-tuning statistics per RANGECTL.DAT profile.
      * RC-LOW-BOUND, RC-HIGH-BOUND and RC-WARN-BAND were
      * set once by guesswork, and RNGTRD01 only counts
      * what got rejected. This reads the archived
      * RANGETRN.DAT feeds listed in RNGTCTL.DAT (opened
      * with ASSIGN TO DYNAMIC, as RNGTRD01 opens its
      * reject archives) and describes every value each
      * profile saw, accepted or not: count, minimum,
      * maximum, mean, standard deviation, and the 1st,
      * 5th, 25th, 50th, 75th, 95th and 99th percentiles
      * (nearest rank), then a text histogram of where the
      * values fell against the current bounds and
      * warning band -- rejected low, in the low warning
      * band, four equal slices of the clear range, in the
      * high warning band, rejected high.
      *
      * Last, it suggests the bounds that would have
      * rejected the share of traffic on the RNGSTCTL.DAT
      * control card, half at each end, in the profile's
      * own bounds mode, and counts what those bounds
      * would really have rejected -- repeated values at
      * the cut can make it less than asked for.
      *
      * Profiles are assigned as RANGE04 assigns them: a
      * blank RT-PROFILE-NAME is the first profile, and a
      * name on no profile is counted apart. Values,
      * bounds and statistics are shown unscaled, as
      * RANGECTL.DAT and RNGTRD01 carry them; the
      * profile's scale is on its heading.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAFFIC-CONTROL-FILE ASSIGN TO "RNGTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RANGETRN-ARCHIVE-FILE
               ASSIGN TO DYNAMIC RANGETRN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANGETRN-FILE-STATUS.

           SELECT RANGE-CONTROL-FILE ASSIGN TO "RANGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STATISTICS-CONTROL-FILE
               ASSIGN TO "RNGSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-CTL-FILE-STATUS.

           SELECT STATISTICS-REPORT-FILE ASSIGN TO "RNGSTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAFFIC-CONTROL-FILE.
       COPY RNGTCTL.

       FD  RANGETRN-ARCHIVE-FILE.
       COPY RANGETRN.

       FD  RANGE-CONTROL-FILE.
       COPY RANGECTL.

       FD  STATISTICS-CONTROL-FILE.
       COPY RNGSTCTL.

       FD  STATISTICS-REPORT-FILE.
       01  STATISTICS-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.

       01  RANGETRN-PATH         PIC X(40).
       01  RANGETRN-FILE-STATUS  PIC XX.
       01  STATS-CTL-FILE-STATUS PIC XX.

       01  CTL-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-CTL-LINES             VALUE "Y".
       01  ARCHIVE-END-SWITCH    PIC X.
           88  NO-MORE-ARCHIVE-RECORDS       VALUE "Y".
       01  PROFILE-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-PROFILE-RECORDS       VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  REJECT-PERCENT        PIC 9(2)V99 VALUE 1.00.
       01  NIGHT-COUNT           PIC 9(3)    VALUE ZERO.
       01  UNKNOWN-PROFILE-COUNT PIC 9(7)    VALUE ZERO.

      * RANGECTL.DAT, one entry per profile, with the
      * profile's running count, total, extremes and
      * histogram slices.
       01  PROFILE-COUNT         PIC 9(3)    VALUE ZERO.
       01  PROFILE-TABLE.
           05  PROFILE-ENTRY OCCURS 1 TO 20 TIMES
                              DEPENDING ON PROFILE-COUNT
                              INDEXED BY PR-IDX.
               10  PR-PROFILE-NAME   PIC X(8).
               10  PR-LOW-BOUND      PIC S9(9).
               10  PR-HIGH-BOUND     PIC S9(9).
               10  PR-BOUNDS-MODE    PIC X.
                   88  PR-BOUNDS-ARE-INCLUSIVE   VALUE "I".
               10  PR-WARN-BAND      PIC 9(9).
               10  PR-SCALE          PIC 9.
               10  PR-VALUE-COUNT    PIC 9(7).
               10  PR-VALUE-TOTAL    PIC S9(16).
               10  PR-MINIMUM        PIC S9(9).
               10  PR-MAXIMUM        PIC S9(9).
               10  PR-SLICE-COUNT    PIC 9(7) OCCURS 8 TIMES.
       01  WANTED-PROFILE        PIC X(8).
       01  PROFILE-FOUND-SWITCH  PIC X.
           88  PROFILE-WAS-FOUND             VALUE "Y".
       01  THIS-PROFILE          PIC 9(3).

      * Every distinct value each profile saw and how many
      * times, kept in profile then value order so the
      * percentiles can be read off by running count.
       01  VALUE-COUNT           PIC 9(5)    VALUE ZERO.
       01  VALUE-TABLE.
           05  VALUE-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON VALUE-COUNT
                            ASCENDING KEY IS VS-PROFILE VS-VALUE
                            INDEXED BY VS-IDX.
               10  VS-PROFILE        PIC 9(3).
               10  VS-VALUE          PIC S9(9).
               10  VS-TIMES          PIC 9(7).
       01  VALUE-FOUND-SWITCH    PIC X.
           88  VALUE-WAS-FOUND               VALUE "Y".
       01  INSERT-IDX            PIC 9(5).
       01  THE-VALUE             PIC S9(9).

      * Slice limits for the histogram: the clear range is
      * between the two warning-band edges, cut in four.
       01  CLEAR-LOW             PIC S9(10).
       01  CLEAR-HIGH            PIC S9(10).
       01  SLICE-WIDTH           PIC S9(10)V99.
       01  SLICE-NUMBER          PIC 9.
       01  SLICE-OFFSET          PIC S9(10).
       01  LARGEST-SLICE         PIC 9(7).
       01  BAR-LENGTH            PIC 9(3).

       01  THE-MEAN              PIC S9(10)V99.
       01  SQUARES-TOTAL         COMP-2.
       01  DEVIATION             COMP-2.
       01  STANDARD-DEVIATION    PIC S9(10)V99.
       01  RUNNING-COUNT         PIC 9(7).
       01  WANTED-RANK           PIC 9(7).
       01  RANK-VALUE            PIC S9(9).
       01  PERCENTILE-WANTED     PIC 9(3)V99.
       01  PCT-IDX               PIC 9.
       01  PERCENTILE-LIST.
           05  FILLER            PIC 9(3)V99 VALUE 1.
           05  FILLER            PIC 9(3)V99 VALUE 5.
           05  FILLER            PIC 9(3)V99 VALUE 25.
           05  FILLER            PIC 9(3)V99 VALUE 50.
           05  FILLER            PIC 9(3)V99 VALUE 75.
           05  FILLER            PIC 9(3)V99 VALUE 95.
           05  FILLER            PIC 9(3)V99 VALUE 99.
       01  PERCENTILE-TABLE REDEFINES PERCENTILE-LIST.
           05  PERCENTILE-POINT  PIC 9(3)V99 OCCURS 7 TIMES.

       01  TAIL-COUNT            PIC 9(7).
       01  SUGGESTED-LOW         PIC S9(10).
       01  SUGGESTED-HIGH        PIC S9(10).
       01  WOULD-REJECT-COUNT    PIC 9(7).
       01  WOULD-REJECT-PERCENT  PIC 9(3)V99.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "RNGSTA01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  STATISTICS-HEADING-1.
           05  FILLER             PIC X(36)
               VALUE "RANGE BOUNDS-TUNING STATISTICS".
           COPY RUNDATE REPLACING RD-RUN-DATE BY SH-RUN-DATE.

       01  PROFILE-HEADING.
           05  FILLER             PIC X(9)  VALUE "PROFILE: ".
           05  PH-PROFILE-NAME    PIC X(8).
           05  FILLER             PIC X(9)  VALUE "  BOUNDS ".
           05  PH-LOW-BOUND       PIC -(9)9.
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  PH-HIGH-BOUND      PIC -(9)9.
           05  FILLER             PIC X(2)  VALUE " (".
           05  PH-BOUNDS-MODE     PIC X.
           05  FILLER             PIC X(8)  VALUE ")  WARN ".
           05  PH-WARN-BAND       PIC Z(8)9.
           05  FILLER             PIC X(8)  VALUE "  SCALE ".
           05  PH-SCALE           PIC 9.

       01  SUMMARY-LINE-1.
           05  FILLER             PIC X(10) VALUE "  Count:  ".
           05  SL-VALUE-COUNT     PIC Z(6)9.
           05  FILLER             PIC X(9)  VALUE "    Min: ".
           05  SL-MINIMUM         PIC -(9)9.
           05  FILLER             PIC X(9)  VALUE "    Max: ".
           05  SL-MAXIMUM         PIC -(9)9.

       01  SUMMARY-LINE-2.
           05  FILLER             PIC X(10) VALUE "  Mean:   ".
           05  SL-MEAN            PIC -(10)9.99.
           05  FILLER             PIC X(13) VALUE "    Std dev: ".
           05  SL-STANDARD-DEV    PIC -(10)9.99.

       01  PERCENTILE-LINE.
           05  FILLER             PIC X(3)  VALUE "  P".
           05  PL-POINT           PIC Z9.
           05  FILLER             PIC X(2)  VALUE ": ".
           05  PL-VALUE           PIC -(9)9.

       01  HISTOGRAM-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  HL-CAPTION         PIC X(12).
           05  HL-SLICE-COUNT     PIC Z(6)9.
           05  FILLER             PIC X     VALUE SPACE.
           05  HL-SLICE-PERCENT   PIC ZZ9.99.
           05  FILLER             PIC X(2)  VALUE "% ".
           05  HL-BAR             PIC X(40).

       01  SUGGESTION-LINE-1.
           05  FILLER             PIC X(17)
               VALUE "  Suggested for  ".
           05  SG-REJECT-PERCENT  PIC Z9.99.
           05  FILLER             PIC X(16) VALUE "% rejected: LOW ".
           05  SG-LOW-BOUND       PIC -(9)9.
           05  FILLER             PIC X(6)  VALUE " HIGH ".
           05  SG-HIGH-BOUND      PIC -(9)9.

       01  SUGGESTION-LINE-2.
           05  FILLER             PIC X(28)
               VALUE "  Would have rejected:      ".
           05  SG-WOULD-REJECT    PIC Z(6)9.
           05  FILLER             PIC X(2)  VALUE " (".
           05  SG-WOULD-PERCENT   PIC ZZ9.99.
           05  FILLER             PIC X(2)  VALUE "%)".

       01  STATISTICS-TOTAL-LINE.
           05  FILLER             PIC X(13) VALUE "Nights read: ".
           05  ST-NIGHT-COUNT     PIC ZZ9.
           05  FILLER             PIC X(26)
               VALUE "  Values on no profile:   ".
           05  ST-UNKNOWN-COUNT   PIC Z(6)9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "RNGSTA01".
           PERFORM LOAD-THE-PROFILES.
           PERFORM GET-THE-REJECT-PERCENT.
           OPEN INPUT TRAFFIC-CONTROL-FILE.
           PERFORM READ-THE-NEXT-CTL-LINE.
           PERFORM UNTIL NO-MORE-CTL-LINES
               MOVE TA-RANGETRN-FILE TO RANGETRN-PATH
               PERFORM TALLY-ONE-ARCHIVE
               PERFORM READ-THE-NEXT-CTL-LINE
           END-PERFORM.
           CLOSE TRAFFIC-CONTROL-FILE.
           IF LOAD-DID-OVERFLOW
               DISPLAY "More distinct values or profiles than "
                       "the tables hold; run abandoned."
               MOVE "Range statistics table overflow" TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               CALL "RUNEND" USING "RNGSTA01"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-THE-STATISTICS-REPORT
               DISPLAY "Nights read: " NIGHT-COUNT
                       "  Profiles: " PROFILE-COUNT
               CALL "RUNEND" USING "RNGSTA01"
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-PROFILES.
           OPEN INPUT RANGE-CONTROL-FILE.
           PERFORM READ-THE-NEXT-PROFILE.
           PERFORM UNTIL NO-MORE-PROFILE-RECORDS
               IF PROFILE-COUNT >= 20
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                   MOVE "Y" TO PROFILE-END-SWITCH
               ELSE
                   PERFORM ADD-ONE-PROFILE
                   PERFORM READ-THE-NEXT-PROFILE
               END-IF
           END-PERFORM.
           CLOSE RANGE-CONTROL-FILE.

       READ-THE-NEXT-PROFILE.
           READ RANGE-CONTROL-FILE
               AT END
                   MOVE "Y" TO PROFILE-END-SWITCH
           END-READ.

       ADD-ONE-PROFILE.
           ADD 1 TO PROFILE-COUNT.
           SET PR-IDX TO PROFILE-COUNT.
           MOVE RC-PROFILE-NAME TO PR-PROFILE-NAME (PR-IDX).
           MOVE RC-LOW-BOUND TO PR-LOW-BOUND (PR-IDX).
           MOVE RC-HIGH-BOUND TO PR-HIGH-BOUND (PR-IDX).
           MOVE RC-BOUNDS-MODE TO PR-BOUNDS-MODE (PR-IDX).
           IF RC-WARN-BAND IS NUMERIC
               MOVE RC-WARN-BAND TO PR-WARN-BAND (PR-IDX)
           ELSE
               MOVE ZERO TO PR-WARN-BAND (PR-IDX)
           END-IF.
           IF RC-SCALE IS NUMERIC
               MOVE RC-SCALE TO PR-SCALE (PR-IDX)
           ELSE
               MOVE ZERO TO PR-SCALE (PR-IDX)
           END-IF.
           MOVE ZERO TO PR-VALUE-COUNT (PR-IDX).
           MOVE ZERO TO PR-VALUE-TOTAL (PR-IDX).
           MOVE ZERO TO PR-MINIMUM (PR-IDX).
           MOVE ZERO TO PR-MAXIMUM (PR-IDX).
           PERFORM CLEAR-ONE-SLICE
               VARYING SLICE-NUMBER FROM 1 BY 1
               UNTIL SLICE-NUMBER > 8.

       CLEAR-ONE-SLICE.
           MOVE ZERO TO PR-SLICE-COUNT (PR-IDX SLICE-NUMBER).

       GET-THE-REJECT-PERCENT.
           OPEN INPUT STATISTICS-CONTROL-FILE.
           IF STATS-CTL-FILE-STATUS = "00"
               READ STATISTICS-CONTROL-FILE
                   NOT AT END
                       IF RS-REJECT-PERCENT IS NUMERIC
                           MOVE RS-REJECT-PERCENT TO REJECT-PERCENT
                       END-IF
               END-READ
           END-IF.
           CLOSE STATISTICS-CONTROL-FILE.

       READ-THE-NEXT-CTL-LINE.
           READ TRAFFIC-CONTROL-FILE
               AT END
                   MOVE "Y" TO CTL-END-SWITCH
           END-READ.

       TALLY-ONE-ARCHIVE.
           MOVE "N" TO ARCHIVE-END-SWITCH.
           OPEN INPUT RANGETRN-ARCHIVE-FILE.
           IF RANGETRN-FILE-STATUS = "00"
               ADD 1 TO NIGHT-COUNT
               PERFORM READ-THE-NEXT-ARCHIVE-RECORD
               PERFORM UNTIL NO-MORE-ARCHIVE-RECORDS
                   PERFORM TALLY-ONE-VALUE
                   PERFORM READ-THE-NEXT-ARCHIVE-RECORD
               END-PERFORM
           ELSE
               DISPLAY "Listed archive not found, skipped: "
                       RANGETRN-PATH
           END-IF.
           CLOSE RANGETRN-ARCHIVE-FILE.

       READ-THE-NEXT-ARCHIVE-RECORD.
           READ RANGETRN-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO ARCHIVE-END-SWITCH
           END-READ.

       TALLY-ONE-VALUE.
           MOVE RT-PROFILE-NAME TO WANTED-PROFILE.
           PERFORM FIND-THE-PROFILE.
           IF NOT PROFILE-WAS-FOUND
               ADD 1 TO UNKNOWN-PROFILE-COUNT
           ELSE
               SET THIS-PROFILE TO PR-IDX
               MOVE RT-VALUE-ENTERED TO THE-VALUE
               IF PR-VALUE-COUNT (PR-IDX) = 0
               OR THE-VALUE < PR-MINIMUM (PR-IDX)
                   MOVE THE-VALUE TO PR-MINIMUM (PR-IDX)
               END-IF
               IF PR-VALUE-COUNT (PR-IDX) = 0
               OR THE-VALUE > PR-MAXIMUM (PR-IDX)
                   MOVE THE-VALUE TO PR-MAXIMUM (PR-IDX)
               END-IF
               ADD 1 TO PR-VALUE-COUNT (PR-IDX)
               ADD THE-VALUE TO PR-VALUE-TOTAL (PR-IDX)
               PERFORM FIND-THE-SLICE
               ADD 1 TO PR-SLICE-COUNT (PR-IDX SLICE-NUMBER)
               PERFORM COUNT-THE-DISTINCT-VALUE
           END-IF.

      * Blank is the first profile, as RANGE04 reads it.
       FIND-THE-PROFILE.
           MOVE "N" TO PROFILE-FOUND-SWITCH.
           IF PROFILE-COUNT > 0
               IF WANTED-PROFILE = SPACES
                   SET PR-IDX TO 1
                   MOVE "Y" TO PROFILE-FOUND-SWITCH
               ELSE
                   SET PR-IDX TO 1
                   SEARCH PROFILE-ENTRY
                       WHEN PR-PROFILE-NAME (PR-IDX)
                          = WANTED-PROFILE
                           MOVE "Y" TO PROFILE-FOUND-SWITCH
                   END-SEARCH
               END-IF
           END-IF.

      * Slices 1 and 8 are what the profile rejects, in
      * its own bounds mode; 2 and 7 are the warning band
      * RANGE04 logs; 3 to 6 cut the clear range between
      * the band edges in four.
       FIND-THE-SLICE.
           COMPUTE CLEAR-LOW = PR-LOW-BOUND (PR-IDX)
                             + PR-WARN-BAND (PR-IDX).
           COMPUTE CLEAR-HIGH = PR-HIGH-BOUND (PR-IDX)
                              - PR-WARN-BAND (PR-IDX).
           IF PR-BOUNDS-ARE-INCLUSIVE (PR-IDX)
               IF THE-VALUE < PR-LOW-BOUND (PR-IDX)
                   MOVE 1 TO SLICE-NUMBER
               ELSE
               IF THE-VALUE > PR-HIGH-BOUND (PR-IDX)
                   MOVE 8 TO SLICE-NUMBER
               ELSE
                   PERFORM FIND-THE-PASSING-SLICE
               END-IF
               END-IF
           ELSE
               IF THE-VALUE NOT > PR-LOW-BOUND (PR-IDX)
                   MOVE 1 TO SLICE-NUMBER
               ELSE
               IF THE-VALUE NOT < PR-HIGH-BOUND (PR-IDX)
                   MOVE 8 TO SLICE-NUMBER
               ELSE
                   PERFORM FIND-THE-PASSING-SLICE
               END-IF
               END-IF
           END-IF.

       FIND-THE-PASSING-SLICE.
           IF  PR-WARN-BAND (PR-IDX) > ZERO
           AND THE-VALUE NOT > CLEAR-LOW
               MOVE 2 TO SLICE-NUMBER
           ELSE
           IF  PR-WARN-BAND (PR-IDX) > ZERO
           AND THE-VALUE NOT < CLEAR-HIGH
               MOVE 7 TO SLICE-NUMBER
           ELSE
               COMPUTE SLICE-WIDTH = (CLEAR-HIGH - CLEAR-LOW) / 4
               IF SLICE-WIDTH NOT > ZERO
                   MOVE 3 TO SLICE-NUMBER
               ELSE
                   COMPUTE SLICE-OFFSET =
                       (THE-VALUE - CLEAR-LOW) / SLICE-WIDTH
                   IF SLICE-OFFSET > 3
                       MOVE 3 TO SLICE-OFFSET
                   END-IF
                   IF SLICE-OFFSET < 0
                       MOVE 0 TO SLICE-OFFSET
                   END-IF
                   COMPUTE SLICE-NUMBER = 3 + SLICE-OFFSET
               END-IF
           END-IF
           END-IF.

       COUNT-THE-DISTINCT-VALUE.
           MOVE "N" TO VALUE-FOUND-SWITCH.
           IF VALUE-COUNT > 0
               SEARCH ALL VALUE-ENTRY
                   WHEN VS-PROFILE (VS-IDX) = THIS-PROFILE
                    AND VS-VALUE (VS-IDX) = THE-VALUE
                       MOVE "Y" TO VALUE-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF VALUE-WAS-FOUND
               ADD 1 TO VS-TIMES (VS-IDX)
           ELSE
           IF VALUE-COUNT >= 5000
               MOVE "Y" TO LOAD-OVERFLOW-SWITCH
           ELSE
               PERFORM INSERT-THE-VALUE
           END-IF
           END-IF.

       INSERT-THE-VALUE.
           ADD 1 TO VALUE-COUNT.
           MOVE VALUE-COUNT TO INSERT-IDX.
           PERFORM UNTIL INSERT-IDX = 1
                       OR VS-PROFILE (INSERT-IDX - 1) < THIS-PROFILE
                       OR (VS-PROFILE (INSERT-IDX - 1) = THIS-PROFILE
                       AND VS-VALUE (INSERT-IDX - 1) < THE-VALUE)
               MOVE VALUE-ENTRY (INSERT-IDX - 1)
                   TO VALUE-ENTRY (INSERT-IDX)
               SUBTRACT 1 FROM INSERT-IDX
           END-PERFORM.
           MOVE THIS-PROFILE TO VS-PROFILE (INSERT-IDX).
           MOVE THE-VALUE TO VS-VALUE (INSERT-IDX).
           MOVE 1 TO VS-TIMES (INSERT-IDX).

       WRITE-THE-STATISTICS-REPORT.
           OPEN OUTPUT STATISTICS-REPORT-FILE.
           ACCEPT SH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE STATISTICS-HEADING-1 TO STATISTICS-REPORT-LINE.
           WRITE STATISTICS-REPORT-LINE.
           PERFORM WRITE-ONE-PROFILE
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > PROFILE-COUNT.
           MOVE SPACES TO STATISTICS-REPORT-LINE.
           WRITE STATISTICS-REPORT-LINE.
           MOVE NIGHT-COUNT TO ST-NIGHT-COUNT.
           MOVE UNKNOWN-PROFILE-COUNT TO ST-UNKNOWN-COUNT.
           MOVE STATISTICS-TOTAL-LINE TO STATISTICS-REPORT-LINE.
           WRITE STATISTICS-REPORT-LINE.
           CLOSE STATISTICS-REPORT-FILE.

       WRITE-ONE-PROFILE.
           SET THIS-PROFILE TO PR-IDX.
           MOVE SPACES TO STATISTICS-REPORT-LINE.
           WRITE STATISTICS-REPORT-LINE.
           MOVE PR-PROFILE-NAME (PR-IDX) TO PH-PROFILE-NAME.
           MOVE PR-LOW-BOUND (PR-IDX) TO PH-LOW-BOUND.
           MOVE PR-HIGH-BOUND (PR-IDX) TO PH-HIGH-BOUND.
           MOVE PR-BOUNDS-MODE (PR-IDX) TO PH-BOUNDS-MODE.
           MOVE PR-WARN-BAND (PR-IDX) TO PH-WARN-BAND.
           MOVE PR-SCALE (PR-IDX) TO PH-SCALE.
           MOVE PROFILE-HEADING TO STATISTICS-REPORT-LINE.
           WRITE STATISTICS-REPORT-LINE.
           MOVE PR-VALUE-COUNT (PR-IDX) TO SL-VALUE-COUNT.
           MOVE PR-MINIMUM (PR-IDX) TO SL-MINIMUM.
           MOVE PR-MAXIMUM (PR-IDX) TO SL-MAXIMUM.
           MOVE SUMMARY-LINE-1 TO STATISTICS-REPORT-LINE.
           WRITE STATISTICS-REPORT-LINE.
           IF PR-VALUE-COUNT (PR-IDX) > 0
               PERFORM FIGURE-THE-MEAN-AND-DEVIATION
               MOVE THE-MEAN TO SL-MEAN
               MOVE STANDARD-DEVIATION TO SL-STANDARD-DEV
               MOVE SUMMARY-LINE-2 TO STATISTICS-REPORT-LINE
               WRITE STATISTICS-REPORT-LINE
               PERFORM WRITE-ONE-PERCENTILE
                   VARYING PCT-IDX FROM 1 BY 1
                   UNTIL PCT-IDX > 7
               PERFORM WRITE-THE-HISTOGRAM
               PERFORM WRITE-THE-SUGGESTED-BOUNDS
           END-IF.

      * Population standard deviation, the squared
      * deviations summed per distinct value in floating
      * point so nine-digit values can't overflow it.
       FIGURE-THE-MEAN-AND-DEVIATION.
           COMPUTE THE-MEAN ROUNDED = PR-VALUE-TOTAL (PR-IDX)
                                    / PR-VALUE-COUNT (PR-IDX).
           MOVE ZERO TO SQUARES-TOTAL.
           PERFORM ADD-ONE-SQUARED-DEVIATION
               VARYING VS-IDX FROM 1 BY 1
               UNTIL VS-IDX > VALUE-COUNT.
           COMPUTE STANDARD-DEVIATION ROUNDED =
               (SQUARES-TOTAL / PR-VALUE-COUNT (PR-IDX)) ** 0.5.

       ADD-ONE-SQUARED-DEVIATION.
           IF VS-PROFILE (VS-IDX) = THIS-PROFILE
               COMPUTE DEVIATION = VS-VALUE (VS-IDX) - THE-MEAN
               COMPUTE SQUARES-TOTAL = SQUARES-TOTAL
                   + DEVIATION * DEVIATION * VS-TIMES (VS-IDX)
           END-IF.

      * Nearest rank: the smallest value with at least
      * the wanted share of the profile's values at or
      * below it.
       WRITE-ONE-PERCENTILE.
           MOVE PERCENTILE-POINT (PCT-IDX) TO PERCENTILE-WANTED.
           COMPUTE WANTED-RANK =
               (PERCENTILE-WANTED * PR-VALUE-COUNT (PR-IDX) + 99.99)
               / 100.
           PERFORM FIND-THE-RANKED-VALUE.
           MOVE PERCENTILE-WANTED TO PL-POINT.
           MOVE RANK-VALUE TO PL-VALUE.
           MOVE PERCENTILE-LINE TO STATISTICS-REPORT-LINE.
           WRITE STATISTICS-REPORT-LINE.

       FIND-THE-RANKED-VALUE.
           IF WANTED-RANK < 1
               MOVE 1 TO WANTED-RANK
           END-IF.
           IF WANTED-RANK > PR-VALUE-COUNT (PR-IDX)
               MOVE PR-VALUE-COUNT (PR-IDX) TO WANTED-RANK
           END-IF.
           MOVE ZERO TO RUNNING-COUNT.
           SET VS-IDX TO 1.
           PERFORM UNTIL VS-IDX > VALUE-COUNT
                      OR RUNNING-COUNT >= WANTED-RANK
               IF VS-PROFILE (VS-IDX) = THIS-PROFILE
                   ADD VS-TIMES (VS-IDX) TO RUNNING-COUNT
                   MOVE VS-VALUE (VS-IDX) TO RANK-VALUE
               END-IF
               SET VS-IDX UP BY 1
           END-PERFORM.

       WRITE-THE-HISTOGRAM.
           MOVE ZERO TO LARGEST-SLICE.
           PERFORM FIND-THE-LARGEST-SLICE
               VARYING SLICE-NUMBER FROM 1 BY 1
               UNTIL SLICE-NUMBER > 8.
           PERFORM WRITE-ONE-HISTOGRAM-LINE
               VARYING SLICE-NUMBER FROM 1 BY 1
               UNTIL SLICE-NUMBER > 8.

       FIND-THE-LARGEST-SLICE.
           IF PR-SLICE-COUNT (PR-IDX SLICE-NUMBER) > LARGEST-SLICE
               MOVE PR-SLICE-COUNT (PR-IDX SLICE-NUMBER)
                   TO LARGEST-SLICE
           END-IF.

       WRITE-ONE-HISTOGRAM-LINE.
           MOVE SPACES TO HISTOGRAM-LINE.
           EVALUATE SLICE-NUMBER
               WHEN 1  MOVE "REJECT LOW"  TO HL-CAPTION
               WHEN 2  MOVE "WARN LOW"    TO HL-CAPTION
               WHEN 3  MOVE "CLEAR 1/4"   TO HL-CAPTION
               WHEN 4  MOVE "CLEAR 2/4"   TO HL-CAPTION
               WHEN 5  MOVE "CLEAR 3/4"   TO HL-CAPTION
               WHEN 6  MOVE "CLEAR 4/4"   TO HL-CAPTION
               WHEN 7  MOVE "WARN HIGH"   TO HL-CAPTION
               WHEN 8  MOVE "REJECT HIGH" TO HL-CAPTION
           END-EVALUATE.
           MOVE PR-SLICE-COUNT (PR-IDX SLICE-NUMBER)
               TO HL-SLICE-COUNT.
           COMPUTE HL-SLICE-PERCENT ROUNDED =
               PR-SLICE-COUNT (PR-IDX SLICE-NUMBER) * 100
               / PR-VALUE-COUNT (PR-IDX).
           MOVE ZERO TO BAR-LENGTH.
           IF LARGEST-SLICE > 0
               COMPUTE BAR-LENGTH ROUNDED =
                   PR-SLICE-COUNT (PR-IDX SLICE-NUMBER) * 40
                   / LARGEST-SLICE
           END-IF.
           IF  BAR-LENGTH = 0
           AND PR-SLICE-COUNT (PR-IDX SLICE-NUMBER) > 0
               MOVE 1 TO BAR-LENGTH
           END-IF.
           IF BAR-LENGTH > 0
               MOVE ALL "*" TO HL-BAR (1:BAR-LENGTH)
           END-IF.
           MOVE HISTOGRAM-LINE TO STATISTICS-REPORT-LINE.
           WRITE STATISTICS-REPORT-LINE.

      * Half the share comes off each end. Inclusive
      * bounds are the first and last values kept;
      * exclusive bounds are the last value cut at each
      * end, or one past the extreme when nothing is to
      * be cut.
       WRITE-THE-SUGGESTED-BOUNDS.
           COMPUTE TAIL-COUNT =
               PR-VALUE-COUNT (PR-IDX) * REJECT-PERCENT / 200.
           IF PR-BOUNDS-ARE-INCLUSIVE (PR-IDX)
               COMPUTE WANTED-RANK = TAIL-COUNT + 1
               PERFORM FIND-THE-RANKED-VALUE
               MOVE RANK-VALUE TO SUGGESTED-LOW
               COMPUTE WANTED-RANK =
                   PR-VALUE-COUNT (PR-IDX) - TAIL-COUNT
               PERFORM FIND-THE-RANKED-VALUE
               MOVE RANK-VALUE TO SUGGESTED-HIGH
           ELSE
               IF TAIL-COUNT = 0
                   COMPUTE SUGGESTED-LOW = PR-MINIMUM (PR-IDX) - 1
                   COMPUTE SUGGESTED-HIGH = PR-MAXIMUM (PR-IDX) + 1
               ELSE
                   MOVE TAIL-COUNT TO WANTED-RANK
                   PERFORM FIND-THE-RANKED-VALUE
                   MOVE RANK-VALUE TO SUGGESTED-LOW
                   COMPUTE WANTED-RANK =
                       PR-VALUE-COUNT (PR-IDX) - TAIL-COUNT + 1
                   PERFORM FIND-THE-RANKED-VALUE
                   MOVE RANK-VALUE TO SUGGESTED-HIGH
               END-IF
           END-IF.
           MOVE ZERO TO WOULD-REJECT-COUNT.
           PERFORM COUNT-ONE-WOULD-REJECT
               VARYING VS-IDX FROM 1 BY 1
               UNTIL VS-IDX > VALUE-COUNT.
           COMPUTE WOULD-REJECT-PERCENT ROUNDED =
               WOULD-REJECT-COUNT * 100 / PR-VALUE-COUNT (PR-IDX).
           MOVE REJECT-PERCENT TO SG-REJECT-PERCENT.
           MOVE SUGGESTED-LOW TO SG-LOW-BOUND.
           MOVE SUGGESTED-HIGH TO SG-HIGH-BOUND.
           MOVE SUGGESTION-LINE-1 TO STATISTICS-REPORT-LINE.
           WRITE STATISTICS-REPORT-LINE.
           MOVE WOULD-REJECT-COUNT TO SG-WOULD-REJECT.
           MOVE WOULD-REJECT-PERCENT TO SG-WOULD-PERCENT.
           MOVE SUGGESTION-LINE-2 TO STATISTICS-REPORT-LINE.
           WRITE STATISTICS-REPORT-LINE.

       COUNT-ONE-WOULD-REJECT.
           IF VS-PROFILE (VS-IDX) = THIS-PROFILE
               IF PR-BOUNDS-ARE-INCLUSIVE (PR-IDX)
                   IF VS-VALUE (VS-IDX) < SUGGESTED-LOW
                   OR VS-VALUE (VS-IDX) > SUGGESTED-HIGH
                       ADD VS-TIMES (VS-IDX) TO WOULD-REJECT-COUNT
                   END-IF
               ELSE
                   IF VS-VALUE (VS-IDX) NOT > SUGGESTED-LOW
                   OR VS-VALUE (VS-IDX) NOT < SUGGESTED-HIGH
                       ADD VS-TIMES (VS-IDX) TO WOULD-REJECT-COUNT
                   END-IF
               END-IF
           END-IF.
