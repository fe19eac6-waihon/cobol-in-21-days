       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFOR01.
      *--------------------------------------------------
      * Weekly growth and capacity forecast. TBLLIMIT.DAT
      * sets the working ceilings on the in-memory tables
      * and PREFLT01 proves the night's space allowance,
      * but the first anyone hears of a table filling up is
      * the night a run refuses its overflow row. Each
      * week this counts the records in, and measures the
      * size of, every file on the CAPCTL.DAT list -- the
      * masters, the logs, the suspense file, the archive
      * catalogs -- and adds the figures to the CAPHIST.DAT
      * history.
      *
      * A straight-line trend is then fitted through the
      * last 26 weeks of history for each file, by least
      * squares, and run forward from today's figure to the
      * date the file's record count would reach its table
      * ceiling (looked up through TBLLIMIT exactly as the
      * owning job does) and the date its size would reach
      * its share of the PREFLSPC.DAT allowance. Anything
      * already there, or due there inside 60 days, is
      * flagged *PLAN* on the CAPRPT.DAT report and logged,
      * and the job ends with a warning code, so the limit
      * increase is planned instead of made during an
      * outage.
      *
      * GLBAL.DAT is an indexed file and no table holds it
      * whole any longer, so only its size is watched; its
      * records are counted through its own FD.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAPACITY-CONTROL-FILE
               ASSIGN TO "CAPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL CAPACITY-HISTORY-FILE
               ASSIGN TO "CAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OPTIONAL SPACE-CHECK-CONTROL-FILE
               ASSIGN TO "PREFLSPC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPACE-CTL-STATUS.

           SELECT OPTIONAL WATCHED-FILE
               ASSIGN TO DYNAMIC WATCHED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCHED-FILE-STATUS.

           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS WATCHED-FILE-STATUS.

           SELECT CAPACITY-REPORT-FILE ASSIGN TO "CAPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPACITY-CONTROL-FILE.
       COPY CAPCTL.

       FD  CAPACITY-HISTORY-FILE.
       COPY CAPHIST.

       FD  SPACE-CHECK-CONTROL-FILE.
       COPY PREFLSPC.

       FD  WATCHED-FILE.
       01  WATCHED-LINE              PIC X(256).

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

       01  CONTROL-FILE-STATUS   PIC XX.
       01  HISTORY-FILE-STATUS   PIC XX.
       01  SPACE-CTL-STATUS      PIC XX.
       01  WATCHED-FILE-STATUS   PIC XX.

       01  CONTROL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-WATCHED-FILES         VALUE "Y".
       01  HISTORY-END-SWITCH    PIC X.
           88  NO-MORE-HISTORY               VALUE "Y".
       01  WATCHED-END-SWITCH    PIC X.
           88  NO-MORE-WATCHED-LINES         VALUE "Y".
       01  RECORDED-SWITCH       PIC X.
           88  TODAY-ALREADY-RECORDED        VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  WINDOW-START-DATE     PIC 9(8).
       01  TREND-WINDOW-DAYS     PIC S9(5)   VALUE 182.
       01  PLAN-AHEAD-DAYS       PIC S9(5)   VALUE 60.
       01  EXPECTED-KB           PIC 9(5)    VALUE ZERO.

      * What CBL_CHECK_FILE_EXIST hands back about the
      * watched file; only the size is wanted here.
       01  WATCHED-PATH          PIC X(40).
       01  WATCHED-FILE-INFO.
           05  WATCHED-FILE-SIZE PIC X(8)    COMP-X.
           05  FILLER            PIC X(8).
       01  CURRENT-RECORDS       PIC 9(9).
       01  CURRENT-KB            PIC 9(7).
       01  RECORD-LIMIT          PIC 9(5).
       01  KB-LIMIT              PIC 9(7).

      * Least-squares sums; x is days since the start of
      * the trend window, so today sits at x = 182.
       01  POINT-COUNT           PIC 9(5).
       01  POINT-X               PIC S9(5).
       01  SUM-X                 PIC S9(9).
       01  SUM-XX                PIC S9(11).
       01  SUM-Y-RECORDS         PIC S9(13).
       01  SUM-XY-RECORDS        PIC S9(15).
       01  SUM-Y-KB              PIC S9(13).
       01  SUM-XY-KB             PIC S9(15).

      * One measure -- records or kilobytes -- being run
      * forward to its limit.
       01  MEASURE-NAME          PIC X(7).
       01  MEASURE-CURRENT       PIC 9(9).
       01  MEASURE-LIMIT         PIC 9(9).
       01  MEASURE-SUM-Y         PIC S9(13).
       01  MEASURE-SUM-XY        PIC S9(15).
       01  TREND-NUMERATOR       PIC S9(17).
       01  TREND-DIVISOR         PIC S9(13).
       01  TREND-SLOPE           PIC S9(9)V9(6).
       01  DAYS-TO-LIMIT         PIC S9(9)V99.
       01  WHOLE-DAYS-TO-LIMIT   PIC S9(7).
       01  FLAGGED-COUNT         PIC 9(3)    VALUE ZERO.
       01  FILES-WATCHED         PIC 9(3)    VALUE ZERO.

       COPY DATECALC.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "CAPFOR01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4)    VALUE "SIZE".

       01  REPORT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "CAPACITY FORECAST".
           COPY RUNDATE REPLACING RD-RUN-DATE BY KR-RUN-DATE.

       01  REPORT-HEADING-2.
           05  FILLER             PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  KR-BUSINESS-DATE   PIC 9(8).
           05  FILLER             PIC X(17)
               VALUE "  TREND FROM:    ".
           05  KR-WINDOW-START    PIC 9(8).

       01  REPORT-HEADING-3.
           05  FILLER             PIC X(40)
               VALUE "FILE         MEASURE   CURRENT     LIMIT".
           05  FILLER             PIC X(32)
               VALUE "  GROWTH/WK  REACHES LIMIT FLAG".

       01  FORECAST-DETAIL-LINE.
           05  KD-FILE-NAME       PIC X(12).
           05  FILLER             PIC X     VALUE SPACE.
           05  KD-MEASURE         PIC X(7).
           05  FILLER             PIC X     VALUE SPACE.
           05  KD-CURRENT         PIC ZZZZZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  KD-LIMIT           PIC ZZZZZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  KD-GROWTH          PIC ------9.9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  KD-REACHES         PIC X(13).
           05  FILLER             PIC X     VALUE SPACE.
           05  KD-FLAG            PIC X(6).

       01  FORECAST-TOTAL-LINE.
           05  FILLER             PIC X(26)
               VALUE "Limits flagged to plan: ".
           05  KT-FLAGGED         PIC ZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "CAPFOR01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM GET-THE-EXPECTED-VOLUME.
           PERFORM WORK-OUT-THE-TREND-WINDOW.
           PERFORM START-THE-REPORT.
           OPEN INPUT CAPACITY-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-WATCHED-FILE
               PERFORM UNTIL NO-MORE-WATCHED-FILES
                   PERFORM FORECAST-ONE-FILE
                   PERFORM READ-THE-NEXT-WATCHED-FILE
               END-PERFORM
           ELSE
               DISPLAY "No CAPCTL.DAT files to forecast."
           END-IF.
           CLOSE CAPACITY-CONTROL-FILE.
           PERFORM FINISH-THE-REPORT.
           DISPLAY "Files forecast: " FILES-WATCHED.
           DISPLAY "Limits flagged to plan: " FLAGGED-COUNT.
           CALL "RUNEND" USING "CAPFOR01".
           IF FLAGGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-EXPECTED-VOLUME.
           OPEN INPUT SPACE-CHECK-CONTROL-FILE.
           IF SPACE-CTL-STATUS = "00"
               READ SPACE-CHECK-CONTROL-FILE
                   NOT AT END
                       MOVE SC-EXPECTED-KB TO EXPECTED-KB
               END-READ
           END-IF.
           CLOSE SPACE-CHECK-CONTROL-FILE.

       WORK-OUT-THE-TREND-WINDOW.
           MOVE "A" TO DK-ACTION.
           MOVE BUSINESS-DATE TO DK-FIRST-DATE.
           COMPUTE DK-DAY-COUNT = ZERO - TREND-WINDOW-DAYS.
           CALL "DATECALC" USING DATE-CALC-PARAMETERS.
           MOVE DK-RESULT-DATE TO WINDOW-START-DATE.

       READ-THE-NEXT-WATCHED-FILE.
           READ CAPACITY-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-END-SWITCH
           END-READ.

       FORECAST-ONE-FILE.
           ADD 1 TO FILES-WATCHED.
           PERFORM MEASURE-THE-FILE.
           PERFORM WORK-OUT-THE-LIMITS.
           PERFORM ADD-UP-THE-HISTORY.
           MOVE TREND-WINDOW-DAYS TO POINT-X.
           PERFORM ADD-ONE-POINT.
           ADD CURRENT-RECORDS TO SUM-Y-RECORDS.
           COMPUTE SUM-XY-RECORDS =
               SUM-XY-RECORDS + (POINT-X * CURRENT-RECORDS).
           ADD CURRENT-KB TO SUM-Y-KB.
           COMPUTE SUM-XY-KB = SUM-XY-KB + (POINT-X * CURRENT-KB).
           IF NOT TODAY-ALREADY-RECORDED
               PERFORM RECORD-TODAYS-FIGURES
           END-IF.
           IF RECORD-LIMIT > ZERO
               MOVE "RECORDS" TO MEASURE-NAME
               MOVE CURRENT-RECORDS TO MEASURE-CURRENT
               MOVE RECORD-LIMIT TO MEASURE-LIMIT
               MOVE SUM-Y-RECORDS TO MEASURE-SUM-Y
               MOVE SUM-XY-RECORDS TO MEASURE-SUM-XY
               PERFORM PROJECT-ONE-MEASURE
           END-IF.
           IF KB-LIMIT > ZERO
               MOVE "KB" TO MEASURE-NAME
               MOVE CURRENT-KB TO MEASURE-CURRENT
               MOVE KB-LIMIT TO MEASURE-LIMIT
               MOVE SUM-Y-KB TO MEASURE-SUM-Y
               MOVE SUM-XY-KB TO MEASURE-SUM-XY
               PERFORM PROJECT-ONE-MEASURE
           END-IF.

      * A file not there at all is measured as empty; it
      * may simply not have been created yet.
       MEASURE-THE-FILE.
           MOVE ZERO TO CURRENT-RECORDS.
           MOVE ZERO TO CURRENT-KB.
           MOVE CP-FILE-NAME TO WATCHED-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING WATCHED-PATH
                                              WATCHED-FILE-INFO.
           IF RETURN-CODE = ZERO
               COMPUTE CURRENT-KB =
                   (WATCHED-FILE-SIZE + 1023) / 1024
               MOVE "N" TO WATCHED-END-SWITCH
               IF CP-FILE-NAME = "GLBAL.DAT"
                   OPEN INPUT GL-BALANCE-FILE
               ELSE
                   OPEN INPUT WATCHED-FILE
               END-IF
               IF WATCHED-FILE-STATUS = "00"
                   PERFORM READ-THE-NEXT-WATCHED-LINE
                   PERFORM UNTIL NO-MORE-WATCHED-LINES
                       ADD 1 TO CURRENT-RECORDS
                       PERFORM READ-THE-NEXT-WATCHED-LINE
                   END-PERFORM
               END-IF
               IF CP-FILE-NAME = "GLBAL.DAT"
                   CLOSE GL-BALANCE-FILE
               ELSE
                   CLOSE WATCHED-FILE
               END-IF
           END-IF.

       READ-THE-NEXT-WATCHED-LINE.
           IF CP-FILE-NAME = "GLBAL.DAT"
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WATCHED-END-SWITCH
               END-READ
           ELSE
               READ WATCHED-FILE
                   AT END
                       MOVE "Y" TO WATCHED-END-SWITCH
               END-READ
           END-IF.

      * TBLLIMIT hands back the compiled default when
      * TBLLIMIT.DAT has no row for the job and table.
       WORK-OUT-THE-LIMITS.
           MOVE ZERO TO RECORD-LIMIT.
           IF CP-LIMIT-JOB NOT = SPACES
               MOVE CP-COMPILED-LIMIT TO RECORD-LIMIT
               CALL "TBLLIMIT" USING CP-LIMIT-JOB CP-LIMIT-TABLE
                                      RECORD-LIMIT
           END-IF.
           COMPUTE KB-LIMIT = (EXPECTED-KB * CP-SPACE-SHARE) / 100.

      * Only rows inside the trend window count; a rerun
      * the same business date uses the fresh figures and
      * does not add a second row.
       ADD-UP-THE-HISTORY.
           MOVE ZERO TO POINT-COUNT.
           MOVE ZERO TO SUM-X.
           MOVE ZERO TO SUM-XX.
           MOVE ZERO TO SUM-Y-RECORDS.
           MOVE ZERO TO SUM-XY-RECORDS.
           MOVE ZERO TO SUM-Y-KB.
           MOVE ZERO TO SUM-XY-KB.
           MOVE "N" TO RECORDED-SWITCH.
           MOVE "N" TO HISTORY-END-SWITCH.
           OPEN INPUT CAPACITY-HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HISTORY-ROW
               PERFORM UNTIL NO-MORE-HISTORY
                   IF CY-FILE-NAME = CP-FILE-NAME
                       PERFORM TAKE-ONE-HISTORY-ROW
                   END-IF
                   PERFORM READ-THE-NEXT-HISTORY-ROW
               END-PERFORM
           END-IF.
           CLOSE CAPACITY-HISTORY-FILE.

       READ-THE-NEXT-HISTORY-ROW.
           READ CAPACITY-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-END-SWITCH
           END-READ.

       TAKE-ONE-HISTORY-ROW.
           IF CY-BUSINESS-DATE = BUSINESS-DATE
               MOVE "Y" TO RECORDED-SWITCH
           ELSE
           IF CY-BUSINESS-DATE NOT < WINDOW-START-DATE
           AND CY-BUSINESS-DATE < BUSINESS-DATE
               MOVE "C" TO DK-ACTION
               MOVE WINDOW-START-DATE TO DK-FIRST-DATE
               MOVE CY-BUSINESS-DATE TO DK-SECOND-DATE
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF DK-RETURN-CODE = ZERO
                   MOVE DK-DAY-COUNT TO POINT-X
                   PERFORM ADD-ONE-POINT
                   ADD CY-RECORD-COUNT TO SUM-Y-RECORDS
                   COMPUTE SUM-XY-RECORDS = SUM-XY-RECORDS
                       + (POINT-X * CY-RECORD-COUNT)
                   ADD CY-SIZE-KB TO SUM-Y-KB
                   COMPUTE SUM-XY-KB = SUM-XY-KB
                       + (POINT-X * CY-SIZE-KB)
               END-IF
           END-IF
           END-IF.

       ADD-ONE-POINT.
           ADD 1 TO POINT-COUNT.
           ADD POINT-X TO SUM-X.
           COMPUTE SUM-XX = SUM-XX + (POINT-X * POINT-X).

       RECORD-TODAYS-FIGURES.
           OPEN EXTEND CAPACITY-HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT CAPACITY-HISTORY-FILE
               CLOSE CAPACITY-HISTORY-FILE
               OPEN EXTEND CAPACITY-HISTORY-FILE
           END-IF.
           MOVE SPACES TO CAPACITY-HISTORY-RECORD.
           MOVE BUSINESS-DATE TO CY-BUSINESS-DATE.
           MOVE CP-FILE-NAME TO CY-FILE-NAME.
           MOVE CURRENT-RECORDS TO CY-RECORD-COUNT.
           MOVE CURRENT-KB TO CY-SIZE-KB.
           WRITE CAPACITY-HISTORY-RECORD.
           CLOSE CAPACITY-HISTORY-FILE.

      * The trend's slope is growth per day; it is run
      * forward from today's actual figure, not from the
      * fitted line, so one odd week does not move the
      * starting point. A single week of history has no
      * trend to fit yet.
       PROJECT-ONE-MEASURE.
           MOVE CP-FILE-NAME TO KD-FILE-NAME.
           MOVE MEASURE-NAME TO KD-MEASURE.
           MOVE MEASURE-CURRENT TO KD-CURRENT.
           MOVE MEASURE-LIMIT TO KD-LIMIT.
           MOVE ZERO TO KD-GROWTH.
           MOVE SPACES TO KD-REACHES.
           MOVE SPACES TO KD-FLAG.
           MOVE ZERO TO TREND-SLOPE.
           COMPUTE TREND-DIVISOR =
               (POINT-COUNT * SUM-XX) - (SUM-X * SUM-X).
           IF POINT-COUNT > 1
           AND TREND-DIVISOR > ZERO
               COMPUTE TREND-NUMERATOR =
                   (POINT-COUNT * MEASURE-SUM-XY)
                   - (SUM-X * MEASURE-SUM-Y)
               COMPUTE TREND-SLOPE =
                   TREND-NUMERATOR / TREND-DIVISOR
               COMPUTE KD-GROWTH ROUNDED = TREND-SLOPE * 7
           END-IF.
           IF MEASURE-CURRENT NOT < MEASURE-LIMIT
               MOVE "AT LIMIT" TO KD-REACHES
               PERFORM FLAG-THE-MEASURE
           ELSE
           IF POINT-COUNT < 2
           OR TREND-DIVISOR NOT > ZERO
               MOVE "NO TREND YET" TO KD-REACHES
           ELSE
           IF TREND-SLOPE NOT > ZERO
               MOVE "NOT GROWING" TO KD-REACHES
           ELSE
               PERFORM WORK-OUT-THE-LIMIT-DATE
           END-IF
           END-IF
           END-IF.
           MOVE FORECAST-DETAIL-LINE TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.

       WORK-OUT-THE-LIMIT-DATE.
           COMPUTE DAYS-TO-LIMIT =
               (MEASURE-LIMIT - MEASURE-CURRENT) / TREND-SLOPE.
           IF DAYS-TO-LIMIT > 3650
               MOVE "OVER 10 YEARS" TO KD-REACHES
           ELSE
               COMPUTE WHOLE-DAYS-TO-LIMIT = DAYS-TO-LIMIT
               MOVE "A" TO DK-ACTION
               MOVE BUSINESS-DATE TO DK-FIRST-DATE
               MOVE WHOLE-DAYS-TO-LIMIT TO DK-DAY-COUNT
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF DK-RETURN-CODE = ZERO
                   MOVE DK-RESULT-DATE TO KD-REACHES
               END-IF
               IF WHOLE-DAYS-TO-LIMIT NOT > PLAN-AHEAD-DAYS
                   PERFORM FLAG-THE-MEASURE
               END-IF
           END-IF.

       FLAG-THE-MEASURE.
           MOVE "*PLAN*" TO KD-FLAG.
           ADD 1 TO FLAGGED-COUNT.
           MOVE SPACES TO EXC-TEXT.
           STRING CP-FILE-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  MEASURE-NAME DELIMITED BY SPACE
                  " limit in 60 days" DELIMITED BY SIZE
               INTO EXC-TEXT.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.

       START-THE-REPORT.
           OPEN OUTPUT CAPACITY-REPORT-FILE.
           ACCEPT KR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE REPORT-HEADING-1 TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.
           MOVE BUSINESS-DATE TO KR-BUSINESS-DATE.
           MOVE WINDOW-START-DATE TO KR-WINDOW-START.
           MOVE REPORT-HEADING-2 TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.
           MOVE SPACES TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.
           MOVE REPORT-HEADING-3 TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.

       FINISH-THE-REPORT.
           MOVE SPACES TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.
           MOVE FLAGGED-COUNT TO KT-FLAGGED.
           MOVE FORECAST-TOTAL-LINE TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.
           CLOSE CAPACITY-REPORT-FILE.
