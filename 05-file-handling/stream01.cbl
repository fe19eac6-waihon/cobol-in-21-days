      * DAYJOBS.DAT now holds the jobs, their
      * prerequisites, and their frequency; this works out
      * what is due against the business date (daily
      * always, weekly on a Monday, month-end from the
      * month's last business day), launches each
      * due job in file order the way MENU05 launches its
      * workers (CALL "SYSTEM", which hands back the
      * worker's exit status), and stops the chain with an
      * failed. The controller takes its own JOBLOCK so
      * two operators can't start the chain twice, and
      * each launched job still takes its own.
      *
      * The weekday and the month's last business day
      * come from the shared DATECALC routine, the same
      * calendar arithmetic the aging reports use.
      *
      * After the chain, the jobs operators have submitted
      * from MENU05 to run later are swept from JOBREQ.DAT
      * in request order. A waiting request is started
      * once its run-after time has passed, provided the
      * clock is outside the nightly batch window
      * (BATCHWIN.DAT), the menu option's own MENUCTL time
      * window is open, the option isn't in maintenance,
      * and the job's JOBLOCK is free; otherwise it keeps
      * waiting for a later run. A request whose program
      * has left the menu is refused. Each request is
      * marked running with its start time before launch
      * and done with its end time and return code after,
      * the queue held under the "JOBREQ" lock only for
      * those two updates so the menu can still submit and
      * cancel while a queued job runs. The batch window
      * is checked again before every start.
      *
      * Started as "stream01 HOURLY" -- every hour through
      * the business day -- the controller runs only the
      * DAYJOBS.DAT rows of frequency "H", the intraday
      * posting driver INTRDY01 among them, and then
      * sweeps the queue as usual; an ordinary start
      * leaves the "H" rows alone.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FILE-STATUS.

           SELECT OPTIONAL JOB-REQUEST-FILE
               ASSIGN TO "JOBREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT REQUEST-STAGING-FILE
               ASSIGN TO "JOBREQ.STG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MENU-CONTROL-FILE
               ASSIGN TO "MENUCTL5.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENU-FILE-STATUS.

           SELECT OPTIONAL BATCH-WINDOW-FILE
               ASSIGN TO "BATCHWIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WINDOW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAY-JOB-CONTROL-FILE.
       FD  OPERATOR-MESSAGE-FILE.
       COPY OPERMSG.

       FD  JOB-REQUEST-FILE.
       COPY JOBREQ.

       FD  REQUEST-STAGING-FILE.
       01  REQUEST-STAGING-RECORD    PIC X(140).

       FD  MENU-CONTROL-FILE.
       COPY MENUCTL.

       FD  BATCH-WINDOW-FILE.
       COPY BATCHWIN.

       WORKING-STORAGE SECTION.

       01  CTL-FILE-STATUS       PIC XX.
           88  NO-MORE-CTL-RECORDS           VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  STREAM-MODE           PIC X(8).
           88  RUNNING-HOURLY                VALUE "HOURLY".
       COPY DATECALC.
       01  WEEK-DUE-SWITCH       PIC X.
           88  WEEKLY-JOBS-ARE-DUE           VALUE "Y".
       01  MONTH-DUE-SWITCH      PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY MENUTAB.
       01  REQUEST-FILE-STATUS   PIC XX.
       01  MENU-FILE-STATUS      PIC XX.
       01  WINDOW-FILE-STATUS    PIC XX.
       01  REQUEST-END-SWITCH    PIC X.
           88  NO-MORE-REQUESTS              VALUE "Y".
       01  STAGED-REQUEST-END-SWITCH PIC X.
           88  NO-MORE-STAGED-REQUESTS       VALUE "Y".
       01  MENU-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-MENU-RECORDS          VALUE "Y".
       01  JOBREQ-LOCK-NAME      PIC X(8)    VALUE "JOBREQ".
       01  JOBREQ-LOCK-ACTION    PIC X.
       01  JOBREQ-LOCK-RESULT    PIC X.
           88  JOBREQ-LOCK-ACQUIRED          VALUE "Y".
       01  QUEUE-LOCK-ATTEMPTS   PIC 9(2).
       01  QUEUE-LOCK-WAIT       PIC 9       VALUE 1.
       01  PROBE-LOCK-ACTION     PIC X.
       01  PROBE-LOCK-RESULT     PIC X.
           88  PROBE-LOCK-ACQUIRED           VALUE "Y".
       01  BATCH-WINDOW-START    PIC 9(4)    VALUE 2300.
       01  BATCH-WINDOW-END      PIC 9(4)    VALUE 0600.
       01  BATCH-WINDOW-SWITCH   PIC X       VALUE "N".
           88  INSIDE-THE-BATCH-WINDOW       VALUE "Y".
       01  CURRENT-DATE-STAMP    PIC 9(8).
       01  CURRENT-TIME-RAW      PIC 9(8).
       01  CURRENT-HHMM          PIC 9(4).
       01  WINDOW-OPEN-HHMM      PIC 9(4).
       01  WINDOW-CLOSE-HHMM     PIC 9(4).
       01  WINDOW-SWITCH         PIC X.
           88  OPTION-IS-IN-WINDOW           VALUE "Y".
       01  OPTION-FOUND-SWITCH   PIC X.
           88  OPTION-WAS-FOUND              VALUE "Y".
       01  QUEUE-CHANGED-SWITCH  PIC X.
           88  QUEUE-WAS-CHANGED             VALUE "Y".
       01  CLAIM-SWITCH          PIC X       VALUE "Y".
           88  REQUEST-WAS-CLAIMED           VALUE "Y".
       01  LAST-CLAIMED-NUMBER   PIC 9(6)    VALUE ZERO.
       01  CLAIMED-PROGRAM       PIC X(8).
       01  CLAIMED-OPERATOR-ID   PIC X(8).
       01  CLAIMED-PARAMETERS    PIC X(40).
       01  LAUNCH-COMMAND        PIC X(50).
       01  QUEUED-RUN-COUNT      PIC 9(3)    VALUE ZERO.
       01  EXC-JOB-NAME          PIC X(8)    VALUE "STREAM01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               MOVE SPACES TO STREAM-MODE
               ACCEPT STREAM-MODE FROM COMMAND-LINE
               PERFORM WORK-OUT-WHAT-IS-DUE
               PERFORM RUN-THE-DUE-JOBS
               PERFORM RUN-THE-QUEUED-REQUESTS
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "Jobs launched: " LAUNCHED-COUNT.
           DISPLAY "Queued requests run: " QUEUED-RUN-COUNT.
           CALL "RUNEND" USING "STREAM01".

       PROGRAM-DONE.

      * Level 2 routines
      * Daily jobs are always due; weekly on a Monday of
      * the business date; month-end on the month's last
      * business day or after it -- both answered by the
      * shared DATECALC routine, so a holiday at month
      * end moves the month-end jobs the same way it
      * moves every other job's dates.
       WORK-OUT-WHAT-IS-DUE.
           CALL "BUSDATE" USING BUSINESS-DATE.
           MOVE "L" TO DK-ACTION.
           MOVE BUSINESS-DATE TO DK-FIRST-DATE.
           CALL "DATECALC" USING DATE-CALC-PARAMETERS.
           IF DK-WEEKDAY = 1 AND DK-DATE-OK
               MOVE "Y" TO WEEK-DUE-SWITCH
           ELSE
               MOVE "N" TO WEEK-DUE-SWITCH
           END-IF.
           IF  DK-DATE-OK
           AND BUSINESS-DATE NOT < DK-RESULT-DATE
               MOVE "Y" TO MONTH-DUE-SWITCH
           ELSE
               MOVE "N" TO MONTH-DUE-SWITCH
               END-IF
           END-IF.

      * The hourly start runs the hourly jobs and nothing
      * else; every other start passes them over.
       JUDGE-THE-FREQUENCY.
           EVALUATE TRUE
               WHEN RUNNING-HOURLY
                   IF DJ-FREQUENCY = "H"
                       MOVE "Y" TO JOB-DUE-SWITCH
                   ELSE
                       MOVE "N" TO JOB-DUE-SWITCH
                   END-IF
               WHEN DJ-FREQUENCY = "D"
                   MOVE "Y" TO JOB-DUE-SWITCH
               WHEN DJ-FREQUENCY = "W"
                   MOVE WEEK-DUE-SWITCH TO JOB-DUE-SWITCH
               WHEN DJ-FREQUENCY = "M"
                   MOVE MONTH-DUE-SWITCH TO JOB-DUE-SWITCH
               WHEN OTHER
                   MOVE "N" TO JOB-DUE-SWITCH
               CLOSE OPERATOR-MESSAGE-FILE
               OPEN EXTEND OPERATOR-MESSAGE-FILE
           END-IF.

      * Queued requests are taken one at a time, in
      * request order, each claim looking only past the
      * last one started so a request left waiting isn't
      * reconsidered within the same run.
       RUN-THE-QUEUED-REQUESTS.
           PERFORM GET-THE-BATCH-WINDOW.
           PERFORM LOAD-THE-MENU-TABLE.
           PERFORM UNTIL NOT REQUEST-WAS-CLAIMED
               PERFORM CHECK-THE-BATCH-WINDOW
               IF INSIDE-THE-BATCH-WINDOW
                   DISPLAY "Inside the batch window; queued "
                           "requests wait."
                   MOVE "N" TO CLAIM-SWITCH
               ELSE
                   PERFORM CLAIM-THE-NEXT-REQUEST
                   IF REQUEST-WAS-CLAIMED
                       PERFORM LAUNCH-THE-QUEUED-REQUEST
                       PERFORM RECORD-THE-REQUEST-RESULT
                   END-IF
               END-IF
           END-PERFORM.

       GET-THE-BATCH-WINDOW.
           OPEN INPUT BATCH-WINDOW-FILE.
           IF WINDOW-FILE-STATUS = "00"
               READ BATCH-WINDOW-FILE
                   NOT AT END
                       IF  BW-START-TIME IS NUMERIC
                       AND BW-END-TIME IS NUMERIC
                           MOVE BW-START-TIME
                               TO BATCH-WINDOW-START
                           MOVE BW-END-TIME TO BATCH-WINDOW-END
                       END-IF
               END-READ
           END-IF.
           CLOSE BATCH-WINDOW-FILE.

      * Start > end wraps midnight, the usual night.
       CHECK-THE-BATCH-WINDOW.
           MOVE "N" TO BATCH-WINDOW-SWITCH.
           ACCEPT CURRENT-DATE-STAMP FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-RAW FROM TIME.
           MOVE CURRENT-TIME-RAW (1:4) TO CURRENT-HHMM.
           IF BATCH-WINDOW-START < BATCH-WINDOW-END
               IF  CURRENT-HHMM >= BATCH-WINDOW-START
               AND CURRENT-HHMM < BATCH-WINDOW-END
                   MOVE "Y" TO BATCH-WINDOW-SWITCH
               END-IF
           ELSE
           IF BATCH-WINDOW-START > BATCH-WINDOW-END
               IF CURRENT-HHMM >= BATCH-WINDOW-START
                OR CURRENT-HHMM < BATCH-WINDOW-END
                   MOVE "Y" TO BATCH-WINDOW-SWITCH
               END-IF
           END-IF
           END-IF.

      * The main menu's own control file: the option a
      * request was submitted from decides its time window
      * and maintenance state at the moment it comes due.
       LOAD-THE-MENU-TABLE.
           MOVE ZERO TO MENU-OPTION-COUNT.
           OPEN INPUT MENU-CONTROL-FILE.
           IF MENU-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MENU-RECORD
               PERFORM UNTIL NO-MORE-MENU-RECORDS
                          OR MENU-OPTION-COUNT >= 9
                   ADD 1 TO MENU-OPTION-COUNT
                   SET MENU-OPTION-IDX TO MENU-OPTION-COUNT
                   MOVE MC-PICK TO MO-PICK (MENU-OPTION-IDX)
                   MOVE MC-PROGRAM TO MO-PROGRAM (MENU-OPTION-IDX)
                   MOVE MC-ENTRY-TYPE
                       TO MO-ENTRY-TYPE (MENU-OPTION-IDX)
                   MOVE MC-MAINT-FLAG
                       TO MO-MAINT-FLAG (MENU-OPTION-IDX)
                   MOVE MC-OPEN-TIME
                       TO MO-OPEN-TIME (MENU-OPTION-IDX)
                   MOVE MC-CLOSE-TIME
                       TO MO-CLOSE-TIME (MENU-OPTION-IDX)
                   PERFORM READ-THE-NEXT-MENU-RECORD
               END-PERFORM
           END-IF.
           CLOSE MENU-CONTROL-FILE.

       READ-THE-NEXT-MENU-RECORD.
           READ MENU-CONTROL-FILE
               AT END
                   MOVE "Y" TO MENU-END-SWITCH
           END-READ.

      * One pass over the queue under its lock: requests
      * whose program has left the menu are refused on the
      * way, and the first due request that can start is
      * marked running and claimed.
       CLAIM-THE-NEXT-REQUEST.
           MOVE "N" TO CLAIM-SWITCH.
           PERFORM LOCK-THE-QUEUE.
           IF NOT JOBREQ-LOCK-ACQUIRED
               DISPLAY "The job queue stayed locked; queued "
                       "requests wait."
           ELSE
               MOVE "N" TO QUEUE-CHANGED-SWITCH
               MOVE "N" TO REQUEST-END-SWITCH
               OPEN INPUT JOB-REQUEST-FILE
               OPEN OUTPUT REQUEST-STAGING-FILE
               IF REQUEST-FILE-STATUS = "00"
                   PERFORM READ-THE-NEXT-REQUEST
                   PERFORM UNTIL NO-MORE-REQUESTS
                       IF  JQ-REQUEST-IS-WAITING
                       AND JQ-REQUEST-NUMBER > LAST-CLAIMED-NUMBER
                       AND NOT REQUEST-WAS-CLAIMED
                           PERFORM CONSIDER-ONE-REQUEST
                       END-IF
                       MOVE JOB-REQUEST-RECORD
                           TO REQUEST-STAGING-RECORD
                       WRITE REQUEST-STAGING-RECORD
                       PERFORM READ-THE-NEXT-REQUEST
                   END-PERFORM
               END-IF
               CLOSE JOB-REQUEST-FILE
               CLOSE REQUEST-STAGING-FILE
               IF QUEUE-WAS-CHANGED
                   PERFORM PROMOTE-THE-STAGED-REQUESTS
               END-IF
               PERFORM UNLOCK-THE-QUEUE
           END-IF.

       CONSIDER-ONE-REQUEST.
           IF JQ-RUN-AFTER-DATE < CURRENT-DATE-STAMP
            OR (JQ-RUN-AFTER-DATE = CURRENT-DATE-STAMP
                AND JQ-RUN-AFTER-TIME NOT > CURRENT-HHMM)
               PERFORM FIND-THE-MENU-OPTION
               IF NOT OPTION-WAS-FOUND
                   PERFORM REFUSE-THE-REQUEST
               ELSE
               IF  MO-MAINT-FLAG (MENU-OPTION-IDX) NOT = "M"
               AND OPTION-IS-IN-WINDOW
                   PERFORM PROBE-THE-JOB-LOCK
                   IF PROBE-LOCK-ACQUIRED
                       PERFORM START-THE-REQUEST
                   END-IF
               END-IF
               END-IF
           END-IF.

       FIND-THE-MENU-OPTION.
           MOVE "N" TO OPTION-FOUND-SWITCH.
           IF MENU-OPTION-COUNT > 0
               SET MENU-OPTION-IDX TO 1
               SEARCH MENU-OPTION
                   WHEN MO-PROGRAM (MENU-OPTION-IDX) = JQ-PROGRAM
                    AND MO-ENTRY-TYPE (MENU-OPTION-IDX) NOT = "S"
                       MOVE "Y" TO OPTION-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF OPTION-WAS-FOUND
               PERFORM CHECK-THE-OPTION-WINDOW
           END-IF.

      * Same rule as MENU05: blank or zero times leave the
      * option always open; open > close wraps midnight.
       CHECK-THE-OPTION-WINDOW.
           MOVE "Y" TO WINDOW-SWITCH.
           IF  MO-OPEN-TIME (MENU-OPTION-IDX) IS NUMERIC
           AND MO-CLOSE-TIME (MENU-OPTION-IDX) IS NUMERIC
               MOVE MO-OPEN-TIME (MENU-OPTION-IDX)
                   TO WINDOW-OPEN-HHMM
               MOVE MO-CLOSE-TIME (MENU-OPTION-IDX)
                   TO WINDOW-CLOSE-HHMM
               IF WINDOW-OPEN-HHMM < WINDOW-CLOSE-HHMM
                   IF CURRENT-HHMM < WINDOW-OPEN-HHMM
                    OR CURRENT-HHMM >= WINDOW-CLOSE-HHMM
                       MOVE "N" TO WINDOW-SWITCH
                   END-IF
               ELSE
               IF WINDOW-OPEN-HHMM > WINDOW-CLOSE-HHMM
                   IF  CURRENT-HHMM < WINDOW-OPEN-HHMM
                   AND CURRENT-HHMM >= WINDOW-CLOSE-HHMM
                       MOVE "N" TO WINDOW-SWITCH
                   END-IF
               END-IF
               END-IF
           END-IF.

      * The job's own lock is taken and given straight
      * back: a job already running elsewhere would only
      * refuse to start, so its request waits instead.
       PROBE-THE-JOB-LOCK.
           MOVE "L" TO PROBE-LOCK-ACTION.
           CALL "JOBLOCK" USING JQ-PROGRAM PROBE-LOCK-ACTION
                                 PROBE-LOCK-RESULT.
           IF PROBE-LOCK-ACQUIRED
               MOVE "U" TO PROBE-LOCK-ACTION
               CALL "JOBLOCK" USING JQ-PROGRAM PROBE-LOCK-ACTION
                                     PROBE-LOCK-RESULT
               MOVE "Y" TO PROBE-LOCK-RESULT
           END-IF.

       START-THE-REQUEST.
           MOVE "R" TO JQ-STATUS.
           ACCEPT JQ-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JQ-START-TIME FROM TIME.
           MOVE "Y" TO QUEUE-CHANGED-SWITCH.
           MOVE "Y" TO CLAIM-SWITCH.
           MOVE JQ-REQUEST-NUMBER TO LAST-CLAIMED-NUMBER.
           MOVE JQ-PROGRAM TO CLAIMED-PROGRAM.
           MOVE JQ-OPERATOR-ID TO CLAIMED-OPERATOR-ID.
           MOVE JQ-PARAMETERS TO CLAIMED-PARAMETERS.

       REFUSE-THE-REQUEST.
           MOVE "X" TO JQ-STATUS.
           ACCEPT JQ-END-DATE FROM DATE YYYYMMDD.
           ACCEPT JQ-END-TIME FROM TIME.
           MOVE "Y" TO QUEUE-CHANGED-SWITCH.
           DISPLAY "Request " JQ-REQUEST-NUMBER " refused; "
                   JQ-PROGRAM " is not on the menu.".
           MOVE "Queued job no longer on the menu" TO EXC-TEXT.
           MOVE "CTRL" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.

      * Launched the way the chain's jobs are, with the
      * request's parameters on the worker's command line.
       LAUNCH-THE-QUEUED-REQUEST.
           MOVE FUNCTION LOWER-CASE (CLAIMED-PROGRAM)
               TO LOWERED-PROGRAM.
           MOVE SPACES TO LAUNCH-COMMAND.
           STRING LOWERED-PROGRAM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CLAIMED-PARAMETERS DELIMITED BY SIZE
               INTO LAUNCH-COMMAND.
           DISPLAY "Launching queued request " LAST-CLAIMED-NUMBER
                   " (" CLAIMED-PROGRAM " for "
                   CLAIMED-OPERATOR-ID ")...".
           CALL "SYSTEM" USING LAUNCH-COMMAND.
           MOVE RETURN-CODE TO WORKER-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE.
           ADD 1 TO QUEUED-RUN-COUNT.
           IF WORKER-RETURN-CODE NOT = ZERO
               DISPLAY CLAIMED-PROGRAM " ended with RC "
                       WORKER-RETURN-CODE "."
           END-IF.

       RECORD-THE-REQUEST-RESULT.
           PERFORM LOCK-THE-QUEUE.
           IF NOT JOBREQ-LOCK-ACQUIRED
               DISPLAY "The job queue stayed locked; request "
                       LAST-CLAIMED-NUMBER " is left RUNNING."
               MOVE "Queued job result not recorded" TO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
           ELSE
               MOVE "N" TO REQUEST-END-SWITCH
               OPEN INPUT JOB-REQUEST-FILE
               OPEN OUTPUT REQUEST-STAGING-FILE
               IF REQUEST-FILE-STATUS = "00"
                   PERFORM READ-THE-NEXT-REQUEST
                   PERFORM UNTIL NO-MORE-REQUESTS
                       IF JQ-REQUEST-NUMBER = LAST-CLAIMED-NUMBER
                           MOVE "D" TO JQ-STATUS
                           ACCEPT JQ-END-DATE FROM DATE YYYYMMDD
                           ACCEPT JQ-END-TIME FROM TIME
                           MOVE WORKER-RETURN-CODE
                               TO JQ-RETURN-CODE
                       END-IF
                       MOVE JOB-REQUEST-RECORD
                           TO REQUEST-STAGING-RECORD
                       WRITE REQUEST-STAGING-RECORD
                       PERFORM READ-THE-NEXT-REQUEST
                   END-PERFORM
               END-IF
               CLOSE JOB-REQUEST-FILE
               CLOSE REQUEST-STAGING-FILE
               PERFORM PROMOTE-THE-STAGED-REQUESTS
               PERFORM UNLOCK-THE-QUEUE
           END-IF.

      * The menu holds the queue lock only for the moment
      * a submit or cancel is written, so a refused lock
      * is tried again once a second for half a minute.
       LOCK-THE-QUEUE.
           MOVE ZERO TO QUEUE-LOCK-ATTEMPTS.
           MOVE "N" TO JOBREQ-LOCK-RESULT.
           PERFORM UNTIL JOBREQ-LOCK-ACQUIRED
                      OR QUEUE-LOCK-ATTEMPTS = 30
               IF QUEUE-LOCK-ATTEMPTS > 0
                   CALL "C$SLEEP" USING QUEUE-LOCK-WAIT
               END-IF
               ADD 1 TO QUEUE-LOCK-ATTEMPTS
               MOVE "L" TO JOBREQ-LOCK-ACTION
               CALL "JOBLOCK" USING JOBREQ-LOCK-NAME
                                     JOBREQ-LOCK-ACTION
                                     JOBREQ-LOCK-RESULT
           END-PERFORM.

       UNLOCK-THE-QUEUE.
           MOVE "U" TO JOBREQ-LOCK-ACTION.
           CALL "JOBLOCK" USING JOBREQ-LOCK-NAME
                                 JOBREQ-LOCK-ACTION
                                 JOBREQ-LOCK-RESULT.

       READ-THE-NEXT-REQUEST.
           READ JOB-REQUEST-FILE
               AT END
                   MOVE "Y" TO REQUEST-END-SWITCH
           END-READ.

       PROMOTE-THE-STAGED-REQUESTS.
           MOVE "N" TO STAGED-REQUEST-END-SWITCH.
           OPEN INPUT REQUEST-STAGING-FILE.
           OPEN OUTPUT JOB-REQUEST-FILE.
           PERFORM READ-THE-NEXT-STAGED-REQUEST.
           PERFORM UNTIL NO-MORE-STAGED-REQUESTS
               MOVE REQUEST-STAGING-RECORD TO JOB-REQUEST-RECORD
               WRITE JOB-REQUEST-RECORD
               PERFORM READ-THE-NEXT-STAGED-REQUEST
           END-PERFORM.
           CLOSE REQUEST-STAGING-FILE.
           CLOSE JOB-REQUEST-FILE.

       READ-THE-NEXT-STAGED-REQUEST.
           READ REQUEST-STAGING-FILE
               AT END
                   MOVE "Y" TO STAGED-REQUEST-END-SWITCH
           END-READ.
