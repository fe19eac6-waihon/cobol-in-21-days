      * "S" entry is logged to the exception log and
      * skipped rather than attempting an interactive
      * submenu prompt that would hang an unattended run.
      *
      * Operator alerts in OPERMSG.DAT no longer wait for
      * someone to go looking. Straight after a console
      * sign-on, before the menu appears, each alert not
      * yet acknowledged is shown (escalated ones flagged
      * as such) and must be acknowledged with an A; the
      * operator ID and the time are stamped on the alert.
      * The file is rewritten through OPERMSG.ACK under the
      * "OPERMSG" JOBLOCK that ALRESC01's escalation pass
      * also takes; while that lock is held elsewhere the
      * alerts are left for the next sign-on.
      *
      * A long job launched at the console ties the
      * console up and can run into the nightly window, so
      * S at the selection prompt submits a menu option to
      * run later instead: the operator gives a run-after
      * date and time and any parameters, and the request
      * goes on the JOBREQ.DAT queue under their operator
      * ID for STREAM01 to start once it is due. L lists
      * the operator's own requests with their status and
      * return code, and C cancels one of them that has
      * not yet started. The queue is written under the
      * "JOBREQ" JOBLOCK STREAM01 also takes, held only
      * once everything has been keyed.
      *
      * An account suspended at access recertification
      * (OC-ACCOUNT-STATUS "S") is refused at sign-on even
      * with the right password, and the refusal goes to
      * the exception log; it isn't a failed password, so
      * it doesn't count toward the lockout. The operator
      * table now carries the status and the other
      * recertification fields, so a password change
      * rewrites OPERCTL.DAT without losing them.
      *
      * OPERCTL.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERCTL-LOCK-STATUS.

           SELECT OPTIONAL OPERATOR-MESSAGE-FILE
               ASSIGN TO "OPERMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MESSAGE-FILE-STATUS.

           SELECT ALERT-STAGING-FILE
               ASSIGN TO "OPERMSG.ACK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOB-REQUEST-FILE
               ASSIGN TO "JOBREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT REQUEST-STAGING-FILE
               ASSIGN TO "JOBREQ.STG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MENU-LOG-FILE.
       FD  OPERCTL-LOCK-FILE.
       COPY JOBLOCK.

       FD  OPERATOR-MESSAGE-FILE.
       COPY OPERMSG.

       FD  ALERT-STAGING-FILE.
       01  ALERT-STAGING-RECORD      PIC X(107).

       FD  JOB-REQUEST-FILE.
       COPY JOBREQ.

       FD  REQUEST-STAGING-FILE.
       01  REQUEST-STAGING-RECORD    PIC X(140).

       WORKING-STORAGE SECTION.
       COPY MENUTAB.
       COPY SUBMTAB.
               10  OP-AUTH-GROUP      PIC X.
               10  OP-PREV-PASSWORD   PIC X(8).
               10  OP-ENCODE-FLAG     PIC X.
               10  OP-ACCOUNT-STATUS  PIC X.
               10  OP-RECERT-FIELDS   PIC X(27).
       01  OPER-END-SWITCH        PIC X      VALUE "N".
           88  NO-MORE-OPERATORS            VALUE "Y".
       01  LOCKOUT-FILE-STATUS    PIC XX.
       01  SIGNON-ATTEMPT-COUNT   PIC 9       VALUE ZERO.
       01  SIGNON-SWITCH          PIC X       VALUE "N".
           88  OPERATOR-IS-SIGNED-ON          VALUE "Y".
       01  SUSPENDED-SWITCH       PIC X       VALUE "N".
           88  ACCOUNT-IS-SUSPENDED           VALUE "Y".

       01  MESSAGE-FILE-STATUS    PIC XX.
       01  MESSAGE-END-SWITCH     PIC X.
           88  NO-MORE-MESSAGES               VALUE "Y".
       01  STAGED-MESSAGE-END-SWITCH PIC X.
           88  NO-MORE-STAGED-MESSAGES        VALUE "Y".
       01  ALERT-SHOWN-COUNT      PIC 9(3).
       01  ACK-ANSWER             PIC X.
       01  OPERMSG-LOCK-NAME      PIC X(8)   VALUE "OPERMSG".
       01  OPERMSG-LOCK-ACTION    PIC X.
       01  OPERMSG-LOCK-RESULT    PIC X.
           88  OPERMSG-LOCK-ACQUIRED          VALUE "Y".
       01  ALERT-DISPLAY-LINE.
           05  FILLER             PIC X(7)  VALUE "ALERT  ".
           05  AD-ALERT-DATE      PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  AD-ALERT-HOUR      PIC XX.
           05  FILLER             PIC X     VALUE ":".
           05  AD-ALERT-MINUTE    PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-ALERT-TEXT      PIC X(40).
           05  FILLER             PIC X     VALUE SPACE.
           05  AD-ESCALATED       PIC X(11).

       01  QUEUE-ACTION           PIC X       VALUE SPACE.
           88  QUEUE-ACTION-REQUESTED         VALUE "S" "L" "C".
           88  QUEUE-SUBMIT-REQUESTED         VALUE "S".
           88  QUEUE-LIST-REQUESTED           VALUE "L".
           88  QUEUE-CANCEL-REQUESTED         VALUE "C".
       01  REQUEST-FILE-STATUS    PIC XX.
       01  REQUEST-END-SWITCH     PIC X.
           88  NO-MORE-REQUESTS               VALUE "Y".
       01  STAGED-REQUEST-END-SWITCH PIC X.
           88  NO-MORE-STAGED-REQUESTS        VALUE "Y".
       01  JOBREQ-LOCK-NAME       PIC X(8)   VALUE "JOBREQ".
       01  JOBREQ-LOCK-ACTION     PIC X.
       01  JOBREQ-LOCK-RESULT     PIC X.
           88  JOBREQ-LOCK-ACQUIRED           VALUE "Y".
       01  REQUEST-OK-SWITCH      PIC X.
           88  REQUEST-IS-ACCEPTABLE          VALUE "Y".
       01  SUBMIT-PICK-RAW        PIC X.
       01  SUBMIT-PROGRAM         PIC X(8).
       01  SUBMIT-DATE-RAW        PIC X(8).
       01  SUBMIT-TIME-RAW        PIC X(4).
       01  SUBMIT-RUN-DATE        PIC 9(8).
       01  SUBMIT-RUN-TIME        PIC 9(4).
       01  SUBMIT-PARAMETERS      PIC X(40).
       01  HIGHEST-REQUEST-NUMBER PIC 9(6).
       01  CANCEL-NUMBER          PIC 9(6).
       01  CANCEL-OUTCOME         PIC X.
           88  CANCEL-NOT-FOUND               VALUE "N".
           88  CANCEL-NOT-OWN                 VALUE "O".
           88  CANCEL-ALREADY-STARTED         VALUE "S".
           88  CANCEL-WAS-MADE                VALUE "Y".
       01  REQUEST-LISTED-COUNT   PIC 9(3).
       COPY DATECALC.
       01  REQUEST-DISPLAY-LINE.
           05  QD-REQUEST-NUMBER  PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  QD-PROGRAM         PIC X(8).
           05  FILLER             PIC X(7)  VALUE " after ".
           05  QD-RUN-AFTER-DATE  PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  QD-RUN-AFTER-HOUR  PIC XX.
           05  FILLER             PIC X     VALUE ":".
           05  QD-RUN-AFTER-MINUTE PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  QD-STATUS-TEXT     PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  QD-RC-LABEL        PIC X(3).
           05  QD-RETURN-CODE     PIC X(4).

       01  SUB-FILE-STATUS        PIC XX.
       01  SUB-CTL-END-SWITCH     PIC X       VALUE "N".
       01  SUBMENU-PICK-FOUND-SWITCH PIC X    VALUE "N".
           88  SUBMENU-PICK-WAS-FOUND         VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "MENU05  ".
           CALL "BATCHPRM" USING EXC-JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM LOAD-THE-MENU-TABLE.
           PERFORM LOAD-THE-LAST-RESULTS.
           PERFORM LOAD-THE-OPERATOR-TABLE.
                   ELSE
                       IF PASSWORD-CHANGE-REQUESTED
                           PERFORM CHANGE-THE-PASSWORD
                       ELSE
                       IF QUEUE-ACTION-REQUESTED
                           PERFORM DO-THE-QUEUE-ACTION
                       ELSE
                           PERFORM LOG-THE-MENU-PICK
                           PERFORM DO-THE-MENU-PICK
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
               MOVE OC-PREV-PASSWORD
                   TO OP-PREV-PASSWORD (OP-IDX)
               MOVE OC-ENCODE-FLAG TO OP-ENCODE-FLAG (OP-IDX)
               MOVE OC-ACCOUNT-STATUS
                   TO OP-ACCOUNT-STATUS (OP-IDX)
               MOVE OC-RECERT-FIELDS TO OP-RECERT-FIELDS (OP-IDX)
               PERFORM READ-THE-NEXT-OPERATOR
           END-PERFORM.
           CLOSE OPERATOR-CONTROL-FILE.
               VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > OPERATOR-COUNT.
           CLOSE OPERATOR-CONTROL-FILE.
           PERFORM SEAL-THE-MASTER.

       SAVE-ONE-OPERATOR-RECORD.
           MOVE SPACES TO OPERATOR-CONTROL-RECORD.
           MOVE OP-AUTH-GROUP (OP-IDX)  TO OC-AUTH-GROUP.
           MOVE OP-PREV-PASSWORD (OP-IDX) TO OC-PREV-PASSWORD.
           MOVE OP-ENCODE-FLAG (OP-IDX) TO OC-ENCODE-FLAG.
           MOVE OP-ACCOUNT-STATUS (OP-IDX) TO OC-ACCOUNT-STATUS.
           MOVE OP-RECERT-FIELDS (OP-IDX) TO OC-RECERT-FIELDS.
           WRITE OPERATOR-CONTROL-RECORD.

       GET-THE-IDLE-TIMEOUT.
                   PERFORM CHECK-THE-SIGNON
                   IF OPERATOR-IS-SIGNED-ON
                       PERFORM CLEAR-THE-LOCKOUT
                   ELSE
                   IF ACCOUNT-IS-SUSPENDED
                       ADD 1 TO SIGNON-ATTEMPT-COUNT
                       DISPLAY "That account is suspended; "
                               "see a supervisor to reinstate it."
                       MOVE "Sign-on to suspended account refused"
                           TO EXC-TEXT
                       MOVE "SIGN" TO EXC-CATEGORY
                       CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                            EXC-CATEGORY
                   ELSE
                       ADD 1 TO SIGNON-ATTEMPT-COUNT
                       PERFORM TALLY-THE-FAILED-SIGNON
                       DISPLAY "Sign-on rejected. Try again."
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT OPERATOR-IS-SIGNED-ON
               MOVE "Sign-on denied after 3 attempts" TO EXC-TEXT
               MOVE "SIGN" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
               PERFORM SHOW-THE-OPEN-ALERTS
           END-IF.

      * Every alert is copied to the staging file, the
      * unacknowledged ones stamped as the operator
      * acknowledges them, and the staging copy promoted
      * back only when something was stamped.
       SHOW-THE-OPEN-ALERTS.
           MOVE "L" TO OPERMSG-LOCK-ACTION.
           CALL "JOBLOCK" USING OPERMSG-LOCK-NAME
                                 OPERMSG-LOCK-ACTION
                                 OPERMSG-LOCK-RESULT.
           IF NOT OPERMSG-LOCK-ACQUIRED
               DISPLAY "Operator alerts are being updated "
                       "elsewhere; they will be shown at the "
                       "next sign-on."
           ELSE
               MOVE ZERO TO ALERT-SHOWN-COUNT
               MOVE "N" TO MESSAGE-END-SWITCH
               OPEN INPUT OPERATOR-MESSAGE-FILE
               OPEN OUTPUT ALERT-STAGING-FILE
               IF MESSAGE-FILE-STATUS = "00"
                   PERFORM READ-THE-NEXT-MESSAGE
                   PERFORM UNTIL NO-MORE-MESSAGES
                       IF NOT OM-ALERT-IS-ACKNOWLEDGED
                           PERFORM ACKNOWLEDGE-ONE-ALERT
                       END-IF
                       MOVE OPERATOR-MESSAGE-RECORD
                           TO ALERT-STAGING-RECORD
                       WRITE ALERT-STAGING-RECORD
                       PERFORM READ-THE-NEXT-MESSAGE
                   END-PERFORM
               END-IF
               CLOSE OPERATOR-MESSAGE-FILE
               CLOSE ALERT-STAGING-FILE
               IF ALERT-SHOWN-COUNT > 0
                   PERFORM PROMOTE-THE-STAGED-MESSAGES
                   DISPLAY "Alerts acknowledged: "
                           ALERT-SHOWN-COUNT
               END-IF
               MOVE "U" TO OPERMSG-LOCK-ACTION
               CALL "JOBLOCK" USING OPERMSG-LOCK-NAME
                                     OPERMSG-LOCK-ACTION
                                     OPERMSG-LOCK-RESULT
           END-IF.

       READ-THE-NEXT-MESSAGE.
           READ OPERATOR-MESSAGE-FILE
               AT END
                   MOVE "Y" TO MESSAGE-END-SWITCH
           END-READ.

       ACKNOWLEDGE-ONE-ALERT.
           IF ALERT-SHOWN-COUNT = 0
               DISPLAY "Unacknowledged operator alerts:"
           END-IF.
           ADD 1 TO ALERT-SHOWN-COUNT.
           MOVE OM-RUN-DATE TO AD-ALERT-DATE.
           MOVE OM-RUN-TIME (1:2) TO AD-ALERT-HOUR.
           MOVE OM-RUN-TIME (3:2) TO AD-ALERT-MINUTE.
           MOVE OM-MESSAGE-TEXT TO AD-ALERT-TEXT.
           IF OM-ALERT-IS-ESCALATED
               MOVE "*ESCALATED*" TO AD-ESCALATED
           ELSE
               MOVE SPACES TO AD-ESCALATED
           END-IF.
           DISPLAY ALERT-DISPLAY-LINE.
           MOVE SPACE TO ACK-ANSWER.
           PERFORM UNTIL ACK-ANSWER = "A" OR ACK-ANSWER = "a"
               DISPLAY "Enter A to acknowledge this alert:"
               ACCEPT ACK-ANSWER
           END-PERFORM.
           MOVE "A" TO OM-ACK-STATUS.
           MOVE OPERATOR-ID TO OM-ACK-OPERATOR.
           ACCEPT OM-ACK-DATE FROM DATE YYYYMMDD.
           ACCEPT OM-ACK-TIME FROM TIME.

       PROMOTE-THE-STAGED-MESSAGES.
           MOVE "N" TO STAGED-MESSAGE-END-SWITCH.
           OPEN INPUT ALERT-STAGING-FILE.
           OPEN OUTPUT OPERATOR-MESSAGE-FILE.
           PERFORM READ-THE-NEXT-STAGED-MESSAGE.
           PERFORM UNTIL NO-MORE-STAGED-MESSAGES
               MOVE ALERT-STAGING-RECORD TO OPERATOR-MESSAGE-RECORD
               WRITE OPERATOR-MESSAGE-RECORD
               PERFORM READ-THE-NEXT-STAGED-MESSAGE
           END-PERFORM.
           CLOSE ALERT-STAGING-FILE.
           CLOSE OPERATOR-MESSAGE-FILE.

       READ-THE-NEXT-STAGED-MESSAGE.
           READ ALERT-STAGING-FILE
               AT END
                   MOVE "Y" TO STAGED-MESSAGE-END-SWITCH
           END-READ.

      * A record flagged "E" compares the PWENCODE
      * encoding of what was keyed; an unconverted record
      * still compares clear until OPRCNV01 has run.
       CHECK-THE-SIGNON.
           MOVE "N" TO SIGNON-SWITCH.
           MOVE "N" TO SUSPENDED-SWITCH.
           IF OPERATOR-COUNT > 0
               SET OP-IDX TO 1
               SEARCH OPERATOR-ENTRY
           ELSE
               MOVE ENTERED-PASSWORD TO COMPARE-PASSWORD
           END-IF.
      * The status is only looked at once the password is
      * right, so a wrong guess learns nothing about it.
           IF  OP-PASSWORD (OP-IDX) = COMPARE-PASSWORD
           AND OP-ACCOUNT-STATUS (OP-IDX) = "S"
               MOVE "Y" TO SUSPENDED-SWITCH
           ELSE
           IF OP-PASSWORD (OP-IDX) = COMPARE-PASSWORD
               MOVE "Y" TO SIGNON-SWITCH
               MOVE ENTERED-OPERATOR-ID TO OPERATOR-ID
               IF OPERATOR-GROUP = SPACE
                   MOVE "1" TO OPERATOR-GROUP
               END-IF
           END-IF
           END-IF.

       RUN-THE-BATCH-PICKS.
           PERFORM DISPLAY-ONE-MENU-LINE
               VARYING MENU-OPTION-IDX FROM 1 BY 1
               UNTIL MENU-OPTION-IDX > MENU-OPTION-COUNT.
           DISPLAY "S.  Submit a job to run later".
           DISPLAY "L.  List my submitted jobs".
           DISPLAY "C.  Cancel a submitted job".
           DISPLAY "P.  Change password".
           DISPLAY "0.  Exit".
      * Display a blank line
       GET-THE-PICK.
           MOVE "N" TO TIMED-OUT-SWITCH.
           MOVE "N" TO PASSWORD-CHANGE-SWITCH.
           MOVE SPACE TO QUEUE-ACTION.
           ACCEPT PROMPT-TIME FROM TIME.
           ACCEPT RAW-MENU-PICK.
           MOVE FUNCTION UPPER-CASE (RAW-MENU-PICK)
               TO RAW-MENU-PICK.
           PERFORM UNTIL RAW-MENU-PICK IS NUMERIC
                   OR RAW-MENU-PICK = "P" OR RAW-MENU-PICK = "S"
                   OR RAW-MENU-PICK = "L" OR RAW-MENU-PICK = "C"
               DISPLAY "Please enter a single digit, 0-9, or "
                       "P, S, L or C."
               ACCEPT RAW-MENU-PICK
               MOVE FUNCTION UPPER-CASE (RAW-MENU-PICK)
                   TO RAW-MENU-PICK
           END-PERFORM.
           IF RAW-MENU-PICK = "P"
               MOVE "Y" TO PASSWORD-CHANGE-SWITCH
               MOVE ZERO TO MENU-PICK
           ELSE
           IF RAW-MENU-PICK IS NUMERIC
               MOVE RAW-MENU-PICK TO MENU-PICK
           ELSE
               MOVE RAW-MENU-PICK TO QUEUE-ACTION
               MOVE ZERO TO MENU-PICK
           END-IF
           END-IF.
           IF TIMEOUT-SECONDS > ZERO
               ACCEPT RESPONSE-TIME FROM TIME
               END-IF
           END-IF.

      * Job-request queue routines. Submitting, listing
      * and cancelling all work on JOBREQ.DAT; only the
      * writes take the "JOBREQ" lock, and only after the
      * operator has finished keying.
       DO-THE-QUEUE-ACTION.
           EVALUATE TRUE
               WHEN QUEUE-SUBMIT-REQUESTED
                   PERFORM SUBMIT-A-JOB-REQUEST
               WHEN QUEUE-LIST-REQUESTED
                   PERFORM LIST-MY-JOB-REQUESTS
               WHEN QUEUE-CANCEL-REQUESTED
                   PERFORM CANCEL-A-JOB-REQUEST
           END-EVALUATE.

      * The same clearance and maintenance rules as a
      * console launch decide whether an option may be
      * queued; its time window is left to STREAM01, which
      * judges it when the request comes due.
       SUBMIT-A-JOB-REQUEST.
           MOVE "N" TO REQUEST-OK-SWITCH.
           MOVE SPACES TO SUBMIT-PROGRAM.
           MOVE "N" TO PICK-FOUND-SWITCH.
           DISPLAY "Which option should run later?".
           ACCEPT SUBMIT-PICK-RAW.
           IF SUBMIT-PICK-RAW IS NUMERIC
               PERFORM FIND-THE-SUBMIT-OPTION
                   VARYING MENU-OPTION-IDX FROM 1 BY 1
                   UNTIL MENU-OPTION-IDX > MENU-OPTION-COUNT
           END-IF.
           IF NOT PICK-WAS-FOUND
               DISPLAY "Invalid selection"
           ELSE
           IF SUBMIT-PROGRAM NOT = SPACES
               PERFORM GET-THE-RUN-AFTER-TIME
           END-IF
           END-IF.
           IF REQUEST-IS-ACCEPTABLE
               DISPLAY "Parameters for " SUBMIT-PROGRAM
                       " (blank for none):"
               ACCEPT SUBMIT-PARAMETERS
               PERFORM QUEUE-THE-JOB-REQUEST
           END-IF.

       FIND-THE-SUBMIT-OPTION.
           IF SUBMIT-PICK-RAW = MO-PICK (MENU-OPTION-IDX)
               MOVE "Y" TO PICK-FOUND-SWITCH
               MOVE MO-AUTH-GROUP (MENU-OPTION-IDX) TO CHECKED-GROUP
               PERFORM CHECK-THE-OPTION-CLEARANCE
               IF NOT OPTION-IS-CLEARED
                   PERFORM REFUSE-THE-UNCLEARED-PICK
               ELSE
               IF MO-ENTRY-TYPE (MENU-OPTION-IDX) = "S"
                   DISPLAY "A submenu cannot be submitted; "
                           "choose one of its jobs at the "
                           "console."
               ELSE
               IF MO-MAINT-FLAG (MENU-OPTION-IDX) = "M"
                   PERFORM REFUSE-THE-MAINTENANCE-PICK
               ELSE
                   MOVE MO-PROGRAM (MENU-OPTION-IDX)
                       TO SUBMIT-PROGRAM
               END-IF
               END-IF
               END-IF
           END-IF.

      * Blank date means today and blank time means now;
      * the date is checked by the shared DATECALC routine.
       GET-THE-RUN-AFTER-TIME.
           MOVE "Y" TO REQUEST-OK-SWITCH.
           DISPLAY "Run after date (CCYYMMDD, blank for "
                   "today):".
           ACCEPT SUBMIT-DATE-RAW.
           IF SUBMIT-DATE-RAW = SPACES
               ACCEPT SUBMIT-RUN-DATE FROM DATE YYYYMMDD
           ELSE
           IF SUBMIT-DATE-RAW IS NUMERIC
               MOVE SUBMIT-DATE-RAW TO SUBMIT-RUN-DATE
               MOVE "W" TO DK-ACTION
               MOVE SUBMIT-RUN-DATE TO DK-FIRST-DATE
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF NOT DK-DATE-OK
                   MOVE "N" TO REQUEST-OK-SWITCH
               END-IF
           ELSE
               MOVE "N" TO REQUEST-OK-SWITCH
           END-IF
           END-IF.
           IF NOT REQUEST-IS-ACCEPTABLE
               DISPLAY "That is not a valid date; nothing "
                       "was submitted."
           ELSE
               DISPLAY "Run after time (HHMM, blank for now):"
               ACCEPT SUBMIT-TIME-RAW
               IF SUBMIT-TIME-RAW = SPACES
                   ACCEPT CURRENT-TIME-RAW FROM TIME
                   MOVE CURRENT-TIME-RAW (1:4) TO SUBMIT-RUN-TIME
               ELSE
               IF  SUBMIT-TIME-RAW IS NUMERIC
               AND SUBMIT-TIME-RAW (1:2) < "24"
               AND SUBMIT-TIME-RAW (3:2) < "60"
                   MOVE SUBMIT-TIME-RAW TO SUBMIT-RUN-TIME
               ELSE
                   MOVE "N" TO REQUEST-OK-SWITCH
                   DISPLAY "That is not a valid time; nothing "
                           "was submitted."
               END-IF
               END-IF
           END-IF.

      * The new request is numbered one past the highest
      * on file and appended, all under the queue lock.
       QUEUE-THE-JOB-REQUEST.
           MOVE "L" TO JOBREQ-LOCK-ACTION.
           CALL "JOBLOCK" USING JOBREQ-LOCK-NAME
                                 JOBREQ-LOCK-ACTION
                                 JOBREQ-LOCK-RESULT.
           IF NOT JOBREQ-LOCK-ACQUIRED
               DISPLAY "The job queue is being updated; "
                       "nothing was submitted, try again "
                       "shortly."
           ELSE
               MOVE ZERO TO HIGHEST-REQUEST-NUMBER
               MOVE "N" TO REQUEST-END-SWITCH
               OPEN INPUT JOB-REQUEST-FILE
               IF REQUEST-FILE-STATUS = "00"
                   PERFORM READ-THE-NEXT-REQUEST
                   PERFORM UNTIL NO-MORE-REQUESTS
                       IF JQ-REQUEST-NUMBER > HIGHEST-REQUEST-NUMBER
                           MOVE JQ-REQUEST-NUMBER
                               TO HIGHEST-REQUEST-NUMBER
                       END-IF
                       PERFORM READ-THE-NEXT-REQUEST
                   END-PERFORM
               END-IF
               CLOSE JOB-REQUEST-FILE
               PERFORM OPEN-THE-QUEUE-FOR-APPEND
               MOVE SPACES TO JOB-REQUEST-RECORD
               MOVE ZERO TO JQ-START-DATE JQ-START-TIME
                            JQ-END-DATE JQ-END-TIME
                            JQ-RETURN-CODE
               ADD 1 TO HIGHEST-REQUEST-NUMBER
                   GIVING JQ-REQUEST-NUMBER
               MOVE OPERATOR-ID TO JQ-OPERATOR-ID
               MOVE SUBMIT-PROGRAM TO JQ-PROGRAM
               MOVE SUBMIT-RUN-DATE TO JQ-RUN-AFTER-DATE
               MOVE SUBMIT-RUN-TIME TO JQ-RUN-AFTER-TIME
               MOVE SUBMIT-PARAMETERS TO JQ-PARAMETERS
               MOVE "W" TO JQ-STATUS
               ACCEPT JQ-SUBMIT-DATE FROM DATE YYYYMMDD
               ACCEPT JQ-SUBMIT-TIME FROM TIME
               WRITE JOB-REQUEST-RECORD
               CLOSE JOB-REQUEST-FILE
               MOVE "U" TO JOBREQ-LOCK-ACTION
               CALL "JOBLOCK" USING JOBREQ-LOCK-NAME
                                     JOBREQ-LOCK-ACTION
                                     JOBREQ-LOCK-RESULT
               DISPLAY "Request " JQ-REQUEST-NUMBER " queued: "
                       SUBMIT-PROGRAM " after " SUBMIT-RUN-DATE
                       " " SUBMIT-RUN-TIME "."
           END-IF.

       OPEN-THE-QUEUE-FOR-APPEND.
           OPEN EXTEND JOB-REQUEST-FILE.
           IF REQUEST-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-REQUEST-FILE
               CLOSE JOB-REQUEST-FILE
               OPEN EXTEND JOB-REQUEST-FILE
           END-IF.

       READ-THE-NEXT-REQUEST.
           READ JOB-REQUEST-FILE
               AT END
                   MOVE "Y" TO REQUEST-END-SWITCH
           END-READ.

       LIST-MY-JOB-REQUESTS.
           MOVE ZERO TO REQUEST-LISTED-COUNT.
           MOVE "N" TO REQUEST-END-SWITCH.
           OPEN INPUT JOB-REQUEST-FILE.
           IF REQUEST-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-REQUEST
               PERFORM UNTIL NO-MORE-REQUESTS
                   IF JQ-OPERATOR-ID = OPERATOR-ID
                       PERFORM LIST-ONE-JOB-REQUEST
                   END-IF
                   PERFORM READ-THE-NEXT-REQUEST
               END-PERFORM
           END-IF.
           CLOSE JOB-REQUEST-FILE.
           IF REQUEST-LISTED-COUNT = 0
               DISPLAY "You have no submitted jobs."
           END-IF.
           DISPLAY " ".

       LIST-ONE-JOB-REQUEST.
           IF REQUEST-LISTED-COUNT = 0
               DISPLAY "Your submitted jobs:"
           END-IF.
           ADD 1 TO REQUEST-LISTED-COUNT.
           MOVE JQ-REQUEST-NUMBER TO QD-REQUEST-NUMBER.
           MOVE JQ-PROGRAM TO QD-PROGRAM.
           MOVE JQ-RUN-AFTER-DATE TO QD-RUN-AFTER-DATE.
           MOVE JQ-RUN-AFTER-TIME (1:2) TO QD-RUN-AFTER-HOUR.
           MOVE JQ-RUN-AFTER-TIME (3:2) TO QD-RUN-AFTER-MINUTE.
           MOVE SPACES TO QD-RC-LABEL QD-RETURN-CODE.
           EVALUATE TRUE
               WHEN JQ-REQUEST-IS-WAITING
                   MOVE "WAITING" TO QD-STATUS-TEXT
               WHEN JQ-REQUEST-IS-RUNNING
                   MOVE "RUNNING" TO QD-STATUS-TEXT
               WHEN JQ-REQUEST-IS-DONE
                   MOVE "DONE" TO QD-STATUS-TEXT
                   MOVE "RC " TO QD-RC-LABEL
                   MOVE JQ-RETURN-CODE TO QD-RETURN-CODE
               WHEN JQ-REQUEST-IS-CANCELLED
                   MOVE "CANCELLED" TO QD-STATUS-TEXT
               WHEN OTHER
                   MOVE "REFUSED" TO QD-STATUS-TEXT
           END-EVALUATE.
           DISPLAY REQUEST-DISPLAY-LINE.

      * Every request is copied to the staging file, the
      * one being cancelled closed on the way, and the
      * staging copy promoted back only when it was.
       CANCEL-A-JOB-REQUEST.
           DISPLAY "Request number to cancel:".
           ACCEPT CANCEL-NUMBER.
           MOVE "L" TO JOBREQ-LOCK-ACTION.
           CALL "JOBLOCK" USING JOBREQ-LOCK-NAME
                                 JOBREQ-LOCK-ACTION
                                 JOBREQ-LOCK-RESULT.
           IF NOT JOBREQ-LOCK-ACQUIRED
               DISPLAY "The job queue is being updated; "
                       "nothing was cancelled, try again "
                       "shortly."
           ELSE
               MOVE "N" TO CANCEL-OUTCOME
               MOVE "N" TO REQUEST-END-SWITCH
               OPEN INPUT JOB-REQUEST-FILE
               OPEN OUTPUT REQUEST-STAGING-FILE
               IF REQUEST-FILE-STATUS = "00"
                   PERFORM READ-THE-NEXT-REQUEST
                   PERFORM UNTIL NO-MORE-REQUESTS
                       IF  JQ-REQUEST-NUMBER = CANCEL-NUMBER
                       AND CANCEL-NUMBER > ZERO
                           PERFORM CANCEL-ONE-JOB-REQUEST
                       END-IF
                       MOVE JOB-REQUEST-RECORD
                           TO REQUEST-STAGING-RECORD
                       WRITE REQUEST-STAGING-RECORD
                       PERFORM READ-THE-NEXT-REQUEST
                   END-PERFORM
               END-IF
               CLOSE JOB-REQUEST-FILE
               CLOSE REQUEST-STAGING-FILE
               IF CANCEL-WAS-MADE
                   PERFORM PROMOTE-THE-STAGED-REQUESTS
               END-IF
               MOVE "U" TO JOBREQ-LOCK-ACTION
               CALL "JOBLOCK" USING JOBREQ-LOCK-NAME
                                     JOBREQ-LOCK-ACTION
                                     JOBREQ-LOCK-RESULT
               EVALUATE TRUE
                   WHEN CANCEL-WAS-MADE
                       DISPLAY "Request " CANCEL-NUMBER
                               " has been cancelled."
                   WHEN CANCEL-NOT-OWN
                       DISPLAY "Request " CANCEL-NUMBER
                               " was not submitted by you."
                   WHEN CANCEL-ALREADY-STARTED
                       DISPLAY "Request " CANCEL-NUMBER
                               " is no longer waiting; it "
                               "cannot be cancelled."
                   WHEN OTHER
                       DISPLAY "There is no request "
                               CANCEL-NUMBER "."
               END-EVALUATE
           END-IF.

       CANCEL-ONE-JOB-REQUEST.
           IF JQ-OPERATOR-ID NOT = OPERATOR-ID
               MOVE "O" TO CANCEL-OUTCOME
           ELSE
           IF NOT JQ-REQUEST-IS-WAITING
               MOVE "S" TO CANCEL-OUTCOME
           ELSE
               MOVE "C" TO JQ-STATUS
               ACCEPT JQ-END-DATE FROM DATE YYYYMMDD
               ACCEPT JQ-END-TIME FROM TIME
               MOVE "Y" TO CANCEL-OUTCOME
           END-IF
           END-IF.

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

      * Submenu routines. A submenu is loaded fresh from
      * MENUCTL2.DAT each time it is entered and runs its own
      * pick loop until "0. Back" returns control here.
               ACCEPT RAW-SUBMENU-PICK
           END-PERFORM.
           MOVE RAW-SUBMENU-PICK TO SUBMENU-PICK.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "MENU05" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "MENU05  "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           MOVE "MENU05" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
