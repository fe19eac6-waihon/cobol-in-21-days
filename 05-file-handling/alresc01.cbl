       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRESC01.
      *--------------------------------------------------
      * Operator-alert escalation. MENU05 now puts every
      * unacknowledged OPERMSG.DAT alert in front of the
      * next operator to sign on, but an alert raised at
      * 02:00 with nobody at a terminal would still wait
      * for the morning. Run at intervals through the
      * night (as often as the operator likes, the way
      * DDLMON01 is), this finds every alert still
      * unacknowledged more than the ALERTCTL.DAT number
      * of minutes after it was raised, marks it escalated
      * with the time, and appends a notice for it to
      * SUPVMSG.DAT for each supervisor -- each operator
      * in authorization group "9" on OPERCTL.DAT. An
      * alert is escalated once; an escalated alert still
      * has to be acknowledged at sign-on like any other.
      *
      * Minutes are counted from the alert's own date and
      * time to now, the days between through the shared
      * DATECALC routine. OPERMSG.DAT is rewritten through
      * a staging copy (OPERMSG.ESC) under the "OPERMSG"
      * JOBLOCK, the same lock MENU05 holds while it
      * records acknowledgements, so neither loses the
      * other's stamps.
      *
      * A supervisor suspended at access recertification
      * can't sign on to read an escalation, so none is
      * sent to one.
      *
      * OPERCTL.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-MESSAGE-FILE
               ASSIGN TO "OPERMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FILE-STATUS.

           SELECT ESCALATION-STAGING-FILE
               ASSIGN TO "OPERMSG.ESC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUPERVISOR-MESSAGE-FILE
               ASSIGN TO "SUPVMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPV-FILE-STATUS.

           SELECT OPTIONAL ALERT-CONTROL-FILE
               ASSIGN TO "ALERTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-CTL-FILE-STATUS.

           SELECT OPERATOR-CONTROL-FILE ASSIGN TO "OPERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MESSAGE-FILE.
       COPY OPERMSG.

       FD  ESCALATION-STAGING-FILE.
       01  ESCALATION-STAGING-RECORD PIC X(107).

       FD  SUPERVISOR-MESSAGE-FILE.
       COPY SUPVMSG.

       FD  ALERT-CONTROL-FILE.
       COPY ALERTCTL.

       FD  OPERATOR-CONTROL-FILE.
       COPY OPERCTL.

       WORKING-STORAGE SECTION.

       01  MSG-FILE-STATUS       PIC XX.
       01  SUPV-FILE-STATUS      PIC XX.
       01  ALERT-CTL-FILE-STATUS PIC XX.
       01  MSG-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-MESSAGES              VALUE "Y".
       01  STAGED-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-STAGED-MESSAGES       VALUE "Y".
       01  OPER-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-OPERATORS             VALUE "Y".

       01  ESCALATE-MINUTES      PIC 9(4)    VALUE 30.
       01  SUPERVISOR-COUNT      PIC 9(3)    VALUE ZERO.
       01  SUPERVISOR-TABLE.
           05  SUPERVISOR-ENTRY OCCURS 1 TO 100 TIMES
                                 DEPENDING ON SUPERVISOR-COUNT
                                 INDEXED BY SU-IDX.
               10  SU-OPERATOR-ID    PIC X(8).

       01  NOW-DATE              PIC 9(8).
       01  NOW-TIME              PIC 9(8).
       01  NOW-SECONDS           PIC S9(7).
       01  ALERT-SECONDS         PIC S9(7).
       01  ELAPSED-MINUTES       PIC S9(9).
       01  STAMP-HOUR            PIC 99.
       01  STAMP-MINUTE          PIC 99.
       01  STAMP-SECOND          PIC 99.

       01  OPEN-COUNT            PIC 9(5)    VALUE ZERO.
       01  ESCALATED-COUNT       PIC 9(5)    VALUE ZERO.

       01  LOCK-FILE-NAME        PIC X(8)    VALUE "OPERMSG".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  MESSAGE-LOCK-ACQUIRED         VALUE "Y".

       01  EXC-JOB-NAME          PIC X(8)    VALUE "ALRESC01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       COPY DATECALC.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ALRESC01".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-FILE-NAME LOCK-ACTION
                                 LOCK-RESULT.
           IF NOT MESSAGE-LOCK-ACQUIRED
               DISPLAY "OPERMSG.DAT is locked for update "
                       "elsewhere; this run aborts."
               CALL "RUNEND" USING "ALRESC01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GET-THE-ESCALATION-LIMIT.
           PERFORM LOAD-THE-SUPERVISORS.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE NOW-TIME (1:2) TO STAMP-HOUR.
           MOVE NOW-TIME (3:2) TO STAMP-MINUTE.
           MOVE NOW-TIME (5:2) TO STAMP-SECOND.
           COMPUTE NOW-SECONDS =
               (STAMP-HOUR * 3600) + (STAMP-MINUTE * 60)
               + STAMP-SECOND.
           PERFORM STAGE-THE-MESSAGES.
           IF ESCALATED-COUNT > 0
               PERFORM PROMOTE-THE-STAGED-MESSAGES
               MOVE SPACES TO EXC-TEXT
               STRING "Operator alerts escalated: "
                          DELIMITED BY SIZE
                      ESCALATED-COUNT DELIMITED BY SIZE
                   INTO EXC-TEXT
               MOVE "ALRT" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
           END-IF.
           MOVE "U" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-FILE-NAME LOCK-ACTION
                                 LOCK-RESULT.
           DISPLAY "Unacknowledged alerts: " OPEN-COUNT
                   "  Escalated this run: " ESCALATED-COUNT.
           CALL "RUNEND" USING "ALRESC01".

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-ESCALATION-LIMIT.
           OPEN INPUT ALERT-CONTROL-FILE.
           IF ALERT-CTL-FILE-STATUS = "00"
               READ ALERT-CONTROL-FILE
                   NOT AT END
                       IF AE-ESCALATE-MINUTES IS NUMERIC
                           MOVE AE-ESCALATE-MINUTES
                               TO ESCALATE-MINUTES
                       END-IF
               END-READ
           END-IF.
           CLOSE ALERT-CONTROL-FILE.

       LOAD-THE-SUPERVISORS.
           OPEN INPUT OPERATOR-CONTROL-FILE.
           PERFORM READ-THE-NEXT-OPERATOR.
           PERFORM UNTIL NO-MORE-OPERATORS
               IF  OC-AUTH-GROUP = "9"
               AND NOT OC-ACCOUNT-IS-SUSPENDED
               AND SUPERVISOR-COUNT < 100
                   ADD 1 TO SUPERVISOR-COUNT
                   SET SU-IDX TO SUPERVISOR-COUNT
                   MOVE OC-OPERATOR-ID TO SU-OPERATOR-ID (SU-IDX)
               END-IF
               PERFORM READ-THE-NEXT-OPERATOR
           END-PERFORM.
           CLOSE OPERATOR-CONTROL-FILE.

       READ-THE-NEXT-OPERATOR.
           READ OPERATOR-CONTROL-FILE
               AT END
                   MOVE "Y" TO OPER-END-SWITCH
           END-READ.

       STAGE-THE-MESSAGES.
           OPEN INPUT OPERATOR-MESSAGE-FILE.
           OPEN OUTPUT ESCALATION-STAGING-FILE.
           IF MSG-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MESSAGE
               PERFORM UNTIL NO-MORE-MESSAGES
                   IF NOT OM-ALERT-IS-ACKNOWLEDGED
                       ADD 1 TO OPEN-COUNT
                       PERFORM JUDGE-ONE-OPEN-ALERT
                   END-IF
                   MOVE OPERATOR-MESSAGE-RECORD
                       TO ESCALATION-STAGING-RECORD
                   WRITE ESCALATION-STAGING-RECORD
                   PERFORM READ-THE-NEXT-MESSAGE
               END-PERFORM
           END-IF.
           CLOSE OPERATOR-MESSAGE-FILE.
           CLOSE ESCALATION-STAGING-FILE.

       READ-THE-NEXT-MESSAGE.
           READ OPERATOR-MESSAGE-FILE
               AT END
                   MOVE "Y" TO MSG-END-SWITCH
           END-READ.

      * An alert whose date won't pass DATECALC, or whose
      * time isn't numeric, can't be timed and is left for
      * the sign-on to show.
       JUDGE-ONE-OPEN-ALERT.
           IF  NOT OM-ALERT-IS-ESCALATED
           AND OM-RUN-TIME IS NUMERIC
               MOVE "C" TO DK-ACTION
               MOVE OM-RUN-DATE TO DK-FIRST-DATE
               MOVE NOW-DATE TO DK-SECOND-DATE
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF DK-DATE-OK
                   PERFORM COMPUTE-THE-ELAPSED-MINUTES
                   IF ELAPSED-MINUTES >= ESCALATE-MINUTES
                       PERFORM ESCALATE-ONE-ALERT
                   END-IF
               END-IF
           END-IF.

       COMPUTE-THE-ELAPSED-MINUTES.
           MOVE OM-RUN-TIME (1:2) TO STAMP-HOUR.
           MOVE OM-RUN-TIME (3:2) TO STAMP-MINUTE.
           MOVE OM-RUN-TIME (5:2) TO STAMP-SECOND.
           COMPUTE ALERT-SECONDS =
               (STAMP-HOUR * 3600) + (STAMP-MINUTE * 60)
               + STAMP-SECOND.
           COMPUTE ELAPSED-MINUTES =
               ((DK-DAY-COUNT * 86400) + NOW-SECONDS - ALERT-SECONDS)
               / 60.

       ESCALATE-ONE-ALERT.
           MOVE "Y" TO OM-ESCALATED.
           MOVE NOW-DATE TO OM-ESCALATE-DATE.
           MOVE NOW-TIME TO OM-ESCALATE-TIME.
           ADD 1 TO ESCALATED-COUNT.
           DISPLAY "Escalated: " OM-RUN-DATE " " OM-RUN-TIME " "
                   OM-MESSAGE-TEXT.
           IF SUPERVISOR-COUNT = 0
               MOVE "No group 9 supervisor for escalation"
                   TO EXC-TEXT
               MOVE "ALRT" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
           ELSE
               PERFORM OPEN-THE-SUPVMSG-FOR-APPEND
               PERFORM WRITE-ONE-SUPERVISOR-NOTICE
                   VARYING SU-IDX FROM 1 BY 1
                   UNTIL SU-IDX > SUPERVISOR-COUNT
               CLOSE SUPERVISOR-MESSAGE-FILE
           END-IF.

       WRITE-ONE-SUPERVISOR-NOTICE.
           MOVE SPACES TO SUPERVISOR-MESSAGE-RECORD.
           MOVE SU-OPERATOR-ID (SU-IDX) TO SV-SUPERVISOR-ID.
           MOVE NOW-DATE TO SV-ESCALATE-DATE.
           MOVE NOW-TIME TO SV-ESCALATE-TIME.
           MOVE OM-RUN-DATE TO SV-ALERT-DATE.
           MOVE OM-RUN-TIME TO SV-ALERT-TIME.
           MOVE OM-MESSAGE-TEXT TO SV-MESSAGE-TEXT.
           WRITE SUPERVISOR-MESSAGE-RECORD.

       OPEN-THE-SUPVMSG-FOR-APPEND.
           OPEN EXTEND SUPERVISOR-MESSAGE-FILE.
           IF SUPV-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPERVISOR-MESSAGE-FILE
               CLOSE SUPERVISOR-MESSAGE-FILE
               OPEN EXTEND SUPERVISOR-MESSAGE-FILE
           END-IF.

       PROMOTE-THE-STAGED-MESSAGES.
           OPEN INPUT ESCALATION-STAGING-FILE.
           OPEN OUTPUT OPERATOR-MESSAGE-FILE.
           PERFORM READ-THE-NEXT-STAGED-MESSAGE.
           PERFORM UNTIL NO-MORE-STAGED-MESSAGES
               MOVE ESCALATION-STAGING-RECORD
                   TO OPERATOR-MESSAGE-RECORD
               WRITE OPERATOR-MESSAGE-RECORD
               PERFORM READ-THE-NEXT-STAGED-MESSAGE
           END-PERFORM.
           CLOSE ESCALATION-STAGING-FILE.
           CLOSE OPERATOR-MESSAGE-FILE.

       READ-THE-NEXT-STAGED-MESSAGE.
           READ ESCALATION-STAGING-FILE
               AT END
                   MOVE "Y" TO STAGED-END-SWITCH
           END-READ.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "ALRESC01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "ALRESC01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
