      * OPERAUD.DAT audit record per action so security
      * changes are attributable. Launched as a MENU05
      * option gated by MC-AUTH-GROUP, or run directly.
      *
      * C)ertify is the quarterly access recertification
      * screen. The cycle is the calendar quarter holding
      * the business date, due RV-RESPONSE-DAYS into it
      * (RECERTCT.DAT). Each operator the supervisor
      * answers for -- OC-SUPERVISOR-ID theirs, or blank,
      * or naming a supervisor no longer active on file --
      * that hasn't been decided this cycle, or is
      * suspended, is shown with group, status, last
      * sign-on and last certification, and is C)onfirmed,
      * given a G)roup change, R)evoked (suspended), or
      * S)kipped. Every decision is saved at once and
      * audited in OPERAUD.DAT ("C", "G" with "RECERT" in
      * the detail, "V"); confirming a suspended account
      * reinstates it and restarts its dormancy clock, and
      * confirming an unowned operator makes them the
      * certifying supervisor's. Nobody recertifies
      * themselves -- a supervisor's own record waits for
      * another supervisor. RECLST01 prints the worksheet
      * for the cycle and RECSUS01 suspends whatever is
      * left unconfirmed past the due date.
      *
      * A suspended supervisor can't sign on here. An
      * added operator starts active, owned by the adding
      * supervisor and certified that day.
      *
      * OPERCTL.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *
      * Once signed on and holding the operator file, the
      * session is checked against the change-freeze
      * calendar through the shared FRZCHK routine. Inside
      * a full freeze, or inside an emergency-only window
      * without an approved emergency override, no change
      * is offered and the run ends with return code 8.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT OPTIONAL RECERT-CONTROL-FILE
               ASSIGN TO "RECERTCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-CONTROL-FILE.
       FD  OPERATOR-AUDIT-FILE.
       COPY OPERAUD.

       FD  RECERT-CONTROL-FILE.
       COPY RECERTCT.

       WORKING-STORAGE SECTION.

       01  LOCKOUT-FILE-STATUS   PIC XX.
       01  AUDIT-FILE-STATUS     PIC XX.
       01  RECERT-FILE-STATUS    PIC XX.
       01  OPER-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-OPERATORS             VALUE "Y".
       01  LOCKOUT-END-SWITCH    PIC X       VALUE "N".
               10  OP-AUTH-GROUP      PIC X.
               10  OP-PREV-PASSWORD   PIC X(8).
               10  OP-ENCODE-FLAG     PIC X.
               10  OP-ACCOUNT-STATUS  PIC X.
               10  OP-SUPERVISOR-ID   PIC X(8).
               10  OP-CERTIFIED-DATE  PIC 9(8).
               10  OP-LAST-SIGNON-DATE
                                      PIC 9(8).
       01  OPERATOR-FOUND-SWITCH PIC X.
           88  OPERATOR-WAS-FOUND            VALUE "Y".

       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  BUSINESS-DATE         PIC 9(8).
       01  RESPONSE-DAYS         PIC 9(3)    VALUE 30.
       01  CYCLE-START-DATE      PIC 9(8).
       01  CYCLE-START-PARTS REDEFINES CYCLE-START-DATE.
           05  CYCLE-YEAR         PIC 9(4).
           05  CYCLE-MONTH        PIC 99.
           05  CYCLE-DAY          PIC 99.
       01  CYCLE-DUE-DATE        PIC 9(8).
       01  MONTH-INDEX           PIC 99.
       01  QUARTER-INDEX         PIC 9.
       01  CERTIFY-SLOT          PIC 9(3).
       01  CERTIFY-SHOWN-COUNT   PIC 9(3).
       01  CERTIFY-DECISION      PIC X.
       01  CERTIFY-STOP-SWITCH   PIC X.
           88  CERTIFY-IS-STOPPED            VALUE "Y".
       01  CERTIFIER-SWITCH      PIC X.
           88  ADMIN-MAY-CERTIFY             VALUE "Y".
       01  OWNER-SLOT            PIC 9(3).
       01  OWNER-ACTIVE-SWITCH   PIC X.
           88  OWNER-IS-ACTIVE               VALUE "Y".
       01  OPERATOR-STATUS-TEXT  PIC X(9).
       01  SHOWN-DATE            PIC 9999/99/99.
       01  SHOWN-SIGNON-DATE     PIC X(10).
       01  SHOWN-CERTIFIED-DATE  PIC X(10).
       01  SHOWN-CYCLE-START     PIC 9999/99/99.
       01  SHOWN-CYCLE-DUE       PIC 9999/99/99.

       COPY DATECALC.

       COPY SEALPARM.

       COPY FRZPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM LOAD-THE-OPERATOR-TABLE.
           PERFORM LOAD-THE-LOCKOUT-TABLE.
           IF LOAD-DID-OVERFLOW
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               IF OPERCTL-LOCK-ACQUIRED
                   PERFORM CHECK-THE-FREEZE-CALENDAR
                   IF FZ-CHANGE-ALLOWED
                       PERFORM UNTIL TIME-TO-EXIT
                           PERFORM GET-THE-TRANSACTION-CODE
                           PERFORM DO-THE-TRANSACTION
                       END-PERFORM
                   ELSE
                       DISPLAY "Operator changes are frozen; "
                               "session ended."
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE "U" TO LOCK-ACTION
                   CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                         LOCK-RESULT
           STOP RUN.

      * Level 2 routines
      * Operator administration is covered by the change-
      * freeze calendar under the OPERCTL target, checked
      * once the session holds the operator file.
       CHECK-THE-FREEZE-CALENDAR.
           MOVE EXC-JOB-NAME TO FZ-JOB-NAME.
           MOVE LOCK-JOB-NAME TO FZ-TARGET-NAME.
           MOVE ADMIN-ID TO FZ-OPERATOR-ID.
           CALL "FRZCHK" USING FREEZE-CHECK-PARAMETERS.

       LOAD-THE-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-CONTROL-FILE.
           PERFORM READ-THE-NEXT-OPERATOR.
               MOVE OC-PREV-PASSWORD
                   TO OP-PREV-PASSWORD (OP-IDX)
               MOVE OC-ENCODE-FLAG TO OP-ENCODE-FLAG (OP-IDX)
               PERFORM LOAD-THE-RECERT-FIELDS
               PERFORM READ-THE-NEXT-OPERATOR
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-CONTROL-FILE.

      * Records from before the recertification fields
      * existed read their dates in as spaces.
       LOAD-THE-RECERT-FIELDS.
           MOVE OC-ACCOUNT-STATUS TO OP-ACCOUNT-STATUS (OP-IDX).
           MOVE OC-SUPERVISOR-ID TO OP-SUPERVISOR-ID (OP-IDX).
           IF OC-CERTIFIED-DATE NUMERIC
               MOVE OC-CERTIFIED-DATE TO OP-CERTIFIED-DATE (OP-IDX)
           ELSE
               MOVE ZERO TO OP-CERTIFIED-DATE (OP-IDX)
           END-IF.
           IF OC-LAST-SIGNON-DATE NUMERIC
               MOVE OC-LAST-SIGNON-DATE
                   TO OP-LAST-SIGNON-DATE (OP-IDX)
           ELSE
               MOVE ZERO TO OP-LAST-SIGNON-DATE (OP-IDX)
           END-IF.

       READ-THE-NEXT-OPERATOR.
           READ OPERATOR-CONTROL-FILE
               AT END
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
           MOVE OP-SUPERVISOR-ID (OP-IDX) TO OC-SUPERVISOR-ID.
           MOVE OP-CERTIFIED-DATE (OP-IDX) TO OC-CERTIFIED-DATE.
           MOVE OP-LAST-SIGNON-DATE (OP-IDX)
               TO OC-LAST-SIGNON-DATE.
           WRITE OPERATOR-CONTROL-RECORD.

       LOAD-THE-LOCKOUT-TABLE.
               SEARCH OPERATOR-ENTRY
                   WHEN OP-OPERATOR-ID (OP-IDX) = ADMIN-ID
                    AND OP-AUTH-GROUP (OP-IDX) = "9"
                    AND OP-ACCOUNT-STATUS (OP-IDX) NOT = "S"
                       PERFORM CHECK-THE-ADMIN-PASSWORD
               END-SEARCH
           END-IF.

       GET-THE-TRANSACTION-CODE.
           DISPLAY "A)dd  D)rop  G)roup change  R)eset lockout  "
                   "C)ertify  X)it".
           DISPLAY "Transaction?".
           ACCEPT TRANSACTION-CODE.

                   PERFORM CHANGE-AN-AUTH-GROUP
               WHEN "R"
                   PERFORM RESET-A-LOCKOUT
               WHEN "C"
                   PERFORM CERTIFY-MY-OPERATORS
               WHEN "X"
                   MOVE "Y" TO EXIT-SWITCH
               WHEN OTHER
               MOVE NEW-GROUP TO OP-AUTH-GROUP (OP-IDX)
               MOVE SPACES TO OP-PREV-PASSWORD (OP-IDX)
               MOVE "E" TO OP-ENCODE-FLAG (OP-IDX)
               CALL "BUSDATE" USING BUSINESS-DATE
               MOVE SPACE TO OP-ACCOUNT-STATUS (OP-IDX)
               MOVE ADMIN-ID TO OP-SUPERVISOR-ID (OP-IDX)
               MOVE BUSINESS-DATE TO OP-CERTIFIED-DATE (OP-IDX)
               MOVE BUSINESS-DATE TO OP-LAST-SIGNON-DATE (OP-IDX)
               PERFORM SAVE-THE-OPERATOR-FILE
               MOVE "A" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               CLOSE OPERATOR-AUDIT-FILE
               OPEN EXTEND OPERATOR-AUDIT-FILE
           END-IF.

      * The operators are walked by slot rather than by
      * OP-IDX, which every save runs through the table.
       CERTIFY-MY-OPERATORS.
           PERFORM WORK-OUT-THE-CYCLE.
           MOVE CYCLE-START-DATE TO SHOWN-CYCLE-START.
           MOVE CYCLE-DUE-DATE TO SHOWN-CYCLE-DUE.
           DISPLAY "Recertification cycle from " SHOWN-CYCLE-START
                   ", due " SHOWN-CYCLE-DUE ".".
           MOVE ZERO TO CERTIFY-SHOWN-COUNT.
           MOVE "N" TO CERTIFY-STOP-SWITCH.
           PERFORM CERTIFY-ONE-OPERATOR
               VARYING CERTIFY-SLOT FROM 1 BY 1
               UNTIL CERTIFY-SLOT > OPERATOR-COUNT
                  OR CERTIFY-IS-STOPPED.
           IF CERTIFY-SHOWN-COUNT = ZERO
               DISPLAY "No operators are waiting for your "
                       "recertification."
           END-IF.

      * The quarter's first day, and the due date
      * RESPONSE-DAYS calendar days on.
       WORK-OUT-THE-CYCLE.
           CALL "BUSDATE" USING BUSINESS-DATE.
           MOVE 30 TO RESPONSE-DAYS.
           OPEN INPUT RECERT-CONTROL-FILE.
           IF RECERT-FILE-STATUS = "00"
               READ RECERT-CONTROL-FILE
                   NOT AT END
                       IF RV-RESPONSE-DAYS NUMERIC
                           MOVE RV-RESPONSE-DAYS TO RESPONSE-DAYS
                       END-IF
               END-READ
           END-IF.
           CLOSE RECERT-CONTROL-FILE.
           MOVE BUSINESS-DATE TO CYCLE-START-DATE.
           COMPUTE MONTH-INDEX = CYCLE-MONTH - 1.
           DIVIDE MONTH-INDEX BY 3 GIVING QUARTER-INDEX.
           COMPUTE CYCLE-MONTH = (QUARTER-INDEX * 3) + 1.
           MOVE 1 TO CYCLE-DAY.
           MOVE "A" TO DK-ACTION.
           MOVE CYCLE-START-DATE TO DK-FIRST-DATE.
           MOVE RESPONSE-DAYS TO DK-DAY-COUNT.
           CALL "DATECALC" USING DATE-CALC-PARAMETERS.
           IF DK-DATE-OK
               MOVE DK-RESULT-DATE TO CYCLE-DUE-DATE
           ELSE
               MOVE CYCLE-START-DATE TO CYCLE-DUE-DATE
           END-IF.

       CERTIFY-ONE-OPERATOR.
           SET OP-IDX TO CERTIFY-SLOT.
           IF  OP-OPERATOR-ID (OP-IDX) NOT = ADMIN-ID
           AND (OP-CERTIFIED-DATE (OP-IDX) < CYCLE-START-DATE
                OR OP-ACCOUNT-STATUS (OP-IDX) = "S")
               PERFORM CHECK-THE-CERTIFIER
               IF ADMIN-MAY-CERTIFY
                   ADD 1 TO CERTIFY-SHOWN-COUNT
                   PERFORM SHOW-THE-OPERATOR-TO-CERTIFY
                   PERFORM TAKE-THE-CERTIFY-DECISION
               END-IF
           END-IF.

      * An operator with no supervisor, or one whose
      * supervisor is gone, suspended or no longer group
      * "9", is anybody's to certify.
       CHECK-THE-CERTIFIER.
           MOVE "N" TO CERTIFIER-SWITCH.
           IF OP-SUPERVISOR-ID (OP-IDX) = ADMIN-ID
            OR OP-SUPERVISOR-ID (OP-IDX) = SPACES
               MOVE "Y" TO CERTIFIER-SWITCH
           ELSE
               MOVE "N" TO OWNER-ACTIVE-SWITCH
               PERFORM CHECK-ONE-OWNER
                   VARYING OWNER-SLOT FROM 1 BY 1
                   UNTIL OWNER-SLOT > OPERATOR-COUNT
               IF NOT OWNER-IS-ACTIVE
                   MOVE "Y" TO CERTIFIER-SWITCH
               END-IF
           END-IF.

       CHECK-ONE-OWNER.
           IF  OP-OPERATOR-ID (OWNER-SLOT)
                   = OP-SUPERVISOR-ID (OP-IDX)
           AND OP-AUTH-GROUP (OWNER-SLOT) = "9"
           AND OP-ACCOUNT-STATUS (OWNER-SLOT) NOT = "S"
               MOVE "Y" TO OWNER-ACTIVE-SWITCH
           END-IF.

       SHOW-THE-OPERATOR-TO-CERTIFY.
           IF OP-ACCOUNT-STATUS (OP-IDX) = "S"
               MOVE "SUSPENDED" TO OPERATOR-STATUS-TEXT
           ELSE
               MOVE "ACTIVE" TO OPERATOR-STATUS-TEXT
           END-IF.
           IF OP-LAST-SIGNON-DATE (OP-IDX) = ZERO
               MOVE "NONE" TO SHOWN-SIGNON-DATE
           ELSE
               MOVE OP-LAST-SIGNON-DATE (OP-IDX) TO SHOWN-DATE
               MOVE SHOWN-DATE TO SHOWN-SIGNON-DATE
           END-IF.
           IF OP-CERTIFIED-DATE (OP-IDX) = ZERO
               MOVE "NEVER" TO SHOWN-CERTIFIED-DATE
           ELSE
               MOVE OP-CERTIFIED-DATE (OP-IDX) TO SHOWN-DATE
               MOVE SHOWN-DATE TO SHOWN-CERTIFIED-DATE
           END-IF.
           DISPLAY " ".
           DISPLAY "Operator " OP-OPERATOR-ID (OP-IDX)
                   "  group " OP-AUTH-GROUP (OP-IDX)
                   "  " OPERATOR-STATUS-TEXT.
           DISPLAY "  Last sign-on " SHOWN-SIGNON-DATE
                   "  last certified " SHOWN-CERTIFIED-DATE.

       TAKE-THE-CERTIFY-DECISION.
           MOVE OP-OPERATOR-ID (OP-IDX) TO TARGET-ID.
           DISPLAY "C)onfirm  G)roup change  R)evoke  S)kip  "
                   "X) stop".
           ACCEPT CERTIFY-DECISION.
           EVALUATE CERTIFY-DECISION
               WHEN "C"
                   PERFORM CONFIRM-THE-OPERATOR
               WHEN "G"
                   PERFORM RECERTIFY-WITH-A-NEW-GROUP
               WHEN "R"
                   PERFORM REVOKE-THE-OPERATOR
               WHEN "S"
                   DISPLAY "Left for later."
               WHEN "X"
                   MOVE "Y" TO CERTIFY-STOP-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid decision; left for later."
           END-EVALUATE.

      * Confirming also reinstates a suspended account and
      * restarts its dormancy clock from today.
       CONFIRM-THE-OPERATOR.
           MOVE "RECERTIFIED" TO AUDIT-DETAIL.
           IF OP-ACCOUNT-STATUS (OP-IDX) = "S"
               MOVE "REINSTATED" TO AUDIT-DETAIL
               MOVE SPACE TO OP-ACCOUNT-STATUS (OP-IDX)
               MOVE BUSINESS-DATE TO OP-LAST-SIGNON-DATE (OP-IDX)
           END-IF.
           PERFORM RECORD-THE-CERTIFICATION.
           MOVE "C" TO AUDIT-ACTION.
           PERFORM WRITE-THE-AUDIT-RECORD.
           DISPLAY "Operator confirmed.".

       RECERTIFY-WITH-A-NEW-GROUP.
           DISPLAY "New auth group (1-9)?".
           ACCEPT NEW-GROUP.
           IF NEW-GROUP < "1" OR NEW-GROUP > "9"
               DISPLAY "Invalid group; left for later."
           ELSE
               MOVE NEW-GROUP TO OP-AUTH-GROUP (OP-IDX)
               IF OP-ACCOUNT-STATUS (OP-IDX) = "S"
                   MOVE SPACE TO OP-ACCOUNT-STATUS (OP-IDX)
                   MOVE BUSINESS-DATE
                       TO OP-LAST-SIGNON-DATE (OP-IDX)
               END-IF
               PERFORM RECORD-THE-CERTIFICATION
               MOVE "G" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "RECERT GROUP " DELIMITED BY SIZE
                      NEW-GROUP DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
               PERFORM WRITE-THE-AUDIT-RECORD
               DISPLAY "Auth group changed and confirmed."
           END-IF.

       REVOKE-THE-OPERATOR.
           MOVE "S" TO OP-ACCOUNT-STATUS (OP-IDX).
           PERFORM RECORD-THE-CERTIFICATION.
           MOVE "V" TO AUDIT-ACTION.
           MOVE "ACCESS REVOKED" TO AUDIT-DETAIL.
           PERFORM WRITE-THE-AUDIT-RECORD.
           DISPLAY "Access revoked; the account is suspended.".

      * The decision is dated and the operator becomes the
      * certifying supervisor's when nobody active owned
      * them, then the file is saved straight away.
       RECORD-THE-CERTIFICATION.
           MOVE BUSINESS-DATE TO OP-CERTIFIED-DATE (OP-IDX).
           MOVE ADMIN-ID TO OP-SUPERVISOR-ID (OP-IDX).
           PERFORM SAVE-THE-OPERATOR-FILE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "OPRADM01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           MOVE "OPRADM01" TO SM-JOB-NAME.
           MOVE ADMIN-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
