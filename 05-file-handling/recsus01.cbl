       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSUS01.
      *--------------------------------------------------
      * Operator access recertification -- the automatic
      * suspensions and the completion report. Run every
      * night under the "OPERCTL" JOBLOCK OPRADM01 and
      * MENU05's password change hold. The cycle is the
      * calendar quarter holding the business date, due
      * RV-RESPONSE-DAYS into it (RECERTCT.DAT).
      *
      * First each operator's OC-LAST-SIGNON-DATE is
      * brought forward to their latest MENULOG.DAT
      * activity -- the live log and every MENULOG archive
      * still in LOGARC01's catalog. Kept on the operator
      * record, it outlives the archives, which are purged
      * well inside the dormancy limit. An operator with
      * no activity on file at all has the clock started
      * today rather than being taken for dormant.
      *
      * Then an active account is suspended (OC-ACCOUNT-
      * STATUS "S") when the business date is past the
      * cycle due date and no supervisor has decided on it
      * this cycle, or when its last sign-on is more than
      * RV-DORMANT-DAYS calendar days old. Each suspension
      * is written to OPERAUD.DAT as an "S" action by
      * RECSUS01, with the reason. The last active
      * supervisor is never suspended -- nobody would be
      * left to reinstate anyone -- and that is logged to
      * the exception log instead. A supervisor reinstates
      * an account by confirming it on OPRADM01's C)ertify
      * screen.
      *
      * The completion report, RECRPT.DAT, is for audit:
      * every operator with their group, supervisor,
      * status, last sign-on, last certification and where
      * they stand this cycle, then every recertification
      * decision OPERAUD.DAT holds since the cycle began
      * -- confirmations, recertification group changes,
      * revocations and suspensions -- and the totals.
      * SPOOL01 keeps the dated copies.
      *
      * OPERCTL.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-CONTROL-FILE ASSIGN TO "OPERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MENU-LOG-FILE
               ASSIGN TO DYNAMIC LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT OPTIONAL ARCHIVE-CATALOG-FILE
               ASSIGN TO "LOGARCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.

           SELECT OPTIONAL RECERT-CONTROL-FILE
               ASSIGN TO "RECERTCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECERT-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-AUDIT-FILE
               ASSIGN TO "OPERAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT RECERT-REPORT-FILE ASSIGN TO "RECRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-CONTROL-FILE.
       COPY OPERCTL.

       FD  MENU-LOG-FILE.
       COPY MENULOG.

       FD  ARCHIVE-CATALOG-FILE.
       COPY LOGARCAT.

       FD  RECERT-CONTROL-FILE.
       COPY RECERTCT.

       FD  OPERATOR-AUDIT-FILE.
       COPY OPERAUD.

       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.

       01  LOG-FILE-STATUS       PIC XX.
       01  CAT-FILE-STATUS       PIC XX.
       01  RECERT-FILE-STATUS    PIC XX.
       01  AUDIT-FILE-STATUS     PIC XX.
       01  LOG-PATH              PIC X(40).
       01  FILE-END-SWITCH       PIC X.
           88  NO-MORE-RECORDS               VALUE "Y".
       01  CAT-END-SWITCH        PIC X.
           88  NO-MORE-CATALOG-ROWS          VALUE "Y".

       01  LOCK-JOB-NAME         PIC X(8)    VALUE "OPERCTL".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  OPERCTL-LOCK-ACQUIRED         VALUE "Y".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "RECSUS01".
       01  JOB-NAME              PIC X(8)    VALUE "RECSUS01".
       01  OPERATOR-ID           PIC X(8)    VALUE "BATCH001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  OPERATOR-COUNT        PIC 9(3)    VALUE ZERO.
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 1 TO 100 TIMES
                               DEPENDING ON OPERATOR-COUNT
                               INDEXED BY OP-IDX.
               10  OP-OPERATOR-ID     PIC X(8).
               10  OP-PASSWORD        PIC X(8).
               10  OP-AUTH-GROUP      PIC X.
               10  OP-PREV-PASSWORD   PIC X(8).
               10  OP-ENCODE-FLAG     PIC X.
               10  OP-ACCOUNT-STATUS  PIC X.
               10  OP-SUPERVISOR-ID   PIC X(8).
               10  OP-CERTIFIED-DATE  PIC 9(8).
               10  OP-LAST-SIGNON-DATE
                                      PIC 9(8).
               10  OP-OUTCOME         PIC X(30).
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  RESPONSE-DAYS         PIC 9(3)    VALUE 30.
       01  DORMANT-DAYS          PIC 9(3)    VALUE 90.
       01  CYCLE-START-DATE      PIC 9(8).
       01  CYCLE-START-PARTS REDEFINES CYCLE-START-DATE.
           05  CYCLE-YEAR         PIC 9(4).
           05  CYCLE-MONTH        PIC 99.
           05  CYCLE-DAY          PIC 99.
       01  CYCLE-DUE-DATE        PIC 9(8).
       01  MONTH-INDEX           PIC 99.
       01  QUARTER-INDEX         PIC 9.

       COPY DATECALC.

       01  ACTIVE-SUPERVISOR-COUNT PIC 9(3)  VALUE ZERO.
       01  SUSPEND-REASON        PIC X(20).
       01  DAYS-SINCE-SIGNON     PIC 9(5).
       01  AUDIT-ACTION-TEXT     PIC X(12).

       01  LOG-RECORDS-READ      PIC 9(7)    VALUE ZERO.
       01  CLOCK-STARTED-COUNT   PIC 9(3)    VALUE ZERO.
       01  UNCONFIRMED-COUNT     PIC 9(3)    VALUE ZERO.
       01  DORMANT-COUNT         PIC 9(3)    VALUE ZERO.
       01  KEPT-SUPERVISOR-COUNT PIC 9(3)    VALUE ZERO.
       01  DECIDED-COUNT         PIC 9(3)    VALUE ZERO.
       01  PENDING-COUNT         PIC 9(3)    VALUE ZERO.
       01  SUSPENDED-COUNT       PIC 9(3)    VALUE ZERO.
       01  DECISION-COUNT        PIC 9(5)    VALUE ZERO.

       01  RECERT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "OPERATOR ACCESS RECERTIFICATION STATUS".
           COPY RUNDATE REPLACING RD-RUN-DATE BY RR-RUN-DATE.

       01  RECERT-HEADING-2.
           05  FILLER             PIC X(13) VALUE "CYCLE START: ".
           05  RR-CYCLE-START     PIC 9999/99/99.
           05  FILLER             PIC X(8)  VALUE "   DUE: ".
           05  RR-CYCLE-DUE       PIC 9999/99/99.
           05  FILLER             PIC X(18)
               VALUE "   BUSINESS DATE: ".
           05  RR-BUSINESS-DATE   PIC 9999/99/99.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  RR-CYCLE-STATE     PIC X(12).

       01  OPERATOR-HEADING.
           05  FILLER             PIC X(10) VALUE "OPERATOR".
           05  FILLER             PIC X(5)  VALUE "GRP".
           05  FILLER             PIC X(10) VALUE "SUPV".
           05  FILLER             PIC X(11) VALUE "STATUS".
           05  FILLER             PIC X(14) VALUE "LAST SIGN-ON".
           05  FILLER             PIC X(14) VALUE "CERTIFIED".
           05  FILLER             PIC X(30) VALUE "THIS CYCLE".

       01  OPERATOR-DETAIL-LINE.
           05  RR-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RR-GROUP           PIC X.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RR-SUPERVISOR-ID   PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RR-STATUS          PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RR-LAST-SIGNON     PIC X(10).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RR-CERTIFIED       PIC X(10).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RR-OUTCOME         PIC X(30).

       01  DECISION-HEADING.
           05  FILLER             PIC X(12) VALUE "DATE".
           05  FILLER             PIC X(10) VALUE "TIME".
           05  FILLER             PIC X(10) VALUE "BY".
           05  FILLER             PIC X(14) VALUE "DECISION".
           05  FILLER             PIC X(10) VALUE "OPERATOR".
           05  FILLER             PIC X(20) VALUE "DETAIL".

       01  DECISION-DETAIL-LINE.
           05  RR-DECISION-DATE   PIC 9999/99/99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RR-DECISION-HOUR   PIC XX.
           05  FILLER             PIC X     VALUE ":".
           05  RR-DECISION-MINUTE PIC XX.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  RR-ADMIN-ID        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RR-DECISION        PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RR-TARGET-ID       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RR-DETAIL          PIC X(20).

       01  SHOWN-DATE            PIC 9999/99/99.

       01  RECERT-TOTAL-LINE-1.
           05  FILLER             PIC X(11) VALUE "Operators: ".
           05  RR-OPERATOR-COUNT  PIC ZZ9.
           05  FILLER             PIC X(12) VALUE "  Decided: ".
           05  RR-DECIDED-COUNT   PIC ZZ9.
           05  FILLER             PIC X(12) VALUE "  Pending: ".
           05  RR-PENDING-COUNT   PIC ZZ9.
           05  FILLER             PIC X(14) VALUE "  Suspended: ".
           05  RR-SUSPENDED-COUNT PIC ZZ9.
           05  FILLER             PIC X(14) VALUE "  Decisions: ".
           05  RR-DECISION-COUNT  PIC ZZZZ9.

       01  RECERT-TOTAL-LINE-2.
           05  FILLER             PIC X(35)
               VALUE "Suspended this run -- unconfirmed: ".
           05  RR-UNCONFIRMED     PIC ZZ9.
           05  FILLER             PIC X(12) VALUE "  dormant: ".
           05  RR-DORMANT         PIC ZZ9.
           05  FILLER             PIC X(24)
               VALUE "  last supervisor kept: ".
           05  RR-KEPT            PIC ZZ9.

       01  RECERT-TOTAL-LINE-3.
           05  FILLER             PIC X(21)
               VALUE "Dormancy limit days: ".
           05  RR-DORMANT-DAYS    PIC ZZ9.
           05  FILLER             PIC X(27)
               VALUE "  Sign-on clocks started: ".
           05  RR-CLOCKS-STARTED  PIC ZZ9.
           05  FILLER             PIC X(21)
               VALUE "  Menu log records: ".
           05  RR-LOG-RECORDS     PIC Z(6)9.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "RECSUS01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                 LOCK-RESULT.
           IF NOT OPERCTL-LOCK-ACQUIRED
               DISPLAY "OPERCTL.DAT is locked for update "
                       "elsewhere; this run aborts."
               MOVE "OPERCTL locked; recert run aborted"
                   TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               CALL "RUNEND" USING "RECSUS01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM LOAD-THE-OPERATOR-TABLE.
           IF LOAD-DID-OVERFLOW
      * Suspending from a partial operator file would drop
      * the unloaded records on the save, so the run stops
      * with nothing rewritten.
               DISPLAY "OPERCTL.DAT exceeds the table; "
                       "run abandoned, nothing suspended."
               MOVE "OPERCTL too big; recert run abandoned"
                   TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "RECSUS01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WORK-OUT-THE-CYCLE.
           PERFORM COLLECT-THE-LAST-SIGNONS.
           PERFORM COUNT-ONE-ACTIVE-SUPERVISOR
               VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > OPERATOR-COUNT.
           PERFORM CHECK-ONE-OPERATOR
               VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > OPERATOR-COUNT.
           PERFORM SAVE-THE-OPERATOR-FILE.
           MOVE "U" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                 LOCK-RESULT.
           PERFORM WRITE-THE-COMPLETION-REPORT.
           IF UNCONFIRMED-COUNT > 0 OR DORMANT-COUNT > 0
               MOVE SPACES TO EXC-TEXT
               STRING "Suspended: unconfirmed " DELIMITED BY SIZE
                      UNCONFIRMED-COUNT DELIMITED BY SIZE
                      " dormant " DELIMITED BY SIZE
                      DORMANT-COUNT DELIMITED BY SIZE
                   INTO EXC-TEXT
               MOVE "AUTH" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
           END-IF.
           DISPLAY "Suspended unconfirmed: " UNCONFIRMED-COUNT
                   "  dormant: " DORMANT-COUNT
                   "  Pending this cycle: " PENDING-COUNT.
           CALL "RUNEND" USING "RECSUS01".

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-OPERATOR-TABLE.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT OPERATOR-CONTROL-FILE.
           PERFORM READ-THE-NEXT-OPERATOR.
           PERFORM UNTIL NO-MORE-RECORDS
               IF OPERATOR-COUNT >= 100
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                   MOVE "Y" TO FILE-END-SWITCH
               ELSE
                   PERFORM ADD-ONE-OPERATOR
                   PERFORM READ-THE-NEXT-OPERATOR
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-CONTROL-FILE.

       READ-THE-NEXT-OPERATOR.
           READ OPERATOR-CONTROL-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

      * Records from before the recertification fields
      * existed read their dates in as spaces.
       ADD-ONE-OPERATOR.
           ADD 1 TO OPERATOR-COUNT.
           SET OP-IDX TO OPERATOR-COUNT.
           MOVE OC-OPERATOR-ID TO OP-OPERATOR-ID (OP-IDX).
           MOVE OC-PASSWORD TO OP-PASSWORD (OP-IDX).
           MOVE OC-AUTH-GROUP TO OP-AUTH-GROUP (OP-IDX).
           MOVE OC-PREV-PASSWORD TO OP-PREV-PASSWORD (OP-IDX).
           MOVE OC-ENCODE-FLAG TO OP-ENCODE-FLAG (OP-IDX).
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
           MOVE SPACES TO OP-OUTCOME (OP-IDX).

       SAVE-THE-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-CONTROL-FILE.
           PERFORM SAVE-ONE-OPERATOR-RECORD
               VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > OPERATOR-COUNT.
           CLOSE OPERATOR-CONTROL-FILE.
           PERFORM SEAL-THE-MASTER.

       SAVE-ONE-OPERATOR-RECORD.
           MOVE SPACES TO OPERATOR-CONTROL-RECORD.
           MOVE OP-OPERATOR-ID (OP-IDX) TO OC-OPERATOR-ID.
           MOVE OP-PASSWORD (OP-IDX)    TO OC-PASSWORD.
           MOVE OP-AUTH-GROUP (OP-IDX)  TO OC-AUTH-GROUP.
           MOVE OP-PREV-PASSWORD (OP-IDX) TO OC-PREV-PASSWORD.
           MOVE OP-ENCODE-FLAG (OP-IDX) TO OC-ENCODE-FLAG.
           MOVE OP-ACCOUNT-STATUS (OP-IDX) TO OC-ACCOUNT-STATUS.
           MOVE OP-SUPERVISOR-ID (OP-IDX) TO OC-SUPERVISOR-ID.
           MOVE OP-CERTIFIED-DATE (OP-IDX) TO OC-CERTIFIED-DATE.
           MOVE OP-LAST-SIGNON-DATE (OP-IDX)
               TO OC-LAST-SIGNON-DATE.
           WRITE OPERATOR-CONTROL-RECORD.

      * The quarter's first day, and the due date
      * RESPONSE-DAYS calendar days on.
       WORK-OUT-THE-CYCLE.
           CALL "BUSDATE" USING BUSINESS-DATE.
           OPEN INPUT RECERT-CONTROL-FILE.
           IF RECERT-FILE-STATUS = "00"
               READ RECERT-CONTROL-FILE
                   NOT AT END
                       IF RV-RESPONSE-DAYS NUMERIC
                           MOVE RV-RESPONSE-DAYS TO RESPONSE-DAYS
                       END-IF
                       IF RV-DORMANT-DAYS NUMERIC
                           MOVE RV-DORMANT-DAYS TO DORMANT-DAYS
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

      * The live log first, then every MENULOG archive the
      * LOGARC01 catalog still lists; an archive already
      * purged from disk just opens empty.
       COLLECT-THE-LAST-SIGNONS.
           MOVE "MENULOG.DAT" TO LOG-PATH.
           PERFORM COLLECT-ONE-MENU-LOG.
           MOVE "N" TO CAT-END-SWITCH.
           OPEN INPUT ARCHIVE-CATALOG-FILE.
           IF CAT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CATALOG-ROW
               PERFORM UNTIL NO-MORE-CATALOG-ROWS
                   IF AC-FILE-NAME (1:8) = "MENULOG."
                       MOVE AC-FILE-NAME TO LOG-PATH
                       PERFORM COLLECT-ONE-MENU-LOG
                   END-IF
                   PERFORM READ-THE-NEXT-CATALOG-ROW
               END-PERFORM
           END-IF.
           CLOSE ARCHIVE-CATALOG-FILE.

       READ-THE-NEXT-CATALOG-ROW.
           READ ARCHIVE-CATALOG-FILE
               AT END
                   MOVE "Y" TO CAT-END-SWITCH
           END-READ.

       COLLECT-ONE-MENU-LOG.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT MENU-LOG-FILE.
           IF LOG-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-LOG-RECORD
               PERFORM UNTIL NO-MORE-RECORDS
                   ADD 1 TO LOG-RECORDS-READ
                   PERFORM NOTE-ONE-SIGNON
                   PERFORM READ-THE-NEXT-LOG-RECORD
               END-PERFORM
           END-IF.
           CLOSE MENU-LOG-FILE.

       READ-THE-NEXT-LOG-RECORD.
           READ MENU-LOG-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       NOTE-ONE-SIGNON.
           IF OPERATOR-COUNT > 0 AND ML-RUN-DATE NUMERIC
               SET OP-IDX TO 1
               SEARCH OPERATOR-ENTRY
                   WHEN OP-OPERATOR-ID (OP-IDX) = ML-OPERATOR-ID
                       IF ML-RUN-DATE > OP-LAST-SIGNON-DATE (OP-IDX)
                           MOVE ML-RUN-DATE
                               TO OP-LAST-SIGNON-DATE (OP-IDX)
                       END-IF
               END-SEARCH
           END-IF.

       COUNT-ONE-ACTIVE-SUPERVISOR.
           IF  OP-AUTH-GROUP (OP-IDX) = "9"
           AND OP-ACCOUNT-STATUS (OP-IDX) NOT = "S"
               ADD 1 TO ACTIVE-SUPERVISOR-COUNT
           END-IF.

      * Left unconfirmed past the due date is checked
      * first; either reason suspends.
       CHECK-ONE-OPERATOR.
           IF OP-ACCOUNT-STATUS (OP-IDX) = "S"
               MOVE "SUSPENDED" TO OP-OUTCOME (OP-IDX)
           ELSE
               IF OP-LAST-SIGNON-DATE (OP-IDX) = ZERO
                   MOVE BUSINESS-DATE TO OP-LAST-SIGNON-DATE (OP-IDX)
                   ADD 1 TO CLOCK-STARTED-COUNT
               END-IF
               MOVE SPACES TO SUSPEND-REASON
               IF  BUSINESS-DATE > CYCLE-DUE-DATE
               AND OP-CERTIFIED-DATE (OP-IDX) < CYCLE-START-DATE
                   MOVE "NOT RECERTIFIED" TO SUSPEND-REASON
               ELSE
                   PERFORM CHECK-FOR-DORMANCY
               END-IF
               IF SUSPEND-REASON = SPACES
                   IF OP-CERTIFIED-DATE (OP-IDX) < CYCLE-START-DATE
                       MOVE "PENDING" TO OP-OUTCOME (OP-IDX)
                   ELSE
                       MOVE "DECIDED" TO OP-OUTCOME (OP-IDX)
                   END-IF
               ELSE
                   PERFORM SUSPEND-THE-OPERATOR
               END-IF
           END-IF.

       CHECK-FOR-DORMANCY.
           MOVE "C" TO DK-ACTION.
           MOVE OP-LAST-SIGNON-DATE (OP-IDX) TO DK-FIRST-DATE.
           MOVE BUSINESS-DATE TO DK-SECOND-DATE.
           CALL "DATECALC" USING DATE-CALC-PARAMETERS.
           IF DK-DATE-OK AND DK-DAY-COUNT > DORMANT-DAYS
               MOVE DK-DAY-COUNT TO DAYS-SINCE-SIGNON
               STRING "DORMANT " DELIMITED BY SIZE
                      DAYS-SINCE-SIGNON DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                   INTO SUSPEND-REASON
           END-IF.

      * Suspending the last active supervisor would leave
      * nobody to reinstate anyone, so that one is kept
      * and logged for someone to look at.
       SUSPEND-THE-OPERATOR.
           IF  OP-AUTH-GROUP (OP-IDX) = "9"
           AND ACTIVE-SUPERVISOR-COUNT = 1
               ADD 1 TO KEPT-SUPERVISOR-COUNT
               STRING "SUPV KEPT: " DELIMITED BY SIZE
                      SUSPEND-REASON DELIMITED BY SIZE
                   INTO OP-OUTCOME (OP-IDX)
               MOVE SPACES TO EXC-TEXT
               STRING "Last supervisor not suspended: "
                          DELIMITED BY SIZE
                      OP-OPERATOR-ID (OP-IDX) DELIMITED BY SIZE
                   INTO EXC-TEXT
               MOVE "AUTH" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
           ELSE
               MOVE "S" TO OP-ACCOUNT-STATUS (OP-IDX)
               IF OP-AUTH-GROUP (OP-IDX) = "9"
                   SUBTRACT 1 FROM ACTIVE-SUPERVISOR-COUNT
               END-IF
               IF SUSPEND-REASON = "NOT RECERTIFIED"
                   ADD 1 TO UNCONFIRMED-COUNT
               ELSE
                   ADD 1 TO DORMANT-COUNT
               END-IF
               STRING "SUSPENDED: " DELIMITED BY SIZE
                      SUSPEND-REASON DELIMITED BY SIZE
                   INTO OP-OUTCOME (OP-IDX)
               PERFORM WRITE-THE-AUDIT-RECORD
           END-IF.

       WRITE-THE-AUDIT-RECORD.
           PERFORM OPEN-THE-AUDIT-FOR-APPEND.
           MOVE SPACES TO OPERATOR-AUDIT-RECORD.
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OA-RUN-TIME FROM TIME.
           MOVE "RECSUS01" TO OA-ADMIN-ID.
           MOVE "S" TO OA-ACTION.
           MOVE OP-OPERATOR-ID (OP-IDX) TO OA-TARGET-ID.
           MOVE SUSPEND-REASON TO OA-DETAIL.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.

       OPEN-THE-AUDIT-FOR-APPEND.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-AUDIT-FILE
               CLOSE OPERATOR-AUDIT-FILE
               OPEN EXTEND OPERATOR-AUDIT-FILE
           END-IF.

       WRITE-THE-COMPLETION-REPORT.
           OPEN OUTPUT RECERT-REPORT-FILE.
           ACCEPT RR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RECERT-HEADING-1 TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE CYCLE-START-DATE TO RR-CYCLE-START.
           MOVE CYCLE-DUE-DATE TO RR-CYCLE-DUE.
           MOVE BUSINESS-DATE TO RR-BUSINESS-DATE.
           IF BUSINESS-DATE > CYCLE-DUE-DATE
               MOVE "CYCLE CLOSED" TO RR-CYCLE-STATE
           ELSE
               MOVE "CYCLE OPEN" TO RR-CYCLE-STATE
           END-IF.
           MOVE RECERT-HEADING-2 TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE "OPERATORS" TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE OPERATOR-HEADING TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           PERFORM WRITE-ONE-OPERATOR-LINE
               VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > OPERATOR-COUNT.
           PERFORM WRITE-THE-DECISION-SECTION.
           PERFORM WRITE-THE-RECERT-TOTALS.
           CLOSE RECERT-REPORT-FILE.

       WRITE-ONE-OPERATOR-LINE.
           MOVE OP-OPERATOR-ID (OP-IDX) TO RR-OPERATOR-ID.
           MOVE OP-AUTH-GROUP (OP-IDX) TO RR-GROUP.
           IF OP-AUTH-GROUP (OP-IDX) = SPACE
               MOVE "1" TO RR-GROUP
           END-IF.
           MOVE OP-SUPERVISOR-ID (OP-IDX) TO RR-SUPERVISOR-ID.
           IF OP-ACCOUNT-STATUS (OP-IDX) = "S"
               MOVE "SUSPENDED" TO RR-STATUS
               ADD 1 TO SUSPENDED-COUNT
           ELSE
               MOVE "ACTIVE" TO RR-STATUS
           END-IF.
           MOVE OP-LAST-SIGNON-DATE (OP-IDX) TO SHOWN-DATE.
           MOVE SHOWN-DATE TO RR-LAST-SIGNON.
           IF OP-CERTIFIED-DATE (OP-IDX) = ZERO
               MOVE "NEVER" TO RR-CERTIFIED
           ELSE
               MOVE OP-CERTIFIED-DATE (OP-IDX) TO SHOWN-DATE
               MOVE SHOWN-DATE TO RR-CERTIFIED
           END-IF.
      * Decided counts revocations too; a suspended account
      * nobody has decided on isn't waiting on anyone.
           IF OP-CERTIFIED-DATE (OP-IDX) NOT < CYCLE-START-DATE
               ADD 1 TO DECIDED-COUNT
           ELSE
           IF OP-ACCOUNT-STATUS (OP-IDX) NOT = "S"
               ADD 1 TO PENDING-COUNT
           END-IF
           END-IF.
           MOVE OP-OUTCOME (OP-IDX) TO RR-OUTCOME.
           MOVE OPERATOR-DETAIL-LINE TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.

      * Every recertification decision on the audit file
      * since the cycle began, this run's suspensions
      * included; the rest of OPERAUD.DAT is ordinary
      * administration and isn't repeated here.
       WRITE-THE-DECISION-SECTION.
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE "RECERTIFICATION DECISIONS THIS CYCLE"
               TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE DECISION-HEADING TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT OPERATOR-AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-AUDIT-RECORD
               PERFORM UNTIL NO-MORE-RECORDS
                   IF OA-RUN-DATE NOT < CYCLE-START-DATE
                       PERFORM WRITE-ONE-DECISION-LINE
                   END-IF
                   PERFORM READ-THE-NEXT-AUDIT-RECORD
               END-PERFORM
           END-IF.
           CLOSE OPERATOR-AUDIT-FILE.
           IF DECISION-COUNT = ZERO
               MOVE "  (no decisions yet)" TO RECERT-REPORT-LINE
               WRITE RECERT-REPORT-LINE
           END-IF.

       READ-THE-NEXT-AUDIT-RECORD.
           READ OPERATOR-AUDIT-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       WRITE-ONE-DECISION-LINE.
           MOVE SPACES TO AUDIT-ACTION-TEXT.
           EVALUATE TRUE
               WHEN OA-ACTION = "C"
                   MOVE "CONFIRMED" TO AUDIT-ACTION-TEXT
               WHEN OA-ACTION = "G" AND OA-DETAIL (1:6) = "RECERT"
                   MOVE "GROUP CHANGE" TO AUDIT-ACTION-TEXT
               WHEN OA-ACTION = "V"
                   MOVE "REVOKED" TO AUDIT-ACTION-TEXT
               WHEN OA-ACTION = "S"
                   MOVE "SUSPENDED" TO AUDIT-ACTION-TEXT
           END-EVALUATE.
           IF AUDIT-ACTION-TEXT NOT = SPACES
               ADD 1 TO DECISION-COUNT
               MOVE OA-RUN-DATE TO RR-DECISION-DATE
               MOVE OA-RUN-TIME (1:2) TO RR-DECISION-HOUR
               MOVE OA-RUN-TIME (3:2) TO RR-DECISION-MINUTE
               MOVE OA-ADMIN-ID TO RR-ADMIN-ID
               MOVE AUDIT-ACTION-TEXT TO RR-DECISION
               MOVE OA-TARGET-ID TO RR-TARGET-ID
               MOVE OA-DETAIL TO RR-DETAIL
               MOVE DECISION-DETAIL-LINE TO RECERT-REPORT-LINE
               WRITE RECERT-REPORT-LINE
           END-IF.

       WRITE-THE-RECERT-TOTALS.
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE OPERATOR-COUNT TO RR-OPERATOR-COUNT.
           MOVE DECIDED-COUNT TO RR-DECIDED-COUNT.
           MOVE PENDING-COUNT TO RR-PENDING-COUNT.
           MOVE SUSPENDED-COUNT TO RR-SUSPENDED-COUNT.
           MOVE DECISION-COUNT TO RR-DECISION-COUNT.
           MOVE RECERT-TOTAL-LINE-1 TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE UNCONFIRMED-COUNT TO RR-UNCONFIRMED.
           MOVE DORMANT-COUNT TO RR-DORMANT.
           MOVE KEPT-SUPERVISOR-COUNT TO RR-KEPT.
           MOVE RECERT-TOTAL-LINE-2 TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE DORMANT-DAYS TO RR-DORMANT-DAYS.
           MOVE CLOCK-STARTED-COUNT TO RR-CLOCKS-STARTED.
           MOVE LOG-RECORDS-READ TO RR-LOG-RECORDS.
           MOVE RECERT-TOTAL-LINE-3 TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "RECSUS01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "RECSUS01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           MOVE "RECSUS01" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
