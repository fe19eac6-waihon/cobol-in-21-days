       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLST01.
      *--------------------------------------------------
      * Operator access recertification worksheet. An
      * operator keeps their OPERCTL.DAT auth group long
      * after they change jobs unless somebody looks, so
      * every quarter each supervisor confirms, changes or
      * revokes the access of the operators they answer
      * for, on OPRADM01's C)ertify screen. This prints
      * what the supervisor needs in front of them for
      * that: for each active supervisor, the operators
      * whose OC-SUPERVISOR-ID is theirs -- then the
      * operators with no active supervisor, whom any
      * supervisor may certify -- each with auth group,
      * account status, last sign-on, last certification,
      * whether this cycle's decision is still to make,
      * and the programs their group reaches on
      * MENUCTL.DAT, MENUCTL2.DAT and MENUCTL5.DAT (a
      * blank option group is open to everyone).
      *
      * The last sign-on is the latest MENULOG.DAT
      * activity -- the live log and every MENULOG
      * archive still in LOGARC01's catalog -- or the
      * OC-LAST-SIGNON-DATE RECSUS01 has carried forward,
      * whichever is later. The cycle is the calendar
      * quarter holding the business date, due
      * RV-RESPONSE-DAYS into it (RECERTCT.DAT). The
      * worksheet is RECLST.DAT; it changes nothing.
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
           SELECT OPTIONAL MENU-CONTROL-FILE
               ASSIGN TO DYNAMIC MENU-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENU-FILE-STATUS.

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

           SELECT WORKSHEET-FILE ASSIGN TO "RECLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MENU-CONTROL-FILE.
       COPY MENUCTL.

       FD  OPERATOR-CONTROL-FILE.
       COPY OPERCTL.

       FD  MENU-LOG-FILE.
       COPY MENULOG.

       FD  ARCHIVE-CATALOG-FILE.
       COPY LOGARCAT.

       FD  RECERT-CONTROL-FILE.
       COPY RECERTCT.

       FD  WORKSHEET-FILE.
       01  WORKSHEET-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

       01  MENU-FILE-STATUS      PIC XX.
       01  LOG-FILE-STATUS       PIC XX.
       01  CAT-FILE-STATUS       PIC XX.
       01  RECERT-FILE-STATUS    PIC XX.
       01  MENU-PATH             PIC X(40).
       01  LOG-PATH              PIC X(40).
       01  FILE-END-SWITCH       PIC X.
           88  NO-MORE-RECORDS               VALUE "Y".
       01  CAT-END-SWITCH        PIC X.
           88  NO-MORE-CATALOG-ROWS          VALUE "Y".

       01  EXC-JOB-NAME          PIC X(8)    VALUE "RECLST01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  MENU-SLOT             PIC 9.
       01  MENU-NAME-TABLE.
           05  FILLER             PIC X(12) VALUE "MENUCTL.DAT".
           05  FILLER             PIC X(12) VALUE "MENUCTL2.DAT".
           05  FILLER             PIC X(12) VALUE "MENUCTL5.DAT".
       01  MENU-NAME-LIST REDEFINES MENU-NAME-TABLE.
           05  MENU-FILE-NAME     PIC X(12) OCCURS 3 TIMES.

      * Each program the menus offer, once, with the
      * lowest group any option offers it to; "0" stands
      * for a blank (open) group.
       01  MENU-PROGRAM-COUNT    PIC 9(3)    VALUE ZERO.
       01  MENU-PROGRAM-TABLE.
           05  MENU-PROGRAM-ENTRY OCCURS 1 TO 100 TIMES
                                   DEPENDING ON MENU-PROGRAM-COUNT
                                   INDEXED BY RP-IDX.
               10  RP-PROGRAM        PIC X(8).
               10  RP-AUTH-GROUP     PIC X.
       01  PROGRAM-FOUND-SWITCH  PIC X.
           88  PROGRAM-WAS-FOUND             VALUE "Y".
       01  OPTION-GROUP          PIC X.

       01  OPERATOR-COUNT        PIC 9(3)    VALUE ZERO.
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 1 TO 100 TIMES
                               DEPENDING ON OPERATOR-COUNT
                               INDEXED BY OP-IDX.
               10  OP-OPERATOR-ID     PIC X(8).
               10  OP-AUTH-GROUP      PIC X.
               10  OP-ACCOUNT-STATUS  PIC X.
               10  OP-SUPERVISOR-ID   PIC X(8).
               10  OP-CERTIFIED-DATE  PIC 9(8).
               10  OP-LAST-SIGNON-DATE
                                      PIC 9(8).
               10  OP-LISTED-SWITCH   PIC X.
       01  OPERATORS-NOT-LOADED  PIC 9(5)    VALUE ZERO.

       01  SUPERVISOR-SLOT       PIC 9(3).
       01  OPERATOR-SLOT         PIC 9(3).
       01  THIS-SUPERVISOR-ID    PIC X(8).
       01  OWNER-ACTIVE-SWITCH   PIC X.
           88  OWNER-IS-ACTIVE               VALUE "Y".
       01  SECTION-COUNT         PIC 9(3).

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

       COPY DATECALC.

       01  OPTION-LINE           PIC X(100).
       01  OPTION-POINTER        PIC 9(3).
       01  OPTIONS-ON-LINE       PIC 99.
       01  OPTIONS-REACHED       PIC 9(3).

       01  LISTED-COUNT          PIC 9(3)    VALUE ZERO.
       01  DECIDED-COUNT         PIC 9(3)    VALUE ZERO.
       01  PENDING-COUNT         PIC 9(3)    VALUE ZERO.
       01  SUSPENDED-COUNT       PIC 9(3)    VALUE ZERO.
       01  LOG-RECORDS-READ      PIC 9(7)    VALUE ZERO.

       01  WORKSHEET-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "OPERATOR ACCESS RECERTIFICATION".
           COPY RUNDATE REPLACING RD-RUN-DATE BY RW-RUN-DATE.

       01  WORKSHEET-HEADING-2.
           05  FILLER             PIC X(13) VALUE "CYCLE START: ".
           05  RW-CYCLE-START     PIC 9999/99/99.
           05  FILLER             PIC X(8)  VALUE "   DUE: ".
           05  RW-CYCLE-DUE       PIC 9999/99/99.

       01  SUPERVISOR-HEADING.
           05  FILLER             PIC X(12) VALUE "SUPERVISOR: ".
           05  RW-SUPERVISOR-ID   PIC X(8).

       01  OPERATOR-HEADING.
           05  FILLER             PIC X(10) VALUE "OPERATOR".
           05  FILLER             PIC X(5)  VALUE "GRP".
           05  FILLER             PIC X(11) VALUE "STATUS".
           05  FILLER             PIC X(14) VALUE "LAST SIGN-ON".
           05  FILLER             PIC X(14) VALUE "CERTIFIED".
           05  FILLER             PIC X(10) VALUE "THIS CYCLE".

       01  OPERATOR-DETAIL-LINE.
           05  RW-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RW-GROUP           PIC X.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RW-STATUS          PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RW-LAST-SIGNON     PIC X(10).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RW-CERTIFIED       PIC X(10).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RW-CYCLE-STATE     PIC X(7).

       01  SHOWN-DATE            PIC 9999/99/99.

       01  WORKSHEET-TOTAL-LINE.
           05  FILLER             PIC X(11) VALUE "Operators: ".
           05  RW-LISTED-COUNT    PIC ZZ9.
           05  FILLER             PIC X(12) VALUE "  Decided: ".
           05  RW-DECIDED-COUNT   PIC ZZ9.
           05  FILLER             PIC X(12) VALUE "  Pending: ".
           05  RW-PENDING-COUNT   PIC ZZ9.
           05  FILLER             PIC X(14) VALUE "  Suspended: ".
           05  RW-SUSPENDED-COUNT PIC ZZ9.
           05  FILLER             PIC X(21)
               VALUE "  Menu log records: ".
           05  RW-LOG-RECORDS     PIC Z(6)9.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "RECLST01".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM LOAD-THE-MENU-PROGRAMS.
           PERFORM LOAD-THE-OPERATOR-TABLE.
           PERFORM COLLECT-THE-LAST-SIGNONS.
           PERFORM WORK-OUT-THE-CYCLE.
           OPEN OUTPUT WORKSHEET-FILE.
           ACCEPT RW-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WORKSHEET-HEADING-1 TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE CYCLE-START-DATE TO RW-CYCLE-START.
           MOVE CYCLE-DUE-DATE TO RW-CYCLE-DUE.
           MOVE WORKSHEET-HEADING-2 TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           PERFORM WRITE-ONE-SUPERVISOR-SECTION
               VARYING SUPERVISOR-SLOT FROM 1 BY 1
               UNTIL SUPERVISOR-SLOT > OPERATOR-COUNT.
           PERFORM WRITE-THE-UNOWNED-SECTION.
           PERFORM WRITE-THE-WORKSHEET-TOTALS.
           CLOSE WORKSHEET-FILE.
           DISPLAY "Operators listed: " LISTED-COUNT
                   "  Pending this cycle: " PENDING-COUNT.
           CALL "RUNEND" USING "RECLST01".

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-MENU-PROGRAMS.
           PERFORM LOAD-ONE-MENU-FILE
               VARYING MENU-SLOT FROM 1 BY 1
               UNTIL MENU-SLOT > 3.

       LOAD-ONE-MENU-FILE.
           MOVE MENU-FILE-NAME (MENU-SLOT) TO MENU-PATH.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT MENU-CONTROL-FILE.
           IF MENU-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MENU-RECORD
               PERFORM UNTIL NO-MORE-RECORDS
                   IF  MC-ENTRY-TYPE NOT = "S"
                   AND MC-PROGRAM NOT = SPACES
                       PERFORM ADD-ONE-MENU-PROGRAM
                   END-IF
                   PERFORM READ-THE-NEXT-MENU-RECORD
               END-PERFORM
           END-IF.
           CLOSE MENU-CONTROL-FILE.

       READ-THE-NEXT-MENU-RECORD.
           READ MENU-CONTROL-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       ADD-ONE-MENU-PROGRAM.
           IF MC-AUTH-GROUP = SPACE
               MOVE "0" TO OPTION-GROUP
           ELSE
               MOVE MC-AUTH-GROUP TO OPTION-GROUP
           END-IF.
           MOVE "N" TO PROGRAM-FOUND-SWITCH.
           IF MENU-PROGRAM-COUNT > 0
               SET RP-IDX TO 1
               SEARCH MENU-PROGRAM-ENTRY
                   WHEN RP-PROGRAM (RP-IDX) = MC-PROGRAM
                       MOVE "Y" TO PROGRAM-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF PROGRAM-WAS-FOUND
               IF OPTION-GROUP < RP-AUTH-GROUP (RP-IDX)
                   MOVE OPTION-GROUP TO RP-AUTH-GROUP (RP-IDX)
               END-IF
           ELSE
           IF MENU-PROGRAM-COUNT < 100
               ADD 1 TO MENU-PROGRAM-COUNT
               SET RP-IDX TO MENU-PROGRAM-COUNT
               MOVE MC-PROGRAM TO RP-PROGRAM (RP-IDX)
               MOVE OPTION-GROUP TO RP-AUTH-GROUP (RP-IDX)
           END-IF
           END-IF.

      * Operators written before groups existed are "1",
      * the same default the menus give them.
       LOAD-THE-OPERATOR-TABLE.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT OPERATOR-CONTROL-FILE.
           PERFORM READ-THE-NEXT-OPERATOR.
           PERFORM UNTIL NO-MORE-RECORDS
               IF OPERATOR-COUNT >= 100
                   ADD 1 TO OPERATORS-NOT-LOADED
               ELSE
                   PERFORM ADD-ONE-OPERATOR
               END-IF
               PERFORM READ-THE-NEXT-OPERATOR
           END-PERFORM.
           CLOSE OPERATOR-CONTROL-FILE.
           IF OPERATORS-NOT-LOADED > 0
               DISPLAY "OPERCTL.DAT exceeds the table; "
                       OPERATORS-NOT-LOADED " operators not listed."
               MOVE "Recert worksheet operator table full"
                   TO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
           END-IF.

       READ-THE-NEXT-OPERATOR.
           READ OPERATOR-CONTROL-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       ADD-ONE-OPERATOR.
           ADD 1 TO OPERATOR-COUNT.
           SET OP-IDX TO OPERATOR-COUNT.
           MOVE OC-OPERATOR-ID TO OP-OPERATOR-ID (OP-IDX).
           MOVE OC-AUTH-GROUP TO OP-AUTH-GROUP (OP-IDX).
           IF OC-AUTH-GROUP = SPACE
               MOVE "1" TO OP-AUTH-GROUP (OP-IDX)
           END-IF.
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
           MOVE "N" TO OP-LISTED-SWITCH (OP-IDX).

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

      * One section per active supervisor, listing the
      * operators that name them; a supervisor is never
      * listed under themselves.
       WRITE-ONE-SUPERVISOR-SECTION.
           SET OP-IDX TO SUPERVISOR-SLOT.
           IF  OP-AUTH-GROUP (OP-IDX) = "9"
           AND OP-ACCOUNT-STATUS (OP-IDX) NOT = "S"
               MOVE OP-OPERATOR-ID (OP-IDX) TO THIS-SUPERVISOR-ID
               MOVE THIS-SUPERVISOR-ID TO RW-SUPERVISOR-ID
               MOVE SPACES TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
               MOVE SUPERVISOR-HEADING TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
               MOVE OPERATOR-HEADING TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
               MOVE ZERO TO SECTION-COUNT
               PERFORM LIST-ONE-OWNED-OPERATOR
                   VARYING OPERATOR-SLOT FROM 1 BY 1
                   UNTIL OPERATOR-SLOT > OPERATOR-COUNT
               IF SECTION-COUNT = ZERO
                   MOVE "  (no operators)" TO WORKSHEET-LINE
                   WRITE WORKSHEET-LINE
               END-IF
           END-IF.

       LIST-ONE-OWNED-OPERATOR.
           SET OP-IDX TO OPERATOR-SLOT.
           IF  OP-SUPERVISOR-ID (OP-IDX) = THIS-SUPERVISOR-ID
           AND OP-OPERATOR-ID (OP-IDX) NOT = THIS-SUPERVISOR-ID
               PERFORM WRITE-ONE-OPERATOR-ENTRY
           END-IF.

      * Everyone not yet listed has no active supervisor
      * -- blank, gone, suspended, no longer group "9", or
      * themselves -- and is any supervisor's to certify.
       WRITE-THE-UNOWNED-SECTION.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "NO ACTIVE SUPERVISOR -- ANY SUPERVISOR MAY CERTIFY"
               TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE OPERATOR-HEADING TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE ZERO TO SECTION-COUNT.
           PERFORM LIST-ONE-UNOWNED-OPERATOR
               VARYING OPERATOR-SLOT FROM 1 BY 1
               UNTIL OPERATOR-SLOT > OPERATOR-COUNT.
           IF SECTION-COUNT = ZERO
               MOVE "  (no operators)" TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           END-IF.

       LIST-ONE-UNOWNED-OPERATOR.
           SET OP-IDX TO OPERATOR-SLOT.
           IF OP-LISTED-SWITCH (OP-IDX) NOT = "Y"
               PERFORM WRITE-ONE-OPERATOR-ENTRY
           END-IF.

       WRITE-ONE-OPERATOR-ENTRY.
           ADD 1 TO SECTION-COUNT.
           ADD 1 TO LISTED-COUNT.
           MOVE "Y" TO OP-LISTED-SWITCH (OP-IDX).
           MOVE OP-OPERATOR-ID (OP-IDX) TO RW-OPERATOR-ID.
           MOVE OP-AUTH-GROUP (OP-IDX) TO RW-GROUP.
           IF OP-ACCOUNT-STATUS (OP-IDX) = "S"
               MOVE "SUSPENDED" TO RW-STATUS
               ADD 1 TO SUSPENDED-COUNT
           ELSE
               MOVE "ACTIVE" TO RW-STATUS
           END-IF.
           IF OP-LAST-SIGNON-DATE (OP-IDX) = ZERO
               MOVE "NONE" TO RW-LAST-SIGNON
           ELSE
               MOVE OP-LAST-SIGNON-DATE (OP-IDX) TO SHOWN-DATE
               MOVE SHOWN-DATE TO RW-LAST-SIGNON
           END-IF.
           IF OP-CERTIFIED-DATE (OP-IDX) = ZERO
               MOVE "NEVER" TO RW-CERTIFIED
           ELSE
               MOVE OP-CERTIFIED-DATE (OP-IDX) TO SHOWN-DATE
               MOVE SHOWN-DATE TO RW-CERTIFIED
           END-IF.
           IF OP-CERTIFIED-DATE (OP-IDX) < CYCLE-START-DATE
               MOVE "PENDING" TO RW-CYCLE-STATE
               ADD 1 TO PENDING-COUNT
           ELSE
               MOVE "DECIDED" TO RW-CYCLE-STATE
               ADD 1 TO DECIDED-COUNT
           END-IF.
           MOVE OPERATOR-DETAIL-LINE TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           PERFORM WRITE-THE-OPTIONS-REACHED.

      * Eight program names to a line under the operator.
       WRITE-THE-OPTIONS-REACHED.
           MOVE ZERO TO OPTIONS-REACHED.
           PERFORM START-AN-OPTION-LINE.
           PERFORM ADD-ONE-OPTION-REACHED
               VARYING RP-IDX FROM 1 BY 1
               UNTIL RP-IDX > MENU-PROGRAM-COUNT.
           IF OPTIONS-REACHED = ZERO
               MOVE "      REACHES: (nothing on the menus)"
                   TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           ELSE
           IF OPTIONS-ON-LINE > 0
               MOVE OPTION-LINE TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           END-IF
           END-IF.

       START-AN-OPTION-LINE.
           MOVE SPACES TO OPTION-LINE.
           IF OPTIONS-REACHED = ZERO
               MOVE "      REACHES:" TO OPTION-LINE
           END-IF.
           MOVE 16 TO OPTION-POINTER.
           MOVE ZERO TO OPTIONS-ON-LINE.

       ADD-ONE-OPTION-REACHED.
           IF RP-AUTH-GROUP (RP-IDX) <= OP-AUTH-GROUP (OP-IDX)
               IF OPTIONS-ON-LINE = 8
                   MOVE OPTION-LINE TO WORKSHEET-LINE
                   WRITE WORKSHEET-LINE
                   PERFORM START-AN-OPTION-LINE
               END-IF
               STRING RP-PROGRAM (RP-IDX) DELIMITED BY SPACE
                   INTO OPTION-LINE
                   WITH POINTER OPTION-POINTER
               END-STRING
               ADD 1 TO OPTION-POINTER
               ADD 1 TO OPTIONS-ON-LINE
               ADD 1 TO OPTIONS-REACHED
           END-IF.

       WRITE-THE-WORKSHEET-TOTALS.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE LISTED-COUNT TO RW-LISTED-COUNT.
           MOVE DECIDED-COUNT TO RW-DECIDED-COUNT.
           MOVE PENDING-COUNT TO RW-PENDING-COUNT.
           MOVE SUSPENDED-COUNT TO RW-SUSPENDED-COUNT.
           MOVE LOG-RECORDS-READ TO RW-LOG-RECORDS.
           MOVE WORKSHEET-TOTAL-LINE TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "RECLST01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "RECLST01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
