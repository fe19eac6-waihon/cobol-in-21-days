       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT01.
      *--------------------------------------------------
      * Segregation-of-duties conflict report. The
      * auditors' question is whether one person can both
      * enter and approve, and now that operators carry an
      * auth group, menu options carry a minimum group and
      * DUALAUTH keeps its approvals in DUALAUD.DAT, it can
      * be answered from the files. SODRULES.DAT lists the
      * pairs of sides one operator must not hold together
      * -- running a program, or approving a DUALAUTH
      * override in it -- and the report has two parts.
      *
      * Access: every operator in OPERCTL.DAT whose group
      * grants both sides of a rule. Running a program is
      * granted by the lowest MC-AUTH-GROUP of any option
      * naming it in MENUCTL.DAT, MENUCTL2.DAT or
      * MENUCTL5.DAT (a blank group is open to everyone);
      * approving needs group "9", the group DUALAUTH
      * insists on. A program no menu offers is shown as
      * granted to nobody, since the menus are the only
      * grant there is to read. An account suspended at
      * access recertification holds no access at all.
      *
      * Performed: each operator's menu picks (the live
      * MENULOG.DAT and every MENULOG archive still in
      * LOGARC01's catalog) and DUALAUD.DAT requests and
      * approvals are gathered by business day -- DATECALC
      * rolls a weekend or holiday stamp forward to the
      * next business day -- and a rule is reported
      * wherever one operator did both of its sides on the
      * same business day. Only approvals that were given
      * count; a refusal approves nothing. Picks logged
      * before MENULOG carried the program name can't be
      * tied to a program and are only counted. The report
      * is SODRPT.DAT.
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
           SELECT OPTIONAL SOD-RULE-FILE
               ASSIGN TO "SODRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.

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

           SELECT OPTIONAL DUAL-AUTH-FILE
               ASSIGN TO "DUALAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT SOD-REPORT-FILE ASSIGN TO "SODRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOD-RULE-FILE.
       COPY SODRULES.

       FD  MENU-CONTROL-FILE.
       COPY MENUCTL.

       FD  OPERATOR-CONTROL-FILE.
       COPY OPERCTL.

       FD  MENU-LOG-FILE.
       COPY MENULOG.

       FD  ARCHIVE-CATALOG-FILE.
       COPY LOGARCAT.

       FD  DUAL-AUTH-FILE.
       COPY DUALAUD.

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-LINE           PIC X(110).

       WORKING-STORAGE SECTION.

       01  RULE-FILE-STATUS      PIC XX.
       01  MENU-FILE-STATUS      PIC XX.
       01  LOG-FILE-STATUS       PIC XX.
       01  CAT-FILE-STATUS       PIC XX.
       01  AUDIT-FILE-STATUS     PIC XX.
       01  MENU-PATH             PIC X(40).
       01  LOG-PATH              PIC X(40).
       01  FILE-END-SWITCH       PIC X.
           88  NO-MORE-RECORDS               VALUE "Y".
       01  CAT-END-SWITCH        PIC X.
           88  NO-MORE-CATALOG-ROWS          VALUE "Y".

       01  EXC-JOB-NAME          PIC X(8)    VALUE "SODRPT01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  MENU-SLOT             PIC 9.
       01  MENU-NAME-TABLE.
           05  FILLER             PIC X(12) VALUE "MENUCTL.DAT".
           05  FILLER             PIC X(12) VALUE "MENUCTL2.DAT".
           05  FILLER             PIC X(12) VALUE "MENUCTL5.DAT".
       01  MENU-NAME-LIST REDEFINES MENU-NAME-TABLE.
           05  MENU-FILE-NAME     PIC X(12) OCCURS 3 TIMES.

      * Every program a menu offers and the group it is
      * offered to; "0" stands for a blank (open) group.
       01  MENU-PROGRAM-COUNT    PIC 9(3)    VALUE ZERO.
       01  MENU-PROGRAM-TABLE.
           05  MENU-PROGRAM-ENTRY OCCURS 1 TO 100 TIMES
                                   DEPENDING ON MENU-PROGRAM-COUNT
                                   INDEXED BY MN-IDX.
               10  MN-PROGRAM        PIC X(8).
               10  MN-AUTH-GROUP     PIC X.

      * RU-FIRST-GROUP/RU-SECOND-GROUP hold the lowest
      * group granted each side, HIGH-VALUE when nothing
      * grants it.
       01  RULE-COUNT            PIC 9(3)    VALUE ZERO.
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 1 TO 50 TIMES
                           DEPENDING ON RULE-COUNT
                           INDEXED BY RU-IDX.
               10  RU-RULE-ID        PIC X(6).
               10  RU-FIRST-PROGRAM  PIC X(8).
               10  RU-FIRST-ROLE     PIC X.
               10  RU-FIRST-GROUP    PIC X.
               10  RU-SECOND-PROGRAM PIC X(8).
               10  RU-SECOND-ROLE    PIC X.
               10  RU-SECOND-GROUP   PIC X.
               10  RU-DESCRIPTION    PIC X(40).

       01  SIDE-PROGRAM          PIC X(8).
       01  SIDE-ROLE             PIC X.
       01  OTHER-PROGRAM         PIC X(8).
       01  SIDE-GROUP            PIC X.
       01  SIDE-TEXT             PIC X(17).
       01  FOUND-PROGRAM         PIC X(8).
       01  SIDE-FOUND-SWITCH     PIC X.
           88  SIDE-WAS-FOUND                VALUE "Y".
       01  FIRST-FOUND-PROGRAM   PIC X(8).
       01  FIRST-SIDE-SWITCH     PIC X.
           88  FIRST-SIDE-WAS-FOUND          VALUE "Y".
       01  OPERATOR-GROUP        PIC X.

      * One entry per operator, business day, program and
      * role, kept in that order so each operator's day is
      * one run of entries.
       01  EVENT-COUNT           PIC 9(5)    VALUE ZERO.
       01  EVENT-TABLE.
           05  EVENT-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON EVENT-COUNT
                            ASCENDING KEY IS EV-KEY
                            INDEXED BY EV-IDX.
               10  EV-KEY.
                   15  EV-BUSINESS-DATE  PIC 9(8).
                   15  EV-OPERATOR-ID    PIC X(8).
                   15  EV-PROGRAM        PIC X(8).
                   15  EV-ROLE           PIC X.
               10  EV-TIMES          PIC 9(5).
       01  THE-EVENT-KEY.
           05  TE-BUSINESS-DATE      PIC 9(8).
           05  TE-OPERATOR-ID        PIC X(8).
           05  TE-PROGRAM            PIC X(8).
           05  TE-ROLE               PIC X.
       01  EVENT-RAW-DATE        PIC 9(8).
       01  LAST-RAW-DATE         PIC 9(8)    VALUE ZERO.
       01  LAST-BUSINESS-DATE    PIC 9(8)    VALUE ZERO.
       01  EVENT-FOUND-SWITCH    PIC X.
           88  EVENT-WAS-FOUND               VALUE "Y".
       01  INSERT-IDX            PIC 9(5).
       01  GROUP-START           PIC 9(5).
       01  GROUP-END             PIC 9(5).
       01  SCAN-IDX              PIC 9(5).

       COPY DATECALC.

       01  OPERATOR-COUNT        PIC 9(3)    VALUE ZERO.
       01  ACCESS-CONFLICT-COUNT PIC 9(5)    VALUE ZERO.
       01  DONE-CONFLICT-COUNT   PIC 9(5)    VALUE ZERO.
       01  LOG-RECORDS-READ      PIC 9(7)    VALUE ZERO.
       01  AUDIT-RECORDS-READ    PIC 9(7)    VALUE ZERO.
       01  UNNAMED-PICK-COUNT    PIC 9(7)    VALUE ZERO.
       01  EVENTS-DROPPED        PIC 9(7)    VALUE ZERO.

       01  SOD-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "SEGREGATION OF DUTIES CONFLICT REPORT".
           COPY RUNDATE REPLACING RD-RUN-DATE BY SH-RUN-DATE.

       01  RULE-HEADING.
           05  FILLER             PIC X(8)  VALUE "RULE".
           05  FILLER             PIC X(18) VALUE "FIRST SIDE".
           05  FILLER             PIC X(8)  VALUE "ACCESS".
           05  FILLER             PIC X(18) VALUE "SECOND SIDE".
           05  FILLER             PIC X(7)  VALUE "ACCESS".
           05  FILLER             PIC X(11) VALUE "GUARDS".

       01  RULE-DETAIL-LINE.
           05  RL-RULE-ID         PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-FIRST-SIDE      PIC X(17).
           05  FILLER             PIC X     VALUE SPACE.
           05  RL-FIRST-GROUP     PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-SECOND-SIDE     PIC X(17).
           05  FILLER             PIC X     VALUE SPACE.
           05  RL-SECOND-GROUP    PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-DESCRIPTION     PIC X(40).

       01  ACCESS-HEADING.
           05  FILLER             PIC X(8)  VALUE "RULE".
           05  FILLER             PIC X(10) VALUE "OPERATOR".
           05  FILLER             PIC X(5)  VALUE "GRP".
           05  FILLER             PIC X(18) VALUE "FIRST SIDE".
           05  FILLER             PIC X(19) VALUE "SECOND SIDE".
           05  FILLER             PIC X(6)  VALUE "GUARDS".

       01  ACCESS-DETAIL-LINE.
           05  AX-RULE-ID         PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AX-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AX-GROUP           PIC X.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  AX-FIRST-SIDE      PIC X(17).
           05  FILLER             PIC X     VALUE SPACE.
           05  AX-SECOND-SIDE     PIC X(17).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AX-DESCRIPTION     PIC X(40).

       01  PERFORMED-HEADING.
           05  FILLER             PIC X(12) VALUE "BUS DATE".
           05  FILLER             PIC X(10) VALUE "OPERATOR".
           05  FILLER             PIC X(8)  VALUE "RULE".
           05  FILLER             PIC X(18) VALUE "FIRST SIDE".
           05  FILLER             PIC X(19) VALUE "SECOND SIDE".
           05  FILLER             PIC X(6)  VALUE "GUARDS".

       01  PERFORMED-DETAIL-LINE.
           05  PF-BUSINESS-DATE   PIC 9999/99/99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PF-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PF-RULE-ID         PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PF-FIRST-SIDE      PIC X(17).
           05  FILLER             PIC X     VALUE SPACE.
           05  PF-SECOND-SIDE     PIC X(17).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PF-DESCRIPTION     PIC X(40).

       01  SOD-TOTAL-LINE-1.
           05  FILLER             PIC X(7)  VALUE "Rules: ".
           05  ST-RULE-COUNT      PIC ZZ9.
           05  FILLER             PIC X(13) VALUE "  Operators: ".
           05  ST-OPERATOR-COUNT  PIC ZZ9.
           05  FILLER             PIC X(20)
               VALUE "  Access conflicts: ".
           05  ST-ACCESS-COUNT    PIC ZZZZ9.
           05  FILLER             PIC X(23)
               VALUE "  Performed conflicts: ".
           05  ST-DONE-COUNT      PIC ZZZZ9.

       01  SOD-TOTAL-LINE-2.
           05  FILLER             PIC X(18) VALUE "Menu log records: ".
           05  ST-LOG-RECORDS     PIC Z(6)9.
           05  FILLER             PIC X(19)
               VALUE "  DUALAUD records: ".
           05  ST-AUDIT-RECORDS   PIC Z(6)9.
           05  FILLER             PIC X(26)
               VALUE "  Picks with no program: ".
           05  ST-UNNAMED-PICKS   PIC Z(6)9.

       01  SOD-TOTAL-LINE-3.
           05  FILLER             PIC X(38)
               VALUE "Activity not checked (table full):    ".
           05  ST-EVENTS-DROPPED  PIC Z(6)9.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "SODRPT01".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM LOAD-THE-MENU-PROGRAMS.
           PERFORM LOAD-THE-RULE-TABLE.
           OPEN OUTPUT SOD-REPORT-FILE.
           ACCEPT SH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SOD-HEADING-1 TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           PERFORM WRITE-THE-RULE-SECTION.
           PERFORM WRITE-THE-ACCESS-SECTION.
           PERFORM COLLECT-THE-MENU-PICKS.
           PERFORM COLLECT-THE-DUAL-AUTH-ACTIVITY.
           PERFORM WRITE-THE-PERFORMED-SECTION.
           PERFORM WRITE-THE-SOD-TOTALS.
           CLOSE SOD-REPORT-FILE.
           DISPLAY "Access conflicts: " ACCESS-CONFLICT-COUNT
                   "  Performed conflicts: " DONE-CONFLICT-COUNT.
           CALL "RUNEND" USING "SODRPT01".

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
                   AND MENU-PROGRAM-COUNT < 100
                       ADD 1 TO MENU-PROGRAM-COUNT
                       SET MN-IDX TO MENU-PROGRAM-COUNT
                       MOVE MC-PROGRAM TO MN-PROGRAM (MN-IDX)
                       IF MC-AUTH-GROUP = SPACE
                           MOVE "0" TO MN-AUTH-GROUP (MN-IDX)
                       ELSE
                           MOVE MC-AUTH-GROUP
                               TO MN-AUTH-GROUP (MN-IDX)
                       END-IF
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

      * A rule with a role other than R or A can't be
      * judged and is left out, loudly.
       LOAD-THE-RULE-TABLE.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT SOD-RULE-FILE.
           IF RULE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-RULE
               PERFORM UNTIL NO-MORE-RECORDS
                   IF  (SG-FIRST-ROLE = "R" OR SG-FIRST-ROLE = "A")
                   AND (SG-SECOND-ROLE = "R"
                        OR SG-SECOND-ROLE = "A")
                   AND RULE-COUNT < 50
                       PERFORM ADD-ONE-RULE
                   ELSE
                       DISPLAY "Rule " SG-RULE-ID " ignored."
                       MOVE "SOD rule ignored; bad role or full"
                           TO EXC-TEXT
                       MOVE "CTRL" TO EXC-CATEGORY
                       CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                            EXC-CATEGORY
                   END-IF
                   PERFORM READ-THE-NEXT-RULE
               END-PERFORM
           ELSE
               DISPLAY "No SODRULES.DAT rules file."
           END-IF.
           CLOSE SOD-RULE-FILE.

       READ-THE-NEXT-RULE.
           READ SOD-RULE-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       ADD-ONE-RULE.
           ADD 1 TO RULE-COUNT.
           SET RU-IDX TO RULE-COUNT.
           MOVE SG-RULE-ID TO RU-RULE-ID (RU-IDX).
           MOVE SG-FIRST-PROGRAM TO RU-FIRST-PROGRAM (RU-IDX).
           MOVE SG-FIRST-ROLE TO RU-FIRST-ROLE (RU-IDX).
           MOVE SG-SECOND-PROGRAM TO RU-SECOND-PROGRAM (RU-IDX).
           MOVE SG-SECOND-ROLE TO RU-SECOND-ROLE (RU-IDX).
           MOVE SG-DESCRIPTION TO RU-DESCRIPTION (RU-IDX).
           MOVE SG-FIRST-PROGRAM TO SIDE-PROGRAM.
           MOVE SG-FIRST-ROLE TO SIDE-ROLE.
           MOVE SG-SECOND-PROGRAM TO OTHER-PROGRAM.
           PERFORM WORK-OUT-THE-SIDE-GROUP.
           MOVE SIDE-GROUP TO RU-FIRST-GROUP (RU-IDX).
           MOVE SG-SECOND-PROGRAM TO SIDE-PROGRAM.
           MOVE SG-SECOND-ROLE TO SIDE-ROLE.
           MOVE SG-FIRST-PROGRAM TO OTHER-PROGRAM.
           PERFORM WORK-OUT-THE-SIDE-GROUP.
           MOVE SIDE-GROUP TO RU-SECOND-GROUP (RU-IDX).

      * Approving is group 9 whatever the program; running
      * is the lowest group any menu offers the program to.
       WORK-OUT-THE-SIDE-GROUP.
           IF SIDE-ROLE = "A"
               MOVE "9" TO SIDE-GROUP
           ELSE
               MOVE HIGH-VALUE TO SIDE-GROUP
               PERFORM CHECK-ONE-MENU-PROGRAM
                   VARYING MN-IDX FROM 1 BY 1
                   UNTIL MN-IDX > MENU-PROGRAM-COUNT
           END-IF.

       CHECK-ONE-MENU-PROGRAM.
           IF MN-PROGRAM (MN-IDX) = SIDE-PROGRAM
            OR (SIDE-PROGRAM = "*ANY"
                AND MN-PROGRAM (MN-IDX) NOT = OTHER-PROGRAM)
               IF MN-AUTH-GROUP (MN-IDX) < SIDE-GROUP
                   MOVE MN-AUTH-GROUP (MN-IDX) TO SIDE-GROUP
               END-IF
           END-IF.

       WRITE-THE-RULE-SECTION.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "CONFLICT RULES" TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE RULE-HEADING TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           PERFORM WRITE-ONE-RULE-LINE
               VARYING RU-IDX FROM 1 BY 1
               UNTIL RU-IDX > RULE-COUNT.

       WRITE-ONE-RULE-LINE.
           MOVE RU-RULE-ID (RU-IDX) TO RL-RULE-ID.
           MOVE RU-FIRST-PROGRAM (RU-IDX) TO SIDE-PROGRAM.
           MOVE RU-FIRST-ROLE (RU-IDX) TO SIDE-ROLE.
           PERFORM FORMAT-THE-SIDE-TEXT.
           MOVE SIDE-TEXT TO RL-FIRST-SIDE.
           MOVE RU-FIRST-GROUP (RU-IDX) TO SIDE-GROUP.
           PERFORM FORMAT-THE-SIDE-GROUP.
           MOVE SIDE-TEXT TO RL-FIRST-GROUP.
           MOVE RU-SECOND-PROGRAM (RU-IDX) TO SIDE-PROGRAM.
           MOVE RU-SECOND-ROLE (RU-IDX) TO SIDE-ROLE.
           PERFORM FORMAT-THE-SIDE-TEXT.
           MOVE SIDE-TEXT TO RL-SECOND-SIDE.
           MOVE RU-SECOND-GROUP (RU-IDX) TO SIDE-GROUP.
           PERFORM FORMAT-THE-SIDE-GROUP.
           MOVE SIDE-TEXT TO RL-SECOND-GROUP.
           MOVE RU-DESCRIPTION (RU-IDX) TO RL-DESCRIPTION.
           MOVE RULE-DETAIL-LINE TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.

       FORMAT-THE-SIDE-TEXT.
           MOVE SPACES TO SIDE-TEXT.
           IF SIDE-ROLE = "A"
               STRING SIDE-PROGRAM DELIMITED BY SPACE
                      " APPROVE" DELIMITED BY SIZE
                   INTO SIDE-TEXT
           ELSE
               STRING SIDE-PROGRAM DELIMITED BY SPACE
                      " RUN" DELIMITED BY SIZE
                   INTO SIDE-TEXT
           END-IF.

       FORMAT-THE-SIDE-GROUP.
           MOVE SPACES TO SIDE-TEXT.
           IF SIDE-GROUP = HIGH-VALUE
               MOVE "NONE" TO SIDE-TEXT
           ELSE
           IF SIDE-GROUP = "0"
               MOVE "ALL" TO SIDE-TEXT
           ELSE
               STRING "GRP " SIDE-GROUP DELIMITED BY SIZE
                   INTO SIDE-TEXT
           END-IF
           END-IF.

      * Operators written before groups existed are "1",
      * the same default the menus give them.
       WRITE-THE-ACCESS-SECTION.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "ACCESS CONFLICTS -- GROUP GRANTS BOTH SIDES"
               TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE ACCESS-HEADING TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT OPERATOR-CONTROL-FILE.
           PERFORM READ-THE-NEXT-OPERATOR.
           PERFORM UNTIL NO-MORE-RECORDS
               ADD 1 TO OPERATOR-COUNT
               MOVE OC-AUTH-GROUP TO OPERATOR-GROUP
               IF OPERATOR-GROUP = SPACE
                   MOVE "1" TO OPERATOR-GROUP
               END-IF
               IF NOT OC-ACCOUNT-IS-SUSPENDED
                   PERFORM CHECK-ONE-OPERATOR-ACCESS
                       VARYING RU-IDX FROM 1 BY 1
                       UNTIL RU-IDX > RULE-COUNT
               END-IF
               PERFORM READ-THE-NEXT-OPERATOR
           END-PERFORM.
           CLOSE OPERATOR-CONTROL-FILE.

       READ-THE-NEXT-OPERATOR.
           READ OPERATOR-CONTROL-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       CHECK-ONE-OPERATOR-ACCESS.
           IF  RU-FIRST-GROUP (RU-IDX) NOT = HIGH-VALUE
           AND RU-SECOND-GROUP (RU-IDX) NOT = HIGH-VALUE
           AND OPERATOR-GROUP >= RU-FIRST-GROUP (RU-IDX)
           AND OPERATOR-GROUP >= RU-SECOND-GROUP (RU-IDX)
               ADD 1 TO ACCESS-CONFLICT-COUNT
               MOVE RU-RULE-ID (RU-IDX) TO AX-RULE-ID
               MOVE OC-OPERATOR-ID TO AX-OPERATOR-ID
               MOVE OPERATOR-GROUP TO AX-GROUP
               MOVE RU-FIRST-PROGRAM (RU-IDX) TO SIDE-PROGRAM
               MOVE RU-FIRST-ROLE (RU-IDX) TO SIDE-ROLE
               PERFORM FORMAT-THE-SIDE-TEXT
               MOVE SIDE-TEXT TO AX-FIRST-SIDE
               MOVE RU-SECOND-PROGRAM (RU-IDX) TO SIDE-PROGRAM
               MOVE RU-SECOND-ROLE (RU-IDX) TO SIDE-ROLE
               PERFORM FORMAT-THE-SIDE-TEXT
               MOVE SIDE-TEXT TO AX-SECOND-SIDE
               MOVE RU-DESCRIPTION (RU-IDX) TO AX-DESCRIPTION
               MOVE ACCESS-DETAIL-LINE TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.

      * The live log first, then every MENULOG archive the
      * LOGARC01 catalog still lists; an archive already
      * purged from disk just opens empty.
       COLLECT-THE-MENU-PICKS.
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

      * Only selection records count; the paired "R"
      * completion is the same pick over again.
       COLLECT-ONE-MENU-LOG.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT MENU-LOG-FILE.
           IF LOG-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-LOG-RECORD
               PERFORM UNTIL NO-MORE-RECORDS
                   ADD 1 TO LOG-RECORDS-READ
                   IF ML-STAMP-TYPE NOT = "R"
                       IF ML-PROGRAM = SPACES
                           ADD 1 TO UNNAMED-PICK-COUNT
                       ELSE
                       IF ML-PROGRAM NOT = "*SUBMENU"
                           MOVE ML-RUN-DATE TO EVENT-RAW-DATE
                           MOVE ML-OPERATOR-ID TO TE-OPERATOR-ID
                           MOVE ML-PROGRAM TO TE-PROGRAM
                           MOVE "R" TO TE-ROLE
                           PERFORM ADD-ONE-EVENT
                       END-IF
                       END-IF
                   END-IF
                   PERFORM READ-THE-NEXT-LOG-RECORD
               END-PERFORM
           END-IF.
           CLOSE MENU-LOG-FILE.

       READ-THE-NEXT-LOG-RECORD.
           READ MENU-LOG-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

      * The requester ran the program whether or not the
      * override was granted; the approver only approved
      * when it was.
       COLLECT-THE-DUAL-AUTH-ACTIVITY.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT DUAL-AUTH-FILE.
           IF AUDIT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-AUDIT-RECORD
               PERFORM UNTIL NO-MORE-RECORDS
                   ADD 1 TO AUDIT-RECORDS-READ
                   MOVE DA-RUN-DATE TO EVENT-RAW-DATE
                   MOVE DA-REQUESTER-ID TO TE-OPERATOR-ID
                   MOVE DA-JOB-NAME TO TE-PROGRAM
                   MOVE "R" TO TE-ROLE
                   PERFORM ADD-ONE-EVENT
                   IF DA-RESULT = "Y"
                       MOVE DA-APPROVER-ID TO TE-OPERATOR-ID
                       MOVE "A" TO TE-ROLE
                       PERFORM ADD-ONE-EVENT
                   END-IF
                   PERFORM READ-THE-NEXT-AUDIT-RECORD
               END-PERFORM
           END-IF.
           CLOSE DUAL-AUTH-FILE.

       READ-THE-NEXT-AUDIT-RECORD.
           READ DUAL-AUTH-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

      * A stamp on a weekend or holiday belongs to the next
      * business day; one DATECALC won't accept is kept
      * as it stands.
       ADD-ONE-EVENT.
           IF EVENT-RAW-DATE NOT = LAST-RAW-DATE
               MOVE EVENT-RAW-DATE TO LAST-RAW-DATE
               MOVE "B" TO DK-ACTION
               MOVE EVENT-RAW-DATE TO DK-FIRST-DATE
               MOVE ZERO TO DK-DAY-COUNT
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF DK-DATE-OK
                   MOVE DK-RESULT-DATE TO LAST-BUSINESS-DATE
               ELSE
                   MOVE EVENT-RAW-DATE TO LAST-BUSINESS-DATE
               END-IF
           END-IF.
           MOVE LAST-BUSINESS-DATE TO TE-BUSINESS-DATE.
           MOVE "N" TO EVENT-FOUND-SWITCH.
           IF EVENT-COUNT > 0
               SEARCH ALL EVENT-ENTRY
                   WHEN EV-KEY (EV-IDX) = THE-EVENT-KEY
                       MOVE "Y" TO EVENT-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF EVENT-WAS-FOUND
               ADD 1 TO EV-TIMES (EV-IDX)
           ELSE
           IF EVENT-COUNT >= 5000
               ADD 1 TO EVENTS-DROPPED
           ELSE
               PERFORM INSERT-THE-EVENT
           END-IF
           END-IF.

       INSERT-THE-EVENT.
           ADD 1 TO EVENT-COUNT.
           MOVE EVENT-COUNT TO INSERT-IDX.
           PERFORM UNTIL INSERT-IDX = 1
                       OR EV-KEY (INSERT-IDX - 1) < THE-EVENT-KEY
               MOVE EVENT-ENTRY (INSERT-IDX - 1)
                   TO EVENT-ENTRY (INSERT-IDX)
               SUBTRACT 1 FROM INSERT-IDX
           END-PERFORM.
           MOVE THE-EVENT-KEY TO EV-KEY (INSERT-IDX).
           MOVE 1 TO EV-TIMES (INSERT-IDX).

      * The table is in business-day then operator order,
      * so each operator's day is the run of entries from
      * GROUP-START to GROUP-END, checked against every
      * rule in turn.
       WRITE-THE-PERFORMED-SECTION.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "PERFORMED CONFLICTS -- ONE OPERATOR, ONE BUSINESS DAY"
               TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE PERFORMED-HEADING TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE 1 TO GROUP-START.
           PERFORM UNTIL GROUP-START > EVENT-COUNT
               MOVE GROUP-START TO GROUP-END
               PERFORM UNTIL GROUP-END = EVENT-COUNT
                   OR EV-BUSINESS-DATE (GROUP-END + 1)
                      NOT = EV-BUSINESS-DATE (GROUP-START)
                   OR EV-OPERATOR-ID (GROUP-END + 1)
                      NOT = EV-OPERATOR-ID (GROUP-START)
                   ADD 1 TO GROUP-END
               END-PERFORM
               PERFORM CHECK-ONE-OPERATOR-DAY
                   VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > RULE-COUNT
               COMPUTE GROUP-START = GROUP-END + 1
           END-PERFORM.

       CHECK-ONE-OPERATOR-DAY.
           MOVE RU-FIRST-PROGRAM (RU-IDX) TO SIDE-PROGRAM.
           MOVE RU-FIRST-ROLE (RU-IDX) TO SIDE-ROLE.
           MOVE RU-SECOND-PROGRAM (RU-IDX) TO OTHER-PROGRAM.
           PERFORM FIND-THE-SIDE-IN-THE-DAY.
           MOVE SIDE-FOUND-SWITCH TO FIRST-SIDE-SWITCH.
           MOVE FOUND-PROGRAM TO FIRST-FOUND-PROGRAM.
           IF FIRST-SIDE-WAS-FOUND
               MOVE RU-SECOND-PROGRAM (RU-IDX) TO SIDE-PROGRAM
               MOVE RU-SECOND-ROLE (RU-IDX) TO SIDE-ROLE
               MOVE RU-FIRST-PROGRAM (RU-IDX) TO OTHER-PROGRAM
               PERFORM FIND-THE-SIDE-IN-THE-DAY
               IF SIDE-WAS-FOUND
                   PERFORM WRITE-ONE-PERFORMED-LINE
               END-IF
           END-IF.

      * "*ANY" is answered by the first other program the
      * operator ran that day, and that program is what
      * the report names.
       FIND-THE-SIDE-IN-THE-DAY.
           MOVE "N" TO SIDE-FOUND-SWITCH.
           MOVE SPACES TO FOUND-PROGRAM.
           MOVE GROUP-START TO SCAN-IDX.
           PERFORM UNTIL SCAN-IDX > GROUP-END OR SIDE-WAS-FOUND
               IF EV-ROLE (SCAN-IDX) = SIDE-ROLE
                   IF EV-PROGRAM (SCAN-IDX) = SIDE-PROGRAM
                    OR (SIDE-PROGRAM = "*ANY"
                        AND EV-PROGRAM (SCAN-IDX) NOT = OTHER-PROGRAM)
                       MOVE "Y" TO SIDE-FOUND-SWITCH
                       MOVE EV-PROGRAM (SCAN-IDX) TO FOUND-PROGRAM
                   END-IF
               END-IF
               ADD 1 TO SCAN-IDX
           END-PERFORM.

       WRITE-ONE-PERFORMED-LINE.
           ADD 1 TO DONE-CONFLICT-COUNT.
           MOVE EV-BUSINESS-DATE (GROUP-START) TO PF-BUSINESS-DATE.
           MOVE EV-OPERATOR-ID (GROUP-START) TO PF-OPERATOR-ID.
           MOVE RU-RULE-ID (RU-IDX) TO PF-RULE-ID.
           MOVE FIRST-FOUND-PROGRAM TO SIDE-PROGRAM.
           MOVE RU-FIRST-ROLE (RU-IDX) TO SIDE-ROLE.
           PERFORM FORMAT-THE-SIDE-TEXT.
           MOVE SIDE-TEXT TO PF-FIRST-SIDE.
           MOVE FOUND-PROGRAM TO SIDE-PROGRAM.
           MOVE RU-SECOND-ROLE (RU-IDX) TO SIDE-ROLE.
           PERFORM FORMAT-THE-SIDE-TEXT.
           MOVE SIDE-TEXT TO PF-SECOND-SIDE.
           MOVE RU-DESCRIPTION (RU-IDX) TO PF-DESCRIPTION.
           MOVE PERFORMED-DETAIL-LINE TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.

       WRITE-THE-SOD-TOTALS.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE RULE-COUNT TO ST-RULE-COUNT.
           MOVE OPERATOR-COUNT TO ST-OPERATOR-COUNT.
           MOVE ACCESS-CONFLICT-COUNT TO ST-ACCESS-COUNT.
           MOVE DONE-CONFLICT-COUNT TO ST-DONE-COUNT.
           MOVE SOD-TOTAL-LINE-1 TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE LOG-RECORDS-READ TO ST-LOG-RECORDS.
           MOVE AUDIT-RECORDS-READ TO ST-AUDIT-RECORDS.
           MOVE UNNAMED-PICK-COUNT TO ST-UNNAMED-PICKS.
           MOVE SOD-TOTAL-LINE-2 TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           IF EVENTS-DROPPED > 0
               MOVE EVENTS-DROPPED TO ST-EVENTS-DROPPED
               MOVE SOD-TOTAL-LINE-3 TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
               MOVE "SOD activity table full" TO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
           END-IF.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "SODRPT01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "SODRPT01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
