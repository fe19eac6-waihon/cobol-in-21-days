      * "Does the program exist" is answered from
      * XREFPGM.DAT, the same program list XREF01 scans --
      * one lower-case source name per line.
      *
      * An intercompany GLACCT.DAT row's partner debit and
      * due-to accounts are proved against the chart the
      * same way as the row's own pair.
      *
      * Each GLACCT.DAT row's trans type is looked up on
      * the TRNTYPE.DAT transaction-type master as well;
      * a type the master does not carry posts with no
      * description, sign rule, or currency list behind
      * it. With no master on file the check is skipped.
      *
      * The COSTCTR.DAT cost-center master is audited in
      * its own right -- each row's parent must be on the
      * master, its chain of parents must reach the top
      * within six levels without coming back on itself,
      * its active flag must be Y or N, and it must name a
      * company -- and every cost center keyed in
      * GLACCT.DAT, ADDDIST.DAT, and JOBCC.DAT must be on
      * it. With no master on file these checks are
      * skipped.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-TYPE-FILE
               ASSIGN TO "TRNTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRNTYPE-FILE-STATUS.

           SELECT OPTIONAL COST-CENTER-FILE
               ASSIGN TO "COSTCTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COSTCTR-FILE-STATUS.

           SELECT OPTIONAL DISTRIBUTION-LIST-FILE
               ASSIGN TO "ADDDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-FILE-STATUS.

           SELECT OPTIONAL JOB-COST-CENTER-FILE
               ASSIGN TO "JOBCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBCC-FILE-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "CTLAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  GL-CHART-FILE.
       COPY GLCHART.

       FD  TRANSACTION-TYPE-FILE.
       COPY TRNTYPE.

       FD  COST-CENTER-FILE.
       COPY COSTCTR.

       FD  DISTRIBUTION-LIST-FILE.
       COPY ADDDIST.

       FD  JOB-COST-CENTER-FILE.
       COPY JOBCC.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE         PIC X(80).

       01  TRAN-FILE-STATUS      PIC XX.
       01  GLACCT-FILE-STATUS    PIC XX.
       01  CHART-FILE-STATUS     PIC XX.
       01  TRNTYPE-FILE-STATUS   PIC XX.
       01  COSTCTR-FILE-STATUS   PIC XX.
       01  DIST-FILE-STATUS      PIC XX.
       01  JOBCC-FILE-STATUS     PIC XX.

       01  MENU-CTL-PATH         PIC X(40).
       01  FILE-END-SWITCH       PIC X.
       01  ACCOUNT-FOUND-SWITCH  PIC X.
           88  ACCOUNT-IS-KNOWN              VALUE "Y".

       01  TRANS-TYPE-COUNT      PIC 9(3)    VALUE ZERO.
       01  TRANS-TYPE-TABLE.
           05  TRANS-TYPE-ENTRY OCCURS 1 TO 100 TIMES
                                 DEPENDING ON TRANS-TYPE-COUNT
                                 INDEXED BY TMT-IDX.
               10  TMT-TRANS-TYPE    PIC X(02).
       01  TRANS-TYPE-FOUND-SWITCH PIC X.
           88  TRANS-TYPE-IS-KNOWN           VALUE "Y".

       01  CENTER-COUNT          PIC 9(3)    VALUE ZERO.
       01  CENTER-TABLE.
           05  CENTER-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON CENTER-COUNT
                             INDEXED BY CE-IDX.
               10  CET-COST-CENTER   PIC X(4).
               10  CET-PARENT        PIC X(4).
       01  CHECKED-CENTER        PIC X(4).
       01  CHECKED-FILE-NAME     PIC X(12).
       01  CENTER-FOUND-SWITCH   PIC X.
           88  CENTER-IS-KNOWN               VALUE "Y".
       01  CHAIN-CENTER          PIC X(4).
       01  CHAIN-DEPTH           PIC 9(2).

       01  FINDING-COUNT         PIC 9(4)    VALUE ZERO.
       01  FINDING-TEXT          PIC X(70).

           PERFORM LOAD-THE-PROGRAM-LIST.
           PERFORM LOAD-THE-PROFILE-NAMES.
           PERFORM LOAD-THE-CHART-ACCOUNTS.
           PERFORM LOAD-THE-TRANSACTION-TYPES.
           PERFORM LOAD-THE-COST-CENTERS.
           PERFORM AUDIT-ONE-MENU-FILE
               VARYING MENU-SLOT FROM 1 BY 1
               UNTIL MENU-SLOT > 3.
           PERFORM AUDIT-THE-RANGE-PROFILES.
           PERFORM AUDIT-THE-RANGE-TRANSACTIONS.
           PERFORM AUDIT-THE-GL-ACCOUNTS.
           PERFORM AUDIT-THE-COST-CENTERS.
           PERFORM AUDIT-THE-DISTRIBUTION-LIST.
           PERFORM AUDIT-THE-JOB-COST-CENTERS.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING "Findings: " DELIMITED BY SIZE
                  FINDING-COUNT DELIMITED BY SIZE
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       LOAD-THE-TRANSACTION-TYPES.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT TRANSACTION-TYPE-FILE.
           IF TRNTYPE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TRANS-TYPE
               PERFORM UNTIL NO-MORE-FILE-RECORDS
                   IF TRANS-TYPE-COUNT >= 100
                       DISPLAY "Transaction-type table full at 100; "
                               "remaining TRNTYPE rows ignored."
                       MOVE "Y" TO FILE-END-SWITCH
                   ELSE
                   ADD 1 TO TRANS-TYPE-COUNT
                   SET TMT-IDX TO TRANS-TYPE-COUNT
                   MOVE TM-TRANS-TYPE TO TMT-TRANS-TYPE (TMT-IDX)
                   PERFORM READ-THE-NEXT-TRANS-TYPE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE TRANSACTION-TYPE-FILE.

       READ-THE-NEXT-TRANS-TYPE.
           READ TRANSACTION-TYPE-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       LOAD-THE-COST-CENTERS.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT COST-CENTER-FILE.
           IF COSTCTR-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-COST-CENTER
               PERFORM UNTIL NO-MORE-FILE-RECORDS
                   IF CENTER-COUNT >= 500
                       DISPLAY "Cost-center table full at 500; "
                               "remaining COSTCTR rows ignored."
                       MOVE "Y" TO FILE-END-SWITCH
                   ELSE
                   ADD 1 TO CENTER-COUNT
                   SET CE-IDX TO CENTER-COUNT
                   MOVE CM-COST-CENTER TO CET-COST-CENTER (CE-IDX)
                   MOVE CM-PARENT TO CET-PARENT (CE-IDX)
                   PERFORM READ-THE-NEXT-COST-CENTER
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE COST-CENTER-FILE.

       READ-THE-NEXT-COST-CENTER.
           READ COST-CENTER-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       AUDIT-ONE-MENU-FILE.
           MOVE MENU-FILE-NAME (MENU-SLOT) TO MENU-CTL-PATH.
           MOVE "N" TO FILE-END-SWITCH.
           IF NOT ACCOUNT-IS-KNOWN
               PERFORM NOTE-THE-MISSING-ACCOUNT
           END-IF.
           IF GA-PARTNER-COMPANY NOT = SPACES
               MOVE GA-PARTNER-DEBIT-ACCOUNT TO CHECKED-ACCOUNT
               PERFORM CHECK-ONE-CHART-ACCOUNT
               IF NOT ACCOUNT-IS-KNOWN
                   PERFORM NOTE-THE-MISSING-ACCOUNT
               END-IF
               MOVE GA-PARTNER-CREDIT-ACCOUNT TO CHECKED-ACCOUNT
               PERFORM CHECK-ONE-CHART-ACCOUNT
               IF NOT ACCOUNT-IS-KNOWN
                   PERFORM NOTE-THE-MISSING-ACCOUNT
               END-IF
           END-IF.
           MOVE GA-COST-CENTER TO CHECKED-CENTER.
           MOVE "GLACCT.DAT" TO CHECKED-FILE-NAME.
           PERFORM CHECK-THE-REFERENCED-CENTER.
           PERFORM CHECK-THE-ROW-TRANS-TYPE.
           IF NOT TRANS-TYPE-IS-KNOWN
               MOVE SPACES TO FINDING-TEXT
               STRING "GLACCT.DAT row " DELIMITED BY SIZE
                      GA-COST-CENTER DELIMITED BY SIZE
                      " type " DELIMITED BY SIZE
                      GA-TRANS-TYPE DELIMITED BY SIZE
                      " not on the TRNTYPE.DAT master"
                          DELIMITED BY SIZE
                   INTO FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           END-IF.

       CHECK-THE-ROW-TRANS-TYPE.
           MOVE "Y" TO TRANS-TYPE-FOUND-SWITCH.
           IF TRANS-TYPE-COUNT > 0
               MOVE "N" TO TRANS-TYPE-FOUND-SWITCH
               SET TMT-IDX TO 1
               SEARCH TRANS-TYPE-ENTRY
                   WHEN TMT-TRANS-TYPE (TMT-IDX) = GA-TRANS-TYPE
                       MOVE "Y" TO TRANS-TYPE-FOUND-SWITCH
               END-SEARCH
           END-IF.

       CHECK-ONE-CHART-ACCOUNT.
           MOVE "Y" TO ACCOUNT-FOUND-SWITCH.
                  " not on the chart" DELIMITED BY SIZE
               INTO FINDING-TEXT.
           PERFORM WRITE-ONE-FINDING.

      * Each master row is proved on its own -- flag,
      * company, parent -- and its chain of parents is
      * walked to the top; one still climbing after six
      * levels has looped back on itself or is deeper
      * than the roll-ups go.
       AUDIT-THE-COST-CENTERS.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT COST-CENTER-FILE.
           IF COSTCTR-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-COST-CENTER
               PERFORM UNTIL NO-MORE-FILE-RECORDS
                   PERFORM AUDIT-ONE-COST-CENTER-ROW
                   PERFORM READ-THE-NEXT-COST-CENTER
               END-PERFORM
           END-IF.
           CLOSE COST-CENTER-FILE.

       AUDIT-ONE-COST-CENTER-ROW.
           IF NOT CM-IS-ACTIVE
           AND NOT CM-IS-INACTIVE
               MOVE SPACES TO FINDING-TEXT
               STRING "COSTCTR.DAT cost center " DELIMITED BY SIZE
                      CM-COST-CENTER DELIMITED BY SIZE
                      " active flag is not Y or N"
                          DELIMITED BY SIZE
                   INTO FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           END-IF.
           IF CM-COMPANY = SPACES
               MOVE SPACES TO FINDING-TEXT
               STRING "COSTCTR.DAT cost center " DELIMITED BY SIZE
                      CM-COST-CENTER DELIMITED BY SIZE
                      " names no company" DELIMITED BY SIZE
                   INTO FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           END-IF.
           IF CM-PARENT NOT = SPACES
               MOVE CM-PARENT TO CHECKED-CENTER
               PERFORM CHECK-ONE-COST-CENTER
               IF NOT CENTER-IS-KNOWN
                   MOVE SPACES TO FINDING-TEXT
                   STRING "COSTCTR.DAT cost center "
                              DELIMITED BY SIZE
                          CM-COST-CENTER DELIMITED BY SIZE
                          " parent " DELIMITED BY SIZE
                          CM-PARENT DELIMITED BY SIZE
                          " is not on the master" DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   PERFORM WRITE-ONE-FINDING
               ELSE
                   PERFORM WALK-THE-PARENT-CHAIN
               END-IF
           END-IF.

       WALK-THE-PARENT-CHAIN.
           MOVE CM-PARENT TO CHAIN-CENTER.
           MOVE 2 TO CHAIN-DEPTH.
           PERFORM UNTIL CHAIN-CENTER = SPACES
                      OR CHAIN-DEPTH > 6
               ADD 1 TO CHAIN-DEPTH
               MOVE CHAIN-CENTER TO CHECKED-CENTER
               MOVE SPACES TO CHAIN-CENTER
               SET CE-IDX TO 1
               SEARCH CENTER-ENTRY
                   WHEN CET-COST-CENTER (CE-IDX) = CHECKED-CENTER
                       MOVE CET-PARENT (CE-IDX) TO CHAIN-CENTER
               END-SEARCH
           END-PERFORM.
           IF CHAIN-CENTER NOT = SPACES
               MOVE SPACES TO FINDING-TEXT
               STRING "COSTCTR.DAT cost center " DELIMITED BY SIZE
                      CM-COST-CENTER DELIMITED BY SIZE
                      " parents loop or pass six levels"
                          DELIMITED BY SIZE
                   INTO FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           END-IF.

       AUDIT-THE-DISTRIBUTION-LIST.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT DISTRIBUTION-LIST-FILE.
           IF DIST-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-DIST-ROW
               PERFORM UNTIL NO-MORE-FILE-RECORDS
                   MOVE DI-COST-CENTER TO CHECKED-CENTER
                   MOVE "ADDDIST.DAT" TO CHECKED-FILE-NAME
                   PERFORM CHECK-THE-REFERENCED-CENTER
                   PERFORM READ-THE-NEXT-DIST-ROW
               END-PERFORM
           END-IF.
           CLOSE DISTRIBUTION-LIST-FILE.

       READ-THE-NEXT-DIST-ROW.
           READ DISTRIBUTION-LIST-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       AUDIT-THE-JOB-COST-CENTERS.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT JOB-COST-CENTER-FILE.
           IF JOBCC-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-JOBCC-ROW
               PERFORM UNTIL NO-MORE-FILE-RECORDS
                   MOVE CC-COST-CENTER TO CHECKED-CENTER
                   MOVE "JOBCC.DAT" TO CHECKED-FILE-NAME
                   PERFORM CHECK-THE-REFERENCED-CENTER
                   PERFORM READ-THE-NEXT-JOBCC-ROW
               END-PERFORM
           END-IF.
           CLOSE JOB-COST-CENTER-FILE.

       READ-THE-NEXT-JOBCC-ROW.
           READ JOB-COST-CENTER-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       CHECK-THE-REFERENCED-CENTER.
           PERFORM CHECK-ONE-COST-CENTER.
           IF NOT CENTER-IS-KNOWN
               MOVE SPACES TO FINDING-TEXT
               STRING CHECKED-FILE-NAME DELIMITED BY SPACE
                      " names cost center " DELIMITED BY SIZE
                      CHECKED-CENTER DELIMITED BY SIZE
                      " not on the COSTCTR.DAT master"
                          DELIMITED BY SIZE
                   INTO FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           END-IF.

       CHECK-ONE-COST-CENTER.
           MOVE "Y" TO CENTER-FOUND-SWITCH.
           IF CENTER-COUNT > 0
               MOVE "N" TO CENTER-FOUND-SWITCH
               SET CE-IDX TO 1
               SEARCH CENTER-ENTRY
                   WHEN CET-COST-CENTER (CE-IDX) = CHECKED-CENTER
                       MOVE "Y" TO CENTER-FOUND-SWITCH
               END-SEARCH
           END-IF.
