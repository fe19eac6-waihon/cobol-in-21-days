       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERASN01.
      *--------------------------------------------------
      * Nightly sales-territory assignment. Sales
      * management keeps TERRTBL.DAT, mapping ZIP ranges to
      * a territory code and sales rep; this step gives
      * every customer on NAMEMAST.DAT the territory its
      * NM-ZIP falls in and keeps the result on
      * NAMETERR.DAT, keyed by NM-CUST-NO beside the
      * master the way NAMECRED.DAT is, for TERRPT01's
      * monthly territory report.
      *
      * Each customer whose territory or rep differs from
      * last night's assignment -- because the table
      * changed or because the customer moved -- is logged
      * to TERRLOG.DAT with the old and new territory and
      * the reason, and takes the business date as its new
      * assigned date. A customer whose ZIP falls in no
      * range is kept with a blank territory. Customers
      * gone from the master drop off. NAMETERR.DAT is
      * rewritten under its own lock, after a GENBACK
      * generation, only when something changed.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TERRITORY-TABLE-FILE
               ASSIGN TO "TERRTBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TABLE-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE
               ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL NAME-TERRITORY-FILE
               ASSIGN TO "NAMETERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-FILE-STATUS.

           SELECT OPTIONAL TERRITORY-LOG-FILE
               ASSIGN TO "TERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERRITORY-TABLE-FILE.
       COPY TERRTBL.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  NAME-TERRITORY-FILE.
       COPY NAMETERR.

       FD  TERRITORY-LOG-FILE.
       COPY TERRLOG.

       WORKING-STORAGE SECTION.

       01  TABLE-FILE-STATUS     PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  ASSIGN-FILE-STATUS    PIC XX.
       01  LOG-FILE-STATUS       PIC XX.
       01  TABLE-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-TABLE-ROWS            VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  ASSIGN-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-ASSIGNMENTS           VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  FILE-CHANGED-SWITCH   PIC X       VALUE "N".
           88  ASSIGNMENTS-CHANGED           VALUE "Y".

      * The ZIP ranges, in file order; each row carries
      * its territory's rep as of the territory's first
      * row.
       01  RANGE-COUNT           PIC 9(4)    VALUE ZERO.
       01  RANGE-TABLE.
           05  RANGE-ENTRY OCCURS 1 TO 500 TIMES
                           DEPENDING ON RANGE-COUNT
                           INDEXED BY RG-IDX.
               10  RG-ZIP-FROM       PIC X(05).
               10  RG-ZIP-TO         PIC X(05).
               10  RG-TERRITORY      PIC X(04).
               10  RG-REP-ID         PIC X(08).

      * Last night's assignments.
       01  OLD-COUNT             PIC 9(4)    VALUE ZERO.
       01  OLD-TABLE.
           05  OLD-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON OLD-COUNT
                           INDEXED BY OLD-IDX.
               10  OLD-CUST-NO       PIC X(06).
               10  OLD-TERRITORY     PIC X(04).
               10  OLD-REP-ID        PIC X(08).
               10  OLD-ZIP           PIC X(09).
               10  OLD-ASSIGNED-DATE PIC 9(8).

      * Tonight's, one per customer on the master.
       01  NEW-COUNT             PIC 9(4)    VALUE ZERO.
       01  NEW-TABLE.
           05  NEW-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON NEW-COUNT
                           INDEXED BY NEW-IDX.
               10  NEW-CUST-NO       PIC X(06).
               10  NEW-TERRITORY     PIC X(04).
               10  NEW-REP-ID        PIC X(08).
               10  NEW-ZIP           PIC X(09).
               10  NEW-ASSIGNED-DATE PIC 9(8).

       01  WANTED-ZIP            PIC X(05).
       01  FOUND-TERRITORY       PIC X(04).
       01  FOUND-REP-ID          PIC X(08).
       01  OLD-FOUND-SWITCH      PIC X.
           88  OLD-WAS-FOUND                 VALUE "Y".
       01  BUSINESS-DATE         PIC 9(8).
       01  FIRST-TIME-COUNT      PIC 9(4)    VALUE ZERO.
       01  REASSIGNED-COUNT      PIC 9(4)    VALUE ZERO.
       01  UNASSIGNED-COUNT      PIC 9(4)    VALUE ZERO.
       01  KEPT-COUNT            PIC 9(4)    VALUE ZERO.
       01  ASSIGN-MASTER-NAME    PIC X(8)    VALUE "NAMETERR".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "TERASN01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "NAMETERR".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "TERASN01".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-TERRITORY-TABLE
               PERFORM LOAD-THE-OLD-ASSIGNMENTS
               IF NOT LOAD-DID-OVERFLOW
                   PERFORM ASSIGN-THE-CUSTOMERS
               END-IF
               IF LOAD-DID-OVERFLOW
      * A partial table would drop or misassign the
      * customers past its end, so nothing is saved.
                   DISPLAY "A territory table exceeds its limit; "
                           "run abandoned, nothing assigned."
                   MOVE "Territory table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   IF ASSIGNMENTS-CHANGED
                       PERFORM SAVE-THE-ASSIGNMENTS
                   END-IF
                   DISPLAY "Customers assigned: " NEW-COUNT
                           "  New: " FIRST-TIME-COUNT
                           "  Reassigned: " REASSIGNED-COUNT
                   DISPLAY "Customers in no territory: "
                           UNASSIGNED-COUNT
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "TERASN01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The territory assignments are in use; "
                       "nothing assigned."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "TERASN01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-TERRITORY-TABLE.
           OPEN INPUT TERRITORY-TABLE-FILE.
           IF TABLE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TABLE-ROW
               PERFORM UNTIL NO-MORE-TABLE-ROWS
                   IF TZ-TERRITORY NOT = SPACES
                       PERFORM TAKE-ONE-TABLE-ROW
                   END-IF
                   PERFORM READ-THE-NEXT-TABLE-ROW
               END-PERFORM
           ELSE
               DISPLAY "No TERRTBL.DAT; every customer is "
                       "in no territory."
           END-IF.
           CLOSE TERRITORY-TABLE-FILE.

       READ-THE-NEXT-TABLE-ROW.
           READ TERRITORY-TABLE-FILE
               AT END
                   MOVE "Y" TO TABLE-END-SWITCH
           END-READ.

       TAKE-ONE-TABLE-ROW.
           IF RANGE-COUNT >= 500
               MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               MOVE "Y" TO TABLE-END-SWITCH
           ELSE
               MOVE TZ-REP-ID TO FOUND-REP-ID
               IF RANGE-COUNT > 0
                   SET RG-IDX TO 1
                   SEARCH RANGE-ENTRY
                       WHEN RG-TERRITORY (RG-IDX) = TZ-TERRITORY
                           MOVE RG-REP-ID (RG-IDX) TO FOUND-REP-ID
                   END-SEARCH
               END-IF
               ADD 1 TO RANGE-COUNT
               SET RG-IDX TO RANGE-COUNT
               MOVE TZ-ZIP-FROM TO RG-ZIP-FROM (RG-IDX)
               MOVE TZ-ZIP-TO TO RG-ZIP-TO (RG-IDX)
               MOVE TZ-TERRITORY TO RG-TERRITORY (RG-IDX)
               MOVE FOUND-REP-ID TO RG-REP-ID (RG-IDX)
           END-IF.

       LOAD-THE-OLD-ASSIGNMENTS.
           OPEN INPUT NAME-TERRITORY-FILE.
           IF ASSIGN-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ASSIGNMENT
               PERFORM UNTIL NO-MORE-ASSIGNMENTS
                   IF OLD-COUNT >= 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO ASSIGN-END-SWITCH
                   ELSE
                       ADD 1 TO OLD-COUNT
                       SET OLD-IDX TO OLD-COUNT
                       MOVE TG-CUST-NO TO OLD-CUST-NO (OLD-IDX)
                       MOVE TG-TERRITORY TO OLD-TERRITORY (OLD-IDX)
                       MOVE TG-REP-ID TO OLD-REP-ID (OLD-IDX)
                       MOVE TG-ZIP TO OLD-ZIP (OLD-IDX)
                       MOVE TG-ASSIGNED-DATE
                           TO OLD-ASSIGNED-DATE (OLD-IDX)
                       PERFORM READ-THE-NEXT-ASSIGNMENT
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE NAME-TERRITORY-FILE.

       READ-THE-NEXT-ASSIGNMENT.
           READ NAME-TERRITORY-FILE
               AT END
                   MOVE "Y" TO ASSIGN-END-SWITCH
           END-READ.

       ASSIGN-THE-CUSTOMERS.
           PERFORM OPEN-THE-LOG-FOR-APPEND.
           OPEN INPUT NAME-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   IF NM-CUST-NO NOT = SPACES
                       PERFORM ASSIGN-ONE-CUSTOMER
                   END-IF
                   PERFORM READ-THE-NEXT-MASTER-RECORD
               END-PERFORM
           END-IF.
           CLOSE NAME-MASTER-FILE.
           CLOSE TERRITORY-LOG-FILE.
      * Anyone on last night's file not carried forward
      * has left the master.
           IF KEPT-COUNT < OLD-COUNT
               MOVE "Y" TO FILE-CHANGED-SWITCH
           END-IF.

       READ-THE-NEXT-MASTER-RECORD.
           READ NAME-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-END-SWITCH
           END-READ.

       OPEN-THE-LOG-FOR-APPEND.
           OPEN EXTEND TERRITORY-LOG-FILE.
           IF LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT TERRITORY-LOG-FILE
               CLOSE TERRITORY-LOG-FILE
               OPEN EXTEND TERRITORY-LOG-FILE
           END-IF.

       ASSIGN-ONE-CUSTOMER.
           IF NEW-COUNT >= 1000
               MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               MOVE "Y" TO MASTER-END-SWITCH
           ELSE
               MOVE NM-ZIP (1:5) TO WANTED-ZIP
               PERFORM FIND-THE-TERRITORY
               PERFORM FIND-THE-OLD-ASSIGNMENT
               ADD 1 TO NEW-COUNT
               SET NEW-IDX TO NEW-COUNT
               MOVE NM-CUST-NO TO NEW-CUST-NO (NEW-IDX)
               MOVE FOUND-TERRITORY TO NEW-TERRITORY (NEW-IDX)
               MOVE FOUND-REP-ID TO NEW-REP-ID (NEW-IDX)
               MOVE NM-ZIP TO NEW-ZIP (NEW-IDX)
               IF FOUND-TERRITORY = SPACES
                   ADD 1 TO UNASSIGNED-COUNT
               END-IF
               IF OLD-WAS-FOUND
                   ADD 1 TO KEPT-COUNT
                   PERFORM CARRY-THE-OLD-ASSIGNMENT
               ELSE
                   ADD 1 TO FIRST-TIME-COUNT
                   MOVE BUSINESS-DATE TO NEW-ASSIGNED-DATE (NEW-IDX)
                   MOVE "Y" TO FILE-CHANGED-SWITCH
               END-IF
           END-IF.

       CARRY-THE-OLD-ASSIGNMENT.
           IF  OLD-TERRITORY (OLD-IDX) = FOUND-TERRITORY
           AND OLD-REP-ID (OLD-IDX) = FOUND-REP-ID
               MOVE OLD-ASSIGNED-DATE (OLD-IDX)
                   TO NEW-ASSIGNED-DATE (NEW-IDX)
               IF OLD-ZIP (OLD-IDX) NOT = NM-ZIP
                   MOVE "Y" TO FILE-CHANGED-SWITCH
               END-IF
           ELSE
               ADD 1 TO REASSIGNED-COUNT
               MOVE BUSINESS-DATE TO NEW-ASSIGNED-DATE (NEW-IDX)
               MOVE "Y" TO FILE-CHANGED-SWITCH
               PERFORM LOG-THE-REASSIGNMENT
           END-IF.

       LOG-THE-REASSIGNMENT.
           MOVE SPACES TO TERRITORY-LOG-RECORD.
           MOVE BUSINESS-DATE TO TX-RUN-DATE.
           MOVE NM-CUST-NO TO TX-CUST-NO.
           MOVE OLD-TERRITORY (OLD-IDX) TO TX-OLD-TERRITORY.
           MOVE OLD-REP-ID (OLD-IDX) TO TX-OLD-REP-ID.
           MOVE FOUND-TERRITORY TO TX-NEW-TERRITORY.
           MOVE FOUND-REP-ID TO TX-NEW-REP-ID.
           MOVE OLD-ZIP (OLD-IDX) TO TX-OLD-ZIP.
           MOVE NM-ZIP TO TX-NEW-ZIP.
           IF OLD-ZIP (OLD-IDX) (1:5) = NM-ZIP (1:5)
               MOVE "T" TO TX-REASON
           ELSE
               MOVE "Z" TO TX-REASON
           END-IF.
           WRITE TERRITORY-LOG-RECORD.

      * First range in file order holding the ZIP wins.
       FIND-THE-TERRITORY.
           MOVE SPACES TO FOUND-TERRITORY.
           MOVE SPACES TO FOUND-REP-ID.
           IF  RANGE-COUNT > 0
           AND WANTED-ZIP NOT = SPACES
               SET RG-IDX TO 1
               SEARCH RANGE-ENTRY
                   WHEN RG-ZIP-FROM (RG-IDX) <= WANTED-ZIP
                    AND RG-ZIP-TO (RG-IDX) >= WANTED-ZIP
                       MOVE RG-TERRITORY (RG-IDX) TO FOUND-TERRITORY
                       MOVE RG-REP-ID (RG-IDX) TO FOUND-REP-ID
               END-SEARCH
           END-IF.

       FIND-THE-OLD-ASSIGNMENT.
           MOVE "N" TO OLD-FOUND-SWITCH.
           IF OLD-COUNT > 0
               SET OLD-IDX TO 1
               SEARCH OLD-ENTRY
                   WHEN OLD-CUST-NO (OLD-IDX) = NM-CUST-NO
                       MOVE "Y" TO OLD-FOUND-SWITCH
               END-SEARCH
           END-IF.

       SAVE-THE-ASSIGNMENTS.
           CALL "GENBACK" USING ASSIGN-MASTER-NAME.
           OPEN OUTPUT NAME-TERRITORY-FILE.
           PERFORM WRITE-ONE-ASSIGNMENT
               VARYING NEW-IDX FROM 1 BY 1
               UNTIL NEW-IDX > NEW-COUNT.
           CLOSE NAME-TERRITORY-FILE.

       WRITE-ONE-ASSIGNMENT.
           MOVE SPACES TO NAME-TERRITORY-RECORD.
           MOVE NEW-CUST-NO (NEW-IDX) TO TG-CUST-NO.
           MOVE NEW-TERRITORY (NEW-IDX) TO TG-TERRITORY.
           MOVE NEW-REP-ID (NEW-IDX) TO TG-REP-ID.
           MOVE NEW-ZIP (NEW-IDX) TO TG-ZIP.
           MOVE NEW-ASSIGNED-DATE (NEW-IDX) TO TG-ASSIGNED-DATE.
           WRITE NAME-TERRITORY-RECORD.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "TERASN01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "TERASN01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
