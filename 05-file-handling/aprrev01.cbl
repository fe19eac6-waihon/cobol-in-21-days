       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRREV01.
      *--------------------------------------------------
      * High-value approval screen. The ADDEDT01 pre-edit
      * holds on ADDAPRV.DAT every transaction whose pair
      * is over the APRTHR.DAT threshold for its trans
      * type, company, and currency, and nothing posts it
      * until it has been approved here. Each still-open
      * item is shown in turn, the way CRDREV01 walks the
      * credit holds, with the customer as NAMEMAST.DAT
      * has them and the operator who keyed it, to be:
      *
      *   A)pproved -- the nightly APRRCY01 step feeds it
      *   back into ADDTRNP, that night when approved by
      *   the APRCTL.DAT cutoff and the next night when
      *   after it, and the pre-edit lets it through;
      *
      *   reJ)ected -- the transaction never posts;
      *
      *   S)kipped, or Q)uit for now.
      *
      * Approve and reject both go through the shared
      * DUALAUTH routine, with the keying operator as the
      * one asking, so whoever keyed an item can never be
      * the one to pass it; an item that came in on a feed
      * has no keyer and the operator at the screen stands
      * in. Any operator on OPERCTL.DAT not suspended at
      * access recertification may work the screen. The
      * operator and the clock are stamped on every item
      * decided, and ADDAPRV.DAT is rewritten after a
      * GENBACK generation, under the ADDAPRV lock the
      * pre-edit and the recycle step hold.
      *
      * NAMEMAST.DAT and OPERCTL.DAT are checked against
      * their control seals before anything is loaded.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "ADDAPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-CONTROL-FILE
               ASSIGN TO "OPERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.

           SELECT OPTIONAL APPROVAL-CONTROL-FILE
               ASSIGN TO "APRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       COPY ADDAPRV.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  OPERATOR-CONTROL-FILE.
       COPY OPERCTL.

       FD  APPROVAL-CONTROL-FILE.
       COPY APRCTL.

       WORKING-STORAGE SECTION.

       01  APPROVAL-FILE-STATUS  PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  OPER-FILE-STATUS      PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  APPROVAL-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-APPROVAL-ITEMS        VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  OPER-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-OPERATORS             VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  OPERATOR-SWITCH       PIC X       VALUE "N".
           88  OPERATOR-IS-ACTIVE            VALUE "Y".

       01  ANSWER-CODE           PIC X.
       01  QUIT-SWITCH           PIC X       VALUE "N".
           88  TIME-TO-QUIT                  VALUE "Y".

       01  JOB-NAME              PIC X(8)    VALUE "APRREV01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  REQUESTER-ID          PIC X(8).
       01  DUAL-ACTION-TEXT      PIC X(40).
       01  DUAL-APPROVED-SWITCH  PIC X.
           88  DECISION-IS-APPROVED          VALUE "Y".
       01  CUTOFF-TIME           PIC 9(4)    VALUE 1800.
       01  CUTOFF-PARTS REDEFINES CUTOFF-TIME.
           05  CUTOFF-HOURS          PIC 99.
           05  CUTOFF-MINUTES        PIC 99.
       01  CLOCK-DATE            PIC 9(8).
       01  CLOCK-TIME            PIC 9(8).

      * The whole approval file as record images.
       01  APPROVAL-COUNT        PIC 9(4)    VALUE ZERO.
       01  APPROVAL-TABLE.
           05  APPROVAL-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON APPROVAL-COUNT
                               INDEXED BY AW-IDX.
               10  AWT-RECORD-IMAGE  PIC X(132).

       01  MASTER-COUNT          PIC 9(4)    VALUE ZERO.
       01  NAME-TABLE.
           05  NAME-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON MASTER-COUNT
                           INDEXED BY NAME-IDX.
               10  TBL-NAME          PIC X(10).
               10  TBL-CUST-NO       PIC X(06).
               10  TBL-ADDRESS       PIC X(30).
               10  TBL-CITY          PIC X(15).
               10  TBL-STATE         PIC X(02).
       01  NAME-FOUND-SWITCH     PIC X.
           88  NAME-WAS-FOUND                VALUE "Y".

       01  SHOWN-FIRST           PIC -(7)9.99.
       01  SHOWN-SECOND          PIC -(7)9.99.
       01  SHOWN-THRESHOLD       PIC Z(8)9.99.
       01  SHOWN-KEYER           PIC X(8).
       01  SHOWN-CUTOFF.
           05  SHOWN-CUTOFF-HOURS    PIC 99.
           05  FILLER                PIC X       VALUE ":".
           05  SHOWN-CUTOFF-MINUTES  PIC 99.

       01  APPROVED-COUNT        PIC 9(4)    VALUE ZERO.
       01  REJECTED-COUNT        PIC 9(4)    VALUE ZERO.
       01  OPEN-LEFT-COUNT       PIC 9(4)    VALUE ZERO.

       01  APPROVAL-MASTER-NAME  PIC X(8)    VALUE "ADDAPRV".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "APRREV01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "ADDAPRV".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "APRREV01".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM CHECK-THE-OPERATOR.
           IF NOT OPERATOR-IS-ACTIVE
               DISPLAY "Operator " OPERATOR-ID
                       " may not work the approval queue."
               MOVE "Approval review refused; no operator"
                   TO EXC-TEXT
               MOVE "AUTH" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "APRREV01"
               MOVE 8 TO RETURN-CODE
           ELSE
           MOVE "L" TO LOCK-ACTION
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT
           IF JOB-LOCK-ACQUIRED
               PERFORM GET-THE-CUTOFF
               PERFORM LOAD-THE-NAME-MASTER
               PERFORM LOAD-THE-APPROVAL-FILE
               IF LOAD-DID-OVERFLOW
      * Rewriting the file from a partial table would drop
      * the records left out, so nothing is worked.
                   DISPLAY "ADDAPRV.DAT exceeds the table; "
                           "nothing can be worked."
                   MOVE "Approval table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
               IF APPROVAL-COUNT = ZERO
                   DISPLAY "No transactions awaiting approval."
               ELSE
                   PERFORM REVIEW-ONE-ITEM
                       VARYING AW-IDX FROM 1 BY 1
                       UNTIL AW-IDX > APPROVAL-COUNT
                          OR TIME-TO-QUIT
                   IF APPROVED-COUNT + REJECTED-COUNT > ZERO
                       PERFORM SAVE-THE-APPROVAL-FILE
                   END-IF
                   DISPLAY "Items approved: " APPROVED-COUNT
                   DISPLAY "Items rejected: " REJECTED-COUNT
                   DISPLAY "Still open:     " OPEN-LEFT-COUNT
               END-IF
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "APRREV01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The approval file is in use; "
                       "try again later."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "APRREV01"
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       CHECK-THE-OPERATOR.
           MOVE "N" TO OPERATOR-SWITCH.
           OPEN INPUT OPERATOR-CONTROL-FILE.
           IF OPER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-OPERATOR
               PERFORM UNTIL NO-MORE-OPERATORS
                   IF  OC-OPERATOR-ID = OPERATOR-ID
                   AND NOT OC-ACCOUNT-IS-SUSPENDED
                       MOVE "Y" TO OPERATOR-SWITCH
                   END-IF
                   PERFORM READ-THE-NEXT-OPERATOR
               END-PERFORM
           END-IF.
           CLOSE OPERATOR-CONTROL-FILE.

       READ-THE-NEXT-OPERATOR.
           READ OPERATOR-CONTROL-FILE
               AT END
                   MOVE "Y" TO OPER-END-SWITCH
           END-READ.

       GET-THE-CUTOFF.
           OPEN INPUT APPROVAL-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               READ APPROVAL-CONTROL-FILE
                   NOT AT END
                       IF AK-CUTOFF-TIME IS NUMERIC
                           MOVE AK-CUTOFF-TIME TO CUTOFF-TIME
                       END-IF
               END-READ
           END-IF.
           CLOSE APPROVAL-CONTROL-FILE.

       REVIEW-ONE-ITEM.
           MOVE AWT-RECORD-IMAGE (AW-IDX) TO ADD-APPROVAL-RECORD.
           IF AW-DISPOSITION = "O"
               PERFORM SHOW-AND-ASK
           END-IF.

       SHOW-AND-ASK.
           PERFORM FIND-THE-CUSTOMER.
           IF AW-KEYED-BY = SPACES
               MOVE "(FEED)" TO SHOWN-KEYER
           ELSE
               MOVE AW-KEYED-BY TO SHOWN-KEYER
           END-IF.
           DISPLAY " ".
           DISPLAY "Held " AW-HOLD-DATE
                   "  record " AW-RECORD-NUMBER
                   "  keyed by " SHOWN-KEYER.
           IF NAME-WAS-FOUND
               DISPLAY "  Customer " AW-CUSTOMER
                       "  number " TBL-CUST-NO (NAME-IDX)
                       "  " TBL-CITY (NAME-IDX)
                       " " TBL-STATE (NAME-IDX)
               DISPLAY "           " TBL-ADDRESS (NAME-IDX)
           ELSE
               DISPLAY "  Customer " AW-CUSTOMER
                       "  not on NAMEMAST.DAT"
           END-IF.
           MOVE AW-FIRST-NUMBER TO SHOWN-FIRST.
           MOVE AW-SECOND-NUMBER TO SHOWN-SECOND.
           MOVE AW-THRESHOLD TO SHOWN-THRESHOLD.
           DISPLAY "  Company " AW-COMPANY
                   "  type " AW-TRANS-TYPE
                   "  cost center " AW-COST-CENTER
                   "  " AW-CURRENCY-CODE
                   "  " SHOWN-FIRST " + " SHOWN-SECOND.
           DISPLAY "  Over the threshold of " SHOWN-THRESHOLD.
           DISPLAY "A)pprove  reJ)ect  S)kip  Q)uit?".
           MOVE SPACE TO ANSWER-CODE.
           ACCEPT ANSWER-CODE.
           EVALUATE ANSWER-CODE
               WHEN "A"
               WHEN "a"
                   MOVE "Approve high-value ADD transaction"
                       TO DUAL-ACTION-TEXT
                   PERFORM ASK-FOR-DUAL-CONTROL
                   IF DECISION-IS-APPROVED
                       MOVE "A" TO AW-DISPOSITION
                       PERFORM STAMP-THE-ITEM
                       ADD 1 TO APPROVED-COUNT
                       PERFORM SAY-WHEN-IT-POSTS
                   ELSE
                       ADD 1 TO OPEN-LEFT-COUNT
                   END-IF
               WHEN "J"
               WHEN "j"
                   MOVE "Reject high-value ADD transaction"
                       TO DUAL-ACTION-TEXT
                   PERFORM ASK-FOR-DUAL-CONTROL
                   IF DECISION-IS-APPROVED
                       MOVE "J" TO AW-DISPOSITION
                       PERFORM STAMP-THE-ITEM
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY "Rejected."
                   ELSE
                       ADD 1 TO OPEN-LEFT-COUNT
                   END-IF
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO QUIT-SWITCH
                   ADD 1 TO OPEN-LEFT-COUNT
               WHEN OTHER
                   ADD 1 TO OPEN-LEFT-COUNT
           END-EVALUATE.

      * The keyer asks; DUALAUTH will not take them as the
      * second operator.
       ASK-FOR-DUAL-CONTROL.
           IF AW-KEYED-BY = SPACES
               MOVE OPERATOR-ID TO REQUESTER-ID
           ELSE
               MOVE AW-KEYED-BY TO REQUESTER-ID
           END-IF.
           CALL "DUALAUTH" USING JOB-NAME REQUESTER-ID
                                  DUAL-ACTION-TEXT
                                  DUAL-APPROVED-SWITCH.
           IF NOT DECISION-IS-APPROVED
               MOVE "High-value decision refused dual ctl"
                   TO EXC-TEXT
               MOVE "AUTH" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

       STAMP-THE-ITEM.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-TIME FROM TIME.
           MOVE OPERATOR-ID TO AW-WORKED-BY.
           MOVE CLOCK-DATE TO AW-WORKED-DATE.
           MOVE CLOCK-TIME (1:4) TO AW-WORKED-TIME.
           MOVE ADD-APPROVAL-RECORD TO AWT-RECORD-IMAGE (AW-IDX).

       SAY-WHEN-IT-POSTS.
           MOVE CUTOFF-HOURS TO SHOWN-CUTOFF-HOURS.
           MOVE CUTOFF-MINUTES TO SHOWN-CUTOFF-MINUTES.
           IF AW-WORKED-TIME NOT > CUTOFF-TIME
               DISPLAY "Approved before the " SHOWN-CUTOFF
                       " cutoff; it posts tonight."
           ELSE
               DISPLAY "Approved after the " SHOWN-CUTOFF
                       " cutoff; it posts the next night."
           END-IF.

       SAVE-THE-APPROVAL-FILE.
           CALL "GENBACK" USING APPROVAL-MASTER-NAME.
           OPEN OUTPUT APPROVAL-FILE.
           PERFORM WRITE-ONE-APPROVAL-ITEM
               VARYING AW-IDX FROM 1 BY 1
               UNTIL AW-IDX > APPROVAL-COUNT.
           CLOSE APPROVAL-FILE.

       WRITE-ONE-APPROVAL-ITEM.
           MOVE AWT-RECORD-IMAGE (AW-IDX) TO ADD-APPROVAL-RECORD.
           WRITE ADD-APPROVAL-RECORD.

      * Level 3 routines
       FIND-THE-CUSTOMER.
           MOVE "N" TO NAME-FOUND-SWITCH.
           IF  MASTER-COUNT > 0
           AND AW-CUSTOMER NOT = SPACES
               SET NAME-IDX TO 1
               SEARCH NAME-ENTRY
                   WHEN TBL-NAME (NAME-IDX) = AW-CUSTOMER
                       MOVE "Y" TO NAME-FOUND-SWITCH
               END-SEARCH
           END-IF.

       LOAD-THE-APPROVAL-FILE.
           OPEN INPUT APPROVAL-FILE.
           IF APPROVAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-APPROVAL-ITEM
               PERFORM UNTIL NO-MORE-APPROVAL-ITEMS
                   IF APPROVAL-COUNT >= 2000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO APPROVAL-END-SWITCH
                   ELSE
                       ADD 1 TO APPROVAL-COUNT
                       SET AW-IDX TO APPROVAL-COUNT
                       MOVE ADD-APPROVAL-RECORD
                           TO AWT-RECORD-IMAGE (AW-IDX)
                       PERFORM READ-THE-NEXT-APPROVAL-ITEM
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE APPROVAL-FILE.

       READ-THE-NEXT-APPROVAL-ITEM.
           READ APPROVAL-FILE
               AT END
                   MOVE "Y" TO APPROVAL-END-SWITCH
           END-READ.

       LOAD-THE-NAME-MASTER.
           OPEN INPUT NAME-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   IF MASTER-COUNT >= 1000
                       DISPLAY "Name master exceeds the table; "
                               "remaining records not loaded."
                       MOVE "Y" TO MASTER-END-SWITCH
                   ELSE
                       ADD 1 TO MASTER-COUNT
                       SET NAME-IDX TO MASTER-COUNT
                       MOVE NM-NAME TO TBL-NAME (NAME-IDX)
                       MOVE NM-CUST-NO TO TBL-CUST-NO (NAME-IDX)
                       MOVE NM-ADDRESS TO TBL-ADDRESS (NAME-IDX)
                       MOVE NM-CITY TO TBL-CITY (NAME-IDX)
                       MOVE NM-STATE TO TBL-STATE (NAME-IDX)
                       PERFORM READ-THE-NEXT-MASTER-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE NAME-MASTER-FILE.

       READ-THE-NEXT-MASTER-RECORD.
           READ NAME-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-END-SWITCH
           END-READ.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "APRREV01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "APRREV01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
