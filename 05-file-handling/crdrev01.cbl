       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDREV01.
      *--------------------------------------------------
      * Credit hold review. The ADDEDT01 pre-edit holds on
      * ADDCRHLD.DAT every sale on account that would take
      * its customer past the NAMECRED.DAT credit limit,
      * or that is for a customer on credit hold, and
      * nothing posts it until the credit supervisor has
      * decided. Each still-open item is shown in turn,
      * the way EXCWRK01 walks the exception files, with
      * what the customer owed and the limit when it was
      * held and the customer's limit and hold flag as
      * they stand now, to be:
      *
      *   R)eleased -- the nightly CRDRCY01 step feeds it
      *   back into the next night's ADDTRNP, and the pre-
      *   edit lets it through;
      *
      *   reJ)ected -- confirmed through YESNOCNF, the
      *   sale never posts;
      *
      *   S)kipped, or Q)uit for now.
      *
      * Only a supervisor-group ("9") operator on
      * OPERCTL.DAT may work the queue; anyone else is
      * refused before an item is shown. The operator is
      * stamped on every item decided, and ADDCRHLD.DAT is
      * rewritten after a GENBACK generation, under the
      * ADDCRHLD lock the pre-edit and the recycle step
      * hold.
      *
      * A supervisor suspended at access recertification
      * is refused the queue like any other operator.
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
           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "ADDCRHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT OPTIONAL NAME-CREDIT-FILE ASSIGN TO "NAMECRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-CONTROL-FILE
               ASSIGN TO "OPERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-HOLD-FILE.
       COPY ADDCRHLD.

       FD  NAME-CREDIT-FILE.
       COPY NAMECRED.

       FD  OPERATOR-CONTROL-FILE.
       COPY OPERCTL.

       WORKING-STORAGE SECTION.

       01  HOLD-FILE-STATUS      PIC XX.
       01  CREDIT-FILE-STATUS    PIC XX.
       01  OPER-FILE-STATUS      PIC XX.
       01  HOLD-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-HOLD-RECORDS          VALUE "Y".
       01  CREDIT-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-CREDIT-RECORDS        VALUE "Y".
       01  OPER-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-OPERATORS             VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  SUPERVISOR-SWITCH     PIC X       VALUE "N".
           88  OPERATOR-IS-SUPERVISOR        VALUE "Y".

       01  ANSWER-CODE           PIC X.
       01  QUIT-SWITCH           PIC X       VALUE "N".
           88  TIME-TO-QUIT                  VALUE "Y".
       01  RAW-ANSWER            PIC X(3).
       01  FOLDED-ANSWER         PIC X.
       01  VALID-SWITCH          PIC X.

       01  JOB-NAME              PIC X(8)    VALUE "CRDREV01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  BUSINESS-DATE         PIC 9(8).

      * The whole hold file as record images.
       01  HOLD-COUNT            PIC 9(4)    VALUE ZERO.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON HOLD-COUNT
                           INDEXED BY HD-IDX.
               10  HD-RECORD-IMAGE   PIC X(164).

       01  CREDIT-COUNT          PIC 9(4)    VALUE ZERO.
       01  CREDIT-TABLE.
           05  CREDIT-ENTRY OCCURS 1 TO 1000 TIMES
                             DEPENDING ON CREDIT-COUNT
                             INDEXED BY CR-IDX.
               10  CRT-CUST-NO       PIC X(06).
               10  CRT-CREDIT-LIMIT  PIC 9(9)V99.
               10  CRT-HOLD-FLAG     PIC X.
       01  CREDIT-FOUND-SWITCH   PIC X.
           88  CREDIT-WAS-FOUND              VALUE "Y".

       01  SHOWN-AMOUNT          PIC -(9)9.99.
       01  SHOWN-BALANCE         PIC -(9)9.99.
       01  SHOWN-LIMIT           PIC Z(9)9.99.
       01  SHOWN-HOLD-TEXT       PIC X(16).

       01  RELEASED-COUNT        PIC 9(4)    VALUE ZERO.
       01  REJECTED-COUNT        PIC 9(4)    VALUE ZERO.
       01  OPEN-LEFT-COUNT       PIC 9(4)    VALUE ZERO.

       01  HOLD-MASTER-NAME      PIC X(8)    VALUE "ADDCRHLD".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "CRDREV01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "ADDCRHLD".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "CRDREV01".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM CHECK-THE-OPERATOR.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Operator " OPERATOR-ID
                       " may not work the credit hold queue."
               MOVE "Credit review refused; not supervisor"
                   TO EXC-TEXT
               MOVE "AUTH" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "CRDREV01"
               MOVE 8 TO RETURN-CODE
           ELSE
           MOVE "L" TO LOCK-ACTION
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-CREDIT-LIMITS
               PERFORM LOAD-THE-HOLD-FILE
               IF LOAD-DID-OVERFLOW
      * Rewriting the file from a partial table would drop
      * the records left out, so nothing is worked.
                   DISPLAY "ADDCRHLD.DAT exceeds the table; "
                           "nothing can be worked."
                   MOVE "Credit hold table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
               IF HOLD-COUNT = ZERO
                   DISPLAY "No credit holds on file to review."
               ELSE
                   PERFORM REVIEW-ONE-HOLD
                       VARYING HD-IDX FROM 1 BY 1
                       UNTIL HD-IDX > HOLD-COUNT
                          OR TIME-TO-QUIT
                   IF RELEASED-COUNT + REJECTED-COUNT > ZERO
                       PERFORM SAVE-THE-HOLD-FILE
                   END-IF
                   DISPLAY "Holds released: " RELEASED-COUNT
                   DISPLAY "Holds rejected: " REJECTED-COUNT
                   DISPLAY "Still open:     " OPEN-LEFT-COUNT
               END-IF
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "CRDREV01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The credit hold file is in use; "
                       "try again later."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "CRDREV01"
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * Only supervisor-group operators decide credit.
       CHECK-THE-OPERATOR.
           MOVE "N" TO SUPERVISOR-SWITCH.
           OPEN INPUT OPERATOR-CONTROL-FILE.
           IF OPER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-OPERATOR
               PERFORM UNTIL NO-MORE-OPERATORS
                   IF  OC-OPERATOR-ID = OPERATOR-ID
                   AND OC-AUTH-GROUP = "9"
                   AND NOT OC-ACCOUNT-IS-SUSPENDED
                       MOVE "Y" TO SUPERVISOR-SWITCH
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

       REVIEW-ONE-HOLD.
           MOVE HD-RECORD-IMAGE (HD-IDX) TO ADD-CREDIT-HOLD-RECORD.
           IF CH-DISPOSITION = "O"
               PERFORM SHOW-AND-ASK
           END-IF.

       SHOW-AND-ASK.
           PERFORM FIND-THE-CREDIT-ROW.
           DISPLAY " ".
           DISPLAY "Held " CH-HOLD-DATE
                   "  customer " CH-CUSTOMER
                   "  number " CH-CUST-NO
                   "  " CH-REASON.
           MOVE CH-BASE-AMOUNT TO SHOWN-AMOUNT.
           DISPLAY "  Company " CH-COMPANY
                   "  type " CH-TRANS-TYPE
                   "  cost center " CH-COST-CENTER
                   "  " CH-CURRENCY-CODE
                   "  base amount " SHOWN-AMOUNT.
           MOVE CH-BALANCE TO SHOWN-BALANCE.
           MOVE CH-CREDIT-LIMIT TO SHOWN-LIMIT.
           DISPLAY "  When held: owed " SHOWN-BALANCE
                   "  limit " SHOWN-LIMIT.
           IF CREDIT-WAS-FOUND
               MOVE CRT-CREDIT-LIMIT (CR-IDX) TO SHOWN-LIMIT
               IF CRT-HOLD-FLAG (CR-IDX) = "H"
                   MOVE "ON CREDIT HOLD" TO SHOWN-HOLD-TEXT
               ELSE
                   MOVE SPACES TO SHOWN-HOLD-TEXT
               END-IF
               DISPLAY "  Now:       limit " SHOWN-LIMIT
                       "  " SHOWN-HOLD-TEXT
           ELSE
               DISPLAY "  Now:       no NAMECRED.DAT record"
           END-IF.
           DISPLAY "R)elease  reJ)ect  S)kip  Q)uit?".
           MOVE SPACE TO ANSWER-CODE.
           ACCEPT ANSWER-CODE.
           EVALUATE ANSWER-CODE
               WHEN "R"
               WHEN "r"
                   MOVE "L" TO CH-DISPOSITION
                   PERFORM STAMP-THE-HOLD
                   ADD 1 TO RELEASED-COUNT
                   DISPLAY "Released for the next night's feed."
               WHEN "J"
               WHEN "j"
                   PERFORM REJECT-THE-HOLD
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO QUIT-SWITCH
                   ADD 1 TO OPEN-LEFT-COUNT
               WHEN OTHER
                   ADD 1 TO OPEN-LEFT-COUNT
           END-EVALUATE.

       REJECT-THE-HOLD.
           DISPLAY "Reject this sale for good? (Y/N)".
           ACCEPT RAW-ANSWER.
           CALL "YESNOCNF" USING EXC-JOB-NAME RAW-ANSWER
                                  FOLDED-ANSWER VALID-SWITCH.
           IF  VALID-SWITCH = "Y"
           AND FOLDED-ANSWER = "Y"
               MOVE "J" TO CH-DISPOSITION
               PERFORM STAMP-THE-HOLD
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rejected."
           ELSE
               DISPLAY "Not rejected."
               ADD 1 TO OPEN-LEFT-COUNT
           END-IF.

       STAMP-THE-HOLD.
           MOVE OPERATOR-ID TO CH-WORKED-BY.
           MOVE BUSINESS-DATE TO CH-WORKED-DATE.
           MOVE ADD-CREDIT-HOLD-RECORD TO HD-RECORD-IMAGE (HD-IDX).

       SAVE-THE-HOLD-FILE.
           CALL "GENBACK" USING HOLD-MASTER-NAME.
           OPEN OUTPUT CREDIT-HOLD-FILE.
           PERFORM WRITE-ONE-HOLD-RECORD
               VARYING HD-IDX FROM 1 BY 1
               UNTIL HD-IDX > HOLD-COUNT.
           CLOSE CREDIT-HOLD-FILE.

       WRITE-ONE-HOLD-RECORD.
           MOVE HD-RECORD-IMAGE (HD-IDX) TO ADD-CREDIT-HOLD-RECORD.
           WRITE ADD-CREDIT-HOLD-RECORD.

      * Level 3 routines
       FIND-THE-CREDIT-ROW.
           MOVE "N" TO CREDIT-FOUND-SWITCH.
           IF CREDIT-COUNT > 0
               SET CR-IDX TO 1
               SEARCH CREDIT-ENTRY
                   WHEN CRT-CUST-NO (CR-IDX) = CH-CUST-NO
                       MOVE "Y" TO CREDIT-FOUND-SWITCH
               END-SEARCH
           END-IF.

       LOAD-THE-HOLD-FILE.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF HOLD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HOLD-RECORD
               PERFORM UNTIL NO-MORE-HOLD-RECORDS
                   IF HOLD-COUNT >= 2000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO HOLD-END-SWITCH
                   ELSE
                       ADD 1 TO HOLD-COUNT
                       SET HD-IDX TO HOLD-COUNT
                       MOVE ADD-CREDIT-HOLD-RECORD
                           TO HD-RECORD-IMAGE (HD-IDX)
                       PERFORM READ-THE-NEXT-HOLD-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE CREDIT-HOLD-FILE.

       READ-THE-NEXT-HOLD-RECORD.
           READ CREDIT-HOLD-FILE
               AT END
                   MOVE "Y" TO HOLD-END-SWITCH
           END-READ.

       LOAD-THE-CREDIT-LIMITS.
           OPEN INPUT NAME-CREDIT-FILE.
           IF CREDIT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CREDIT-RECORD
               PERFORM UNTIL NO-MORE-CREDIT-RECORDS
                   IF CREDIT-COUNT >= 1000
                       DISPLAY "Credit table full at 1000; "
                               "remaining NAMECRED rows ignored."
                       MOVE "Y" TO CREDIT-END-SWITCH
                   ELSE
                       ADD 1 TO CREDIT-COUNT
                       SET CR-IDX TO CREDIT-COUNT
                       MOVE NC-CUST-NO TO CRT-CUST-NO (CR-IDX)
                       IF NC-CREDIT-LIMIT IS NUMERIC
                           MOVE NC-CREDIT-LIMIT
                               TO CRT-CREDIT-LIMIT (CR-IDX)
                       ELSE
                           MOVE ZERO TO CRT-CREDIT-LIMIT (CR-IDX)
                       END-IF
                       MOVE NC-HOLD-FLAG TO CRT-HOLD-FLAG (CR-IDX)
                       PERFORM READ-THE-NEXT-CREDIT-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE NAME-CREDIT-FILE.

       READ-THE-NEXT-CREDIT-RECORD.
           READ NAME-CREDIT-FILE
               AT END
                   MOVE "Y" TO CREDIT-END-SWITCH
           END-READ.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "CRDREV01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "CRDREV01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
