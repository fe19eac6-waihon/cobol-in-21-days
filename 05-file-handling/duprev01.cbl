       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPREV01.
      *--------------------------------------------------
      * Suspected duplicate review. The ADDEDT01 pre-edit
      * holds on ADDDUPH.DAT every transaction whose
      * fingerprint matches one already taken earlier the
      * same night or on a night still inside the
      * duplicate window, and nothing posts it until
      * someone has looked. Each still-open item is shown
      * in turn, the way CRDREV01 walks the credit holds,
      * beside the night and feed record it repeats, to
      * be:
      *
      *   R)eleased -- a reason must be keyed, and is kept
      *   on the item and written to the exception log;
      *   the nightly DUPRCY01 step feeds it back into the
      *   next night's ADDTRNP, and the pre-edit lets it
      *   through;
      *
      *   reJ)ected -- confirmed through YESNOCNF, the
      *   transaction never posts;
      *
      *   S)kipped, or Q)uit for now.
      *
      * Any operator on OPERCTL.DAT not suspended at access
      * recertification may work the queue; anyone else is
      * refused before an item is shown. The operator is
      * stamped on every item decided, and ADDDUPH.DAT is
      * rewritten after a GENBACK generation, under the
      * ADDDUPH lock the pre-edit and the recycle step
      * hold.
      *
      * OPERCTL.DAT is checked against its control seal
      * before anything is loaded, as CRDREV01 does.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DUPLICATE-HOLD-FILE
               ASSIGN TO "ADDDUPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-CONTROL-FILE
               ASSIGN TO "OPERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPLICATE-HOLD-FILE.
       COPY ADDDUPH.

       FD  OPERATOR-CONTROL-FILE.
       COPY OPERCTL.

       WORKING-STORAGE SECTION.

       01  DUP-FILE-STATUS       PIC XX.
       01  OPER-FILE-STATUS      PIC XX.
       01  DUP-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-DUP-RECORDS           VALUE "Y".
       01  OPER-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-OPERATORS             VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  OPERATOR-SWITCH       PIC X       VALUE "N".
           88  OPERATOR-IS-ACTIVE            VALUE "Y".

       01  ANSWER-CODE           PIC X.
       01  QUIT-SWITCH           PIC X       VALUE "N".
           88  TIME-TO-QUIT                  VALUE "Y".
       01  RAW-ANSWER            PIC X(3).
       01  FOLDED-ANSWER         PIC X.
       01  VALID-SWITCH          PIC X.
       01  RELEASE-REASON        PIC X(30).

       01  JOB-NAME              PIC X(8)    VALUE "DUPREV01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  BUSINESS-DATE         PIC 9(8).

      * The whole duplicate file as record images.
       01  DUP-COUNT             PIC 9(4)    VALUE ZERO.
       01  DUP-TABLE.
           05  DUP-ENTRY OCCURS 1 TO 2000 TIMES
                          DEPENDING ON DUP-COUNT
                          INDEXED BY DQ-IDX.
               10  DQT-RECORD-IMAGE  PIC X(154).

       01  SHOWN-FIRST           PIC -(7)9.99.
       01  SHOWN-SECOND          PIC -(7)9.99.

       01  RELEASED-COUNT        PIC 9(4)    VALUE ZERO.
       01  REJECTED-COUNT        PIC 9(4)    VALUE ZERO.
       01  OPEN-LEFT-COUNT       PIC 9(4)    VALUE ZERO.

       01  DUP-MASTER-NAME       PIC X(8)    VALUE "ADDDUPH".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "DUPREV01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "ADDDUPH".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "DUPREV01".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM CHECK-THE-OPERATOR.
           IF NOT OPERATOR-IS-ACTIVE
               DISPLAY "Operator " OPERATOR-ID
                       " may not work the duplicate queue."
               MOVE "Duplicate review refused; no operator"
                   TO EXC-TEXT
               MOVE "AUTH" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "DUPREV01"
               MOVE 8 TO RETURN-CODE
           ELSE
           MOVE "L" TO LOCK-ACTION
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-DUPLICATE-FILE
               IF LOAD-DID-OVERFLOW
      * Rewriting the file from a partial table would drop
      * the records left out, so nothing is worked.
                   DISPLAY "ADDDUPH.DAT exceeds the table; "
                           "nothing can be worked."
                   MOVE "Duplicate hold table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
               IF DUP-COUNT = ZERO
                   DISPLAY "No suspected duplicates on file."
               ELSE
                   PERFORM REVIEW-ONE-DUPLICATE
                       VARYING DQ-IDX FROM 1 BY 1
                       UNTIL DQ-IDX > DUP-COUNT
                          OR TIME-TO-QUIT
                   IF RELEASED-COUNT + REJECTED-COUNT > ZERO
                       PERFORM SAVE-THE-DUPLICATE-FILE
                   END-IF
                   DISPLAY "Duplicates released: " RELEASED-COUNT
                   DISPLAY "Duplicates rejected: " REJECTED-COUNT
                   DISPLAY "Still open:          " OPEN-LEFT-COUNT
               END-IF
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "DUPREV01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The duplicate hold file is in use; "
                       "try again later."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "DUPREV01"
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

       REVIEW-ONE-DUPLICATE.
           MOVE DQT-RECORD-IMAGE (DQ-IDX)
               TO ADD-DUPLICATE-HOLD-RECORD.
           IF DQ-DISPOSITION = "O"
               PERFORM SHOW-AND-ASK
           END-IF.

       SHOW-AND-ASK.
           DISPLAY " ".
           DISPLAY "Held " DQ-HOLD-DATE
                   "  record " DQ-RECORD-NUMBER
                   "  customer " DQ-CUSTOMER.
           MOVE DQ-FIRST-NUMBER TO SHOWN-FIRST.
           MOVE DQ-SECOND-NUMBER TO SHOWN-SECOND.
           DISPLAY "  Company " DQ-COMPANY
                   "  type " DQ-TRANS-TYPE
                   "  cost center " DQ-COST-CENTER
                   "  " DQ-CURRENCY-CODE
                   "  " SHOWN-FIRST " + " SHOWN-SECOND.
           DISPLAY "  Repeats night " DQ-MATCH-DATE
                   "  record " DQ-MATCH-RECORD.
           DISPLAY "R)elease  reJ)ect  S)kip  Q)uit?".
           MOVE SPACE TO ANSWER-CODE.
           ACCEPT ANSWER-CODE.
           EVALUATE ANSWER-CODE
               WHEN "R"
               WHEN "r"
                   PERFORM RELEASE-THE-DUPLICATE
               WHEN "J"
               WHEN "j"
                   PERFORM REJECT-THE-DUPLICATE
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO QUIT-SWITCH
                   ADD 1 TO OPEN-LEFT-COUNT
               WHEN OTHER
                   ADD 1 TO OPEN-LEFT-COUNT
           END-EVALUATE.

      * No release goes through without a reason on it.
       RELEASE-THE-DUPLICATE.
           DISPLAY "Reason for release?".
           MOVE SPACES TO RELEASE-REASON.
           ACCEPT RELEASE-REASON.
           IF RELEASE-REASON = SPACES
               DISPLAY "A release needs a reason; not released."
               ADD 1 TO OPEN-LEFT-COUNT
           ELSE
               MOVE "L" TO DQ-DISPOSITION
               MOVE RELEASE-REASON TO DQ-RELEASE-REASON
               PERFORM STAMP-THE-DUPLICATE
               ADD 1 TO RELEASED-COUNT
               MOVE "Dup released:" TO EXC-TEXT
               MOVE RELEASE-REASON (1:26) TO EXC-TEXT (15:26)
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               DISPLAY "Released for the next night's feed."
           END-IF.

       REJECT-THE-DUPLICATE.
           DISPLAY "Reject this transaction for good? (Y/N)".
           ACCEPT RAW-ANSWER.
           CALL "YESNOCNF" USING EXC-JOB-NAME RAW-ANSWER
                                  FOLDED-ANSWER VALID-SWITCH.
           IF  VALID-SWITCH = "Y"
           AND FOLDED-ANSWER = "Y"
               MOVE "J" TO DQ-DISPOSITION
               PERFORM STAMP-THE-DUPLICATE
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rejected."
           ELSE
               DISPLAY "Not rejected."
               ADD 1 TO OPEN-LEFT-COUNT
           END-IF.

       STAMP-THE-DUPLICATE.
           MOVE OPERATOR-ID TO DQ-WORKED-BY.
           MOVE BUSINESS-DATE TO DQ-WORKED-DATE.
           MOVE ADD-DUPLICATE-HOLD-RECORD
               TO DQT-RECORD-IMAGE (DQ-IDX).

       SAVE-THE-DUPLICATE-FILE.
           CALL "GENBACK" USING DUP-MASTER-NAME.
           OPEN OUTPUT DUPLICATE-HOLD-FILE.
           PERFORM WRITE-ONE-DUPLICATE
               VARYING DQ-IDX FROM 1 BY 1
               UNTIL DQ-IDX > DUP-COUNT.
           CLOSE DUPLICATE-HOLD-FILE.

       WRITE-ONE-DUPLICATE.
           MOVE DQT-RECORD-IMAGE (DQ-IDX)
               TO ADD-DUPLICATE-HOLD-RECORD.
           WRITE ADD-DUPLICATE-HOLD-RECORD.

      * Level 3 routines
       LOAD-THE-DUPLICATE-FILE.
           OPEN INPUT DUPLICATE-HOLD-FILE.
           IF DUP-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-DUPLICATE
               PERFORM UNTIL NO-MORE-DUP-RECORDS
                   IF DUP-COUNT >= 2000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO DUP-END-SWITCH
                   ELSE
                       ADD 1 TO DUP-COUNT
                       SET DQ-IDX TO DUP-COUNT
                       MOVE ADD-DUPLICATE-HOLD-RECORD
                           TO DQT-RECORD-IMAGE (DQ-IDX)
                       PERFORM READ-THE-NEXT-DUPLICATE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE DUPLICATE-HOLD-FILE.

       READ-THE-NEXT-DUPLICATE.
           READ DUPLICATE-HOLD-FILE
               AT END
                   MOVE "Y" TO DUP-END-SWITCH
           END-READ.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "DUPREV01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "DUPREV01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
