       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKMAT01.
      *--------------------------------------------------
      * Bank reconciliation matching screen. Whatever the
      * nightly BNKREC01 run could not match stays open on
      * BNKOUT.DAT; each open item is shown in turn, the
      * way DUPREV01 walks the duplicate queue, to be:
      *
      *   M)atched -- the item numbers it answers to on the
      *   other side of the same cash account are keyed one
      *   at a time, a blank ending the list, so one bank
      *   deposit can be matched to several book lines or
      *   the other way about. The match is taken only when
      *   the items keyed come to the item's own amount;
      *
      *   W)ritten off -- a reason must be keyed, and a
      *   second operator of the supervisor group must pass
      *   it through the shared DUALAUTH routine. The next
      *   BNKREC01 run posts it to the account's write-off
      *   account on GLEXTR.DAT, and it is written to the
      *   exception log;
      *
      *   S)kipped, or Q)uit for now.
      *
      * Any operator on OPERCTL.DAT not suspended at access
      * recertification may work the screen. The operator
      * is stamped on every item decided, and BNKOUT.DAT
      * is rewritten after a GENBACK generation, under the
      * BNKOUT lock the import and the nightly run hold.
      *
      * OPERCTL.DAT is checked against its control seal
      * before anything is loaded, as DUPREV01 does.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OUTSTANDING-FILE ASSIGN TO "BNKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTSTANDING-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-CONTROL-FILE
               ASSIGN TO "OPERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTSTANDING-FILE.
       COPY BNKOUT.

       FD  OPERATOR-CONTROL-FILE.
       COPY OPERCTL.

       WORKING-STORAGE SECTION.

       01  OUTSTANDING-FILE-STATUS PIC XX.
       01  OPER-FILE-STATUS      PIC XX.
       01  OUTSTANDING-END-SWITCH PIC X      VALUE "N".
           88  NO-MORE-OUTSTANDING-ITEMS     VALUE "Y".
       01  OPER-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-OPERATORS             VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  OPERATOR-SWITCH       PIC X       VALUE "N".
           88  OPERATOR-IS-ACTIVE            VALUE "Y".

       01  ANSWER-CODE           PIC X.
       01  QUIT-SWITCH           PIC X       VALUE "N".
           88  TIME-TO-QUIT                  VALUE "Y".
       01  WRITE-OFF-REASON      PIC X(30).
       01  KEYED-ITEM-NUMBER     PIC X(7).
       01  WANTED-ITEM-NUMBER    PIC 9(7).
       01  KEYING-SWITCH         PIC X.
           88  KEYING-IS-DONE                VALUE "Y".
       01  ITEM-FOUND-SWITCH     PIC X.
           88  ITEM-WAS-FOUND                VALUE "Y".

       01  JOB-NAME              PIC X(8)    VALUE "BNKMAT01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  BUSINESS-DATE         PIC 9(8).
       01  REQUESTER-ID          PIC X(8).
       01  DUAL-ACTION-TEXT      PIC X(40).
       01  DUAL-APPROVED-SWITCH  PIC X.
           88  DECISION-IS-APPROVED          VALUE "Y".

      * The whole outstanding file, laid out as BNKOUT.cpy.
       01  ITEM-COUNT            PIC 9(5)    VALUE ZERO.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 1 TO 5000 TIMES
                           DEPENDING ON ITEM-COUNT
                           INDEXED BY BO-IDX BO-JDX.
               10  BOT-ITEM-NUMBER    PIC 9(7).
               10  FILLER             PIC X.
               10  BOT-CASH-ACCOUNT   PIC 9(6).
               10  FILLER             PIC X.
               10  BOT-SIDE           PIC X.
               10  FILLER             PIC X.
               10  BOT-ITEM-DATE      PIC 9(8).
               10  FILLER             PIC X.
               10  BOT-AMOUNT         PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
               10  FILLER             PIC X.
               10  BOT-REFERENCE      PIC X(12).
               10  FILLER             PIC X.
               10  BOT-ITEM-TYPE      PIC X(03).
               10  FILLER             PIC X.
               10  BOT-SOURCE         PIC X(10).
               10  FILLER             PIC X.
               10  BOT-ADDED-DATE     PIC 9(8).
               10  FILLER             PIC X.
               10  BOT-STATUS         PIC X.
               10  FILLER             PIC X.
               10  BOT-MATCH-NUMBER   PIC 9(7).
               10  FILLER             PIC X.
               10  BOT-WORKED-BY      PIC X(08).
               10  FILLER             PIC X.
               10  BOT-WORKED-DATE    PIC 9(8).
               10  FILLER             PIC X.
               10  BOT-REASON         PIC X(30).

      * The items keyed against the one on the screen.
       01  PICKED-COUNT          PIC 99      VALUE ZERO.
       01  PICKED-TABLE.
           05  PICKED-ENTRY OCCURS 20 TIMES
                             INDEXED BY PK-IDX.
               10  PKT-ITEM-SLOT      PIC 9(5).
       01  PICKED-SWITCH         PIC X.
           88  ITEM-ALREADY-PICKED           VALUE "Y".
       01  PICKED-TOTAL          PIC S9(11)V99.
       01  ITEM-SLOT             PIC 9(5).

       01  SHOWN-SIDE            PIC X(4).
       01  SHOWN-AMOUNT          PIC -(9)9.99.
       01  SHOWN-TOTAL           PIC -(9)9.99.

       01  MATCHED-COUNT         PIC 9(4)    VALUE ZERO.
       01  WRITTEN-OFF-COUNT     PIC 9(4)    VALUE ZERO.
       01  OPEN-LEFT-COUNT       PIC 9(4)    VALUE ZERO.

       01  OUTSTANDING-MASTER-NAME PIC X(8)  VALUE "BNKOUT".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "BNKMAT01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "BNKOUT".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "BNKMAT01".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM CHECK-THE-OPERATOR.
           IF NOT OPERATOR-IS-ACTIVE
               DISPLAY "Operator " OPERATOR-ID
                       " may not work the bank reconciliation."
               MOVE "Bank rec matching refused; no operator"
                   TO EXC-TEXT
               MOVE "AUTH" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "BNKMAT01"
               MOVE 8 TO RETURN-CODE
           ELSE
           MOVE "L" TO LOCK-ACTION
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-OUTSTANDING-ITEMS
               IF LOAD-DID-OVERFLOW
      * Rewriting the file from a partial table would drop
      * the records left out, so nothing is worked.
                   DISPLAY "BNKOUT.DAT exceeds the table; "
                           "nothing can be worked."
                   MOVE "Bank reconciliation item overflow"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
               IF ITEM-COUNT = ZERO
                   DISPLAY "No reconciling items on file."
               ELSE
                   PERFORM REVIEW-ONE-ITEM
                       VARYING BO-IDX FROM 1 BY 1
                       UNTIL BO-IDX > ITEM-COUNT
                          OR TIME-TO-QUIT
                   IF MATCHED-COUNT + WRITTEN-OFF-COUNT > ZERO
                       PERFORM SAVE-THE-OUTSTANDING-ITEMS
                   END-IF
                   DISPLAY "Items matched:     " MATCHED-COUNT
                   DISPLAY "Items written off: " WRITTEN-OFF-COUNT
                   DISPLAY "Still open:        " OPEN-LEFT-COUNT
               END-IF
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "BNKMAT01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The bank reconciliation items are in use; "
                       "try again later."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "BNKMAT01"
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

      * An item matched earlier on this screen is no
      * longer open, and is passed over.
       REVIEW-ONE-ITEM.
           IF BOT-STATUS (BO-IDX) = "O"
               PERFORM SHOW-AND-ASK
           END-IF.

       SHOW-AND-ASK.
           DISPLAY " ".
           PERFORM SHOW-THE-ITEM.
           DISPLAY "M)atch  W)rite off  S)kip  Q)uit?".
           MOVE SPACE TO ANSWER-CODE.
           ACCEPT ANSWER-CODE.
           EVALUATE ANSWER-CODE
               WHEN "M"
               WHEN "m"
                   PERFORM MATCH-THE-ITEM
               WHEN "W"
               WHEN "w"
                   PERFORM WRITE-OFF-THE-ITEM
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO QUIT-SWITCH
                   ADD 1 TO OPEN-LEFT-COUNT
               WHEN OTHER
                   ADD 1 TO OPEN-LEFT-COUNT
           END-EVALUATE.

      * The match is all or nothing: every item keyed is
      * closed with this one, or none is.
       MATCH-THE-ITEM.
           MOVE ZERO TO PICKED-COUNT PICKED-TOTAL.
           MOVE "N" TO KEYING-SWITCH.
           PERFORM KEY-ONE-MATCHING-ITEM
               UNTIL KEYING-IS-DONE.
           IF PICKED-COUNT = ZERO
               DISPLAY "Nothing keyed; not matched."
               ADD 1 TO OPEN-LEFT-COUNT
           ELSE
           IF PICKED-TOTAL NOT = BOT-AMOUNT (BO-IDX)
               MOVE PICKED-TOTAL TO SHOWN-TOTAL
               MOVE BOT-AMOUNT (BO-IDX) TO SHOWN-AMOUNT
               DISPLAY "Items keyed come to " SHOWN-TOTAL
                       ", not " SHOWN-AMOUNT "; not matched."
               ADD 1 TO OPEN-LEFT-COUNT
           ELSE
               PERFORM CLOSE-ONE-PICKED-ITEM
                   VARYING PK-IDX FROM 1 BY 1
                   UNTIL PK-IDX > PICKED-COUNT
               SET BO-JDX TO BO-IDX
               PERFORM CLOSE-THE-MATCHED-ITEM
               ADD 1 TO MATCHED-COUNT
               DISPLAY "Matched."
           END-IF
           END-IF.

      * No write-off goes through without a reason on it
      * and a second operator's approval.
       WRITE-OFF-THE-ITEM.
           DISPLAY "Reason for write-off?".
           MOVE SPACES TO WRITE-OFF-REASON.
           ACCEPT WRITE-OFF-REASON.
           IF WRITE-OFF-REASON = SPACES
               DISPLAY "A write-off needs a reason; not written off."
               ADD 1 TO OPEN-LEFT-COUNT
           ELSE
               MOVE SPACES TO DUAL-ACTION-TEXT
               STRING "WRITE OFF BANK REC ITEM " DELIMITED BY SIZE
                      BOT-ITEM-NUMBER (BO-IDX) DELIMITED BY SIZE
                   INTO DUAL-ACTION-TEXT
               MOVE OPERATOR-ID TO REQUESTER-ID
               CALL "DUALAUTH" USING JOB-NAME REQUESTER-ID
                                      DUAL-ACTION-TEXT
                                      DUAL-APPROVED-SWITCH
               IF DECISION-IS-APPROVED
                   MOVE "W" TO BOT-STATUS (BO-IDX)
                   MOVE WRITE-OFF-REASON TO BOT-REASON (BO-IDX)
                   MOVE OPERATOR-ID TO BOT-WORKED-BY (BO-IDX)
                   MOVE BUSINESS-DATE TO BOT-WORKED-DATE (BO-IDX)
                   ADD 1 TO WRITTEN-OFF-COUNT
                   MOVE "Bank rec w/o:" TO EXC-TEXT
                   MOVE WRITE-OFF-REASON (1:26) TO EXC-TEXT (15:26)
                   MOVE "DATA" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
                   DISPLAY "Written off; it posts on the next "
                           "nightly run."
               ELSE
                   MOVE "Bank rec write-off refused dual ctl"
                       TO EXC-TEXT
                   MOVE "AUTH" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
                   DISPLAY "Not approved; not written off."
                   ADD 1 TO OPEN-LEFT-COUNT
               END-IF
           END-IF.

       SAVE-THE-OUTSTANDING-ITEMS.
           CALL "GENBACK" USING OUTSTANDING-MASTER-NAME.
           OPEN OUTPUT OUTSTANDING-FILE.
           PERFORM WRITE-ONE-ITEM
               VARYING BO-IDX FROM 1 BY 1
               UNTIL BO-IDX > ITEM-COUNT.
           CLOSE OUTSTANDING-FILE.

       WRITE-ONE-ITEM.
           MOVE ITEM-ENTRY (BO-IDX) TO BANK-OUTSTANDING-RECORD.
           WRITE BANK-OUTSTANDING-RECORD.

      * Level 3 routines -- the screen.
       SHOW-THE-ITEM.
           IF BOT-SIDE (BO-IDX) = "B"
               MOVE "BOOK" TO SHOWN-SIDE
           ELSE
               MOVE "BANK" TO SHOWN-SIDE
           END-IF.
           MOVE BOT-AMOUNT (BO-IDX) TO SHOWN-AMOUNT.
           DISPLAY "Item " BOT-ITEM-NUMBER (BO-IDX)
                   "  " SHOWN-SIDE
                   "  cash account " BOT-CASH-ACCOUNT (BO-IDX)
                   "  dated " BOT-ITEM-DATE (BO-IDX).
           DISPLAY "  " SHOWN-AMOUNT
                   "  ref " BOT-REFERENCE (BO-IDX)
                   "  type " BOT-ITEM-TYPE (BO-IDX)
                   "  from " BOT-SOURCE (BO-IDX).

      * Only an open item on the other side of the same
      * cash account, not keyed already, can be taken.
       KEY-ONE-MATCHING-ITEM.
           MOVE PICKED-TOTAL TO SHOWN-TOTAL.
           DISPLAY "Matching item number (blank to end)?  "
                   "keyed so far " SHOWN-TOTAL.
           MOVE SPACES TO KEYED-ITEM-NUMBER.
           ACCEPT KEYED-ITEM-NUMBER.
           IF KEYED-ITEM-NUMBER = SPACES
               MOVE "Y" TO KEYING-SWITCH
           ELSE
           IF KEYED-ITEM-NUMBER IS NOT NUMERIC
               DISPLAY "Key the seven-digit item number."
           ELSE
               MOVE KEYED-ITEM-NUMBER TO WANTED-ITEM-NUMBER
               PERFORM FIND-THE-KEYED-ITEM
               IF NOT ITEM-WAS-FOUND
                   DISPLAY "No open item " WANTED-ITEM-NUMBER
                           " on the other side of this account."
               ELSE
                   PERFORM CHECK-THE-PICKED-LIST
                   IF ITEM-ALREADY-PICKED
                       DISPLAY "Item " WANTED-ITEM-NUMBER
                               " is keyed already."
                   ELSE
                   IF PICKED-COUNT >= 20
                       DISPLAY "No more than 20 items to a match."
                       MOVE "Y" TO KEYING-SWITCH
                   ELSE
                       ADD 1 TO PICKED-COUNT
                       SET PKT-ITEM-SLOT (PICKED-COUNT) TO BO-JDX
                       ADD BOT-AMOUNT (BO-JDX) TO PICKED-TOTAL
                       MOVE BOT-AMOUNT (BO-JDX) TO SHOWN-AMOUNT
                       DISPLAY "  " BOT-ITEM-DATE (BO-JDX)
                               "  " SHOWN-AMOUNT
                               "  ref " BOT-REFERENCE (BO-JDX)
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       FIND-THE-KEYED-ITEM.
           MOVE "N" TO ITEM-FOUND-SWITCH.
           SET BO-JDX TO 1.
           SEARCH ITEM-ENTRY VARYING BO-JDX
               WHEN BOT-ITEM-NUMBER (BO-JDX) = WANTED-ITEM-NUMBER
                AND BOT-STATUS (BO-JDX) = "O"
                AND BOT-CASH-ACCOUNT (BO-JDX)
                        = BOT-CASH-ACCOUNT (BO-IDX)
                AND BOT-SIDE (BO-JDX) NOT = BOT-SIDE (BO-IDX)
                   MOVE "Y" TO ITEM-FOUND-SWITCH
           END-SEARCH.

       CHECK-THE-PICKED-LIST.
           MOVE "N" TO PICKED-SWITCH.
           SET ITEM-SLOT TO BO-JDX.
           PERFORM VARYING PK-IDX FROM 1 BY 1
                   UNTIL PK-IDX > PICKED-COUNT
               IF PKT-ITEM-SLOT (PK-IDX) = ITEM-SLOT
                   MOVE "Y" TO PICKED-SWITCH
               END-IF
           END-PERFORM.

       CLOSE-ONE-PICKED-ITEM.
           SET BO-JDX TO PKT-ITEM-SLOT (PK-IDX).
           PERFORM CLOSE-THE-MATCHED-ITEM.

       CLOSE-THE-MATCHED-ITEM.
           MOVE "M" TO BOT-STATUS (BO-JDX).
           MOVE BOT-ITEM-NUMBER (BO-IDX) TO BOT-MATCH-NUMBER (BO-JDX).
           MOVE OPERATOR-ID TO BOT-WORKED-BY (BO-JDX).
           MOVE BUSINESS-DATE TO BOT-WORKED-DATE (BO-JDX).

      * Level 3 routines -- loading.
       LOAD-THE-OUTSTANDING-ITEMS.
           OPEN INPUT OUTSTANDING-FILE.
           IF OUTSTANDING-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-OUTSTANDING-ITEM
               PERFORM UNTIL NO-MORE-OUTSTANDING-ITEMS
                   IF ITEM-COUNT >= 5000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO OUTSTANDING-END-SWITCH
                   ELSE
                       ADD 1 TO ITEM-COUNT
                       MOVE BANK-OUTSTANDING-RECORD
                           TO ITEM-ENTRY (ITEM-COUNT)
                       PERFORM READ-THE-NEXT-OUTSTANDING-ITEM
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE OUTSTANDING-FILE.

       READ-THE-NEXT-OUTSTANDING-ITEM.
           READ OUTSTANDING-FILE
               AT END
                   MOVE "Y" TO OUTSTANDING-END-SWITCH
           END-READ.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "BNKMAT01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "BNKMAT01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
