       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRDALM01.
      *--------------------------------------------------
      * Console maintenance for the word alias table.
      * WRDNRM01 rewrites each incoming word that matches
      * an alias on WRDALIAS.DAT to its canonical word
      * before the feed is sorted or applied; this is
      * where the aliases are kept. It works the way
      * WRDSRT07 works the word master: the table is
      * loaded sorted by list name then alias, kept
      * sorted by inserting each add at its place, and
      * saved back over the file at exit behind a GENBACK
      * generation, under the shared JOBLOCK so two
      * sessions can't erase each other's saves.
      *
      * An add is refused when the alias is already on
      * the list, when the alias and canonical word are
      * the same, when the canonical word is itself an
      * alias on the list, or when the new alias is
      * already some other alias's canonical word -- any
      * of these would let one pass of WRDNRM01 leave a
      * word that a second pass would change again. A
      * canonical word not yet on the word master list is
      * allowed, with a note, so the alias can be set up
      * ahead of the code.
      *
      * WRDMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WORD-ALIAS-FILE
               ASSIGN TO "WRDALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALIAS-FILE-STATUS.

           SELECT OPTIONAL WORD-MASTER-FILE
               ASSIGN TO "WRDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL ALIAS-LOCK-FILE
               ASSIGN TO "WRDALIAS.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALIAS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORD-ALIAS-FILE.
       COPY WRDALIAS.

       FD  WORD-MASTER-FILE.
       COPY WRDLIST.

       FD  ALIAS-LOCK-FILE.
       COPY JOBLOCK.

       WORKING-STORAGE SECTION.

       01  THE-LIST-NAME     PIC X(8).
       01  THE-ALIAS         PIC X(50).
       01  THE-CANONICAL     PIC X(50).
       01  ALIAS-FILE-STATUS PIC XX.
       01  MASTER-FILE-STATUS PIC XX.
       01  ALIAS-LOCK-STATUS PIC XX.
       01  ALIAS-END-SWITCH  PIC X         VALUE "N".
           88  NO-MORE-ALIAS-RECORDS       VALUE "Y".
       01  MASTER-END-SWITCH PIC X         VALUE "N".
           88  NO-MORE-MASTER-RECORDS      VALUE "Y".
       01  TRANSACTION-CODE  PIC X.
       01  EXIT-SWITCH       PIC X         VALUE "N".
           88  TIME-TO-EXIT                VALUE "Y".
       01  FOUND-SWITCH      PIC X.
           88  ALIAS-WAS-FOUND             VALUE "Y".
       01  CANONICAL-USE-SWITCH PIC X.
           88  ALIAS-IS-A-CANONICAL        VALUE "Y".
       01  ON-MASTER-SWITCH  PIC X.
           88  CANONICAL-IS-ON-MASTER      VALUE "Y".
       01  INSERT-IDX        PIC 9(3).
       01  SHIFT-IDX         PIC 9(3).
       01  LOCK-JOB-NAME     PIC X(8)      VALUE "WRDALIAS".
       01  LOCK-ACTION       PIC X.
       01  LOCK-RESULT       PIC X.
           88  ALIAS-LOCK-ACQUIRED         VALUE "Y".
       01  INQUIRY-ONLY-SWITCH PIC X       VALUE "N".
           88  RUNNING-INQUIRY-ONLY        VALUE "Y".
       01  WANTED-KEY.
           05  WK-LIST-NAME      PIC X(8).
           05  WK-ALIAS          PIC X(50).

       01  ALIAS-LIMIT       PIC 9(5)      VALUE 500.
       01  ALIAS-TABLE-NAME  PIC X(8)      VALUE "ALIASES".
       01  JOB-NAME          PIC X(8)      VALUE "WRDALM01".
       01  ALIAS-COUNT       PIC 9(3)      VALUE ZERO.
       01  ALIAS-TABLE.
           05  ALIAS-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON ALIAS-COUNT
                            ASCENDING KEY IS AT-SORT-KEY
                            INDEXED BY ALIAS-IDX.
               10  AT-SORT-KEY.
                   15  AT-LIST-NAME  PIC X(8).
                   15  AT-ALIAS      PIC X(50).
               10  AT-CANONICAL      PIC X(50).

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           MOVE "WRDMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "TBLLIMIT" USING JOB-NAME ALIAS-TABLE-NAME
                                  ALIAS-LIMIT.
           IF ALIAS-LIMIT > 500
               MOVE 500 TO ALIAS-LIMIT
           END-IF.
           PERFORM TAKE-THE-ALIAS-LOCK.
           PERFORM LOAD-THE-ALIAS-FILE.

           PERFORM UNTIL TIME-TO-EXIT
               PERFORM GET-THE-TRANSACTION-CODE
               PERFORM DO-THE-TRANSACTION
           END-PERFORM.

           IF RUNNING-INQUIRY-ONLY
               DISPLAY "Inquiry-only session; nothing saved."
           ELSE
               PERFORM SAVE-THE-ALIAS-FILE
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       TAKE-THE-ALIAS-LOCK.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                 LOCK-RESULT.
           IF NOT ALIAS-LOCK-ACQUIRED
               MOVE "Y" TO INQUIRY-ONLY-SWITCH
               OPEN INPUT ALIAS-LOCK-FILE
               IF ALIAS-LOCK-STATUS = "00"
                   READ ALIAS-LOCK-FILE
                       NOT AT END
                           DISPLAY "The alias table is locked by "
                                   JL-JOB-NAME " since "
                                   JL-RUN-DATE " " JL-RUN-TIME "."
                   END-READ
               END-IF
               CLOSE ALIAS-LOCK-FILE
               DISPLAY "Opening inquiry-only; no changes will "
                       "be saved."
           END-IF.

       LOAD-THE-ALIAS-FILE.
           MOVE ZERO TO ALIAS-COUNT.
           OPEN INPUT WORD-ALIAS-FILE.
           IF ALIAS-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ALIAS-RECORD
               PERFORM UNTIL NO-MORE-ALIAS-RECORDS
      * The load guard is the compiled maximum, as in
      * WRDSRT07, so a tuned-down limit never drops rows
      * on the exit save.
                   IF ALIAS-COUNT >= 500
                       DISPLAY "Alias table exceeds the table; "
                               "remaining records not loaded."
                       MOVE "Y" TO ALIAS-END-SWITCH
                   ELSE
                   ADD 1 TO ALIAS-COUNT
                   SET ALIAS-IDX TO ALIAS-COUNT
                   MOVE WN-LIST-NAME TO AT-LIST-NAME (ALIAS-IDX)
                   MOVE WN-ALIAS     TO AT-ALIAS (ALIAS-IDX)
                   MOVE WN-CANONICAL TO AT-CANONICAL (ALIAS-IDX)
                   PERFORM READ-THE-NEXT-ALIAS-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE WORD-ALIAS-FILE.

       READ-THE-NEXT-ALIAS-RECORD.
           READ WORD-ALIAS-FILE
               AT END
                   MOVE "Y" TO ALIAS-END-SWITCH
           END-READ.

      * The outgoing table is kept as a dated generation
      * first, so a bad save has something to roll back
      * to.
       SAVE-THE-ALIAS-FILE.
           CALL "GENBACK" USING LOCK-JOB-NAME.
           OPEN OUTPUT WORD-ALIAS-FILE.
           PERFORM WRITE-ONE-ALIAS-RECORD
               VARYING ALIAS-IDX FROM 1 BY 1
               UNTIL ALIAS-IDX > ALIAS-COUNT.
           CLOSE WORD-ALIAS-FILE.

       WRITE-ONE-ALIAS-RECORD.
           MOVE SPACES TO WORD-ALIAS-RECORD.
           MOVE AT-LIST-NAME (ALIAS-IDX) TO WN-LIST-NAME.
           MOVE AT-ALIAS (ALIAS-IDX) TO WN-ALIAS.
           MOVE AT-CANONICAL (ALIAS-IDX) TO WN-CANONICAL.
           WRITE WORD-ALIAS-RECORD.

       GET-THE-TRANSACTION-CODE.
           DISPLAY "A)dd  L)ookup  R)emove  D)isplay all  X)it".
           DISPLAY "Transaction?".
           ACCEPT TRANSACTION-CODE.

       DO-THE-TRANSACTION.
           IF  RUNNING-INQUIRY-ONLY
           AND (TRANSACTION-CODE = "A" OR TRANSACTION-CODE = "R")
               DISPLAY "The alias table is locked for update; "
                       "this session is inquiry-only."
           ELSE
               PERFORM DISPATCH-THE-TRANSACTION
           END-IF.

       DISPATCH-THE-TRANSACTION.
           EVALUATE TRANSACTION-CODE
               WHEN "A"
                   PERFORM ADD-AN-ALIAS
               WHEN "L"
                   PERFORM LOOKUP-AN-ALIAS
               WHEN "R"
                   PERFORM REMOVE-AN-ALIAS
               WHEN "D"
                   PERFORM DISPLAY-ALL-ALIASES
               WHEN "X"
                   MOVE "Y" TO EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code."
           END-EVALUATE.

       GET-THE-LIST-AND-ALIAS.
           DISPLAY "Which list?".
           ACCEPT THE-LIST-NAME.
           DISPLAY "Enter the alias.".
           ACCEPT THE-ALIAS.
           MOVE THE-LIST-NAME TO WK-LIST-NAME.
           MOVE THE-ALIAS TO WK-ALIAS.

       FIND-THE-ALIAS.
           MOVE "N" TO FOUND-SWITCH.
           IF ALIAS-COUNT > 0
               SET ALIAS-IDX TO 1
               SEARCH ALL ALIAS-ENTRY
                   WHEN AT-SORT-KEY (ALIAS-IDX) = WANTED-KEY
                       MOVE "Y" TO FOUND-SWITCH
               END-SEARCH
           END-IF.

       ADD-AN-ALIAS.
           PERFORM GET-THE-LIST-AND-ALIAS.
           DISPLAY "Enter the canonical word.".
           ACCEPT THE-CANONICAL.
           PERFORM CHECK-THE-ALIAS-AS-CANONICAL.
           MOVE THE-CANONICAL TO WK-ALIAS.
           PERFORM FIND-THE-ALIAS.
           IF ALIAS-WAS-FOUND
               DISPLAY "The canonical word is itself an alias "
                       "on that list; alias not added."
           ELSE
           IF ALIAS-IS-A-CANONICAL
               DISPLAY "That alias is another alias's canonical "
                       "word; alias not added."
           ELSE
           IF THE-ALIAS = THE-CANONICAL
               DISPLAY "An alias can't be its own canonical "
                       "word; alias not added."
           ELSE
               MOVE THE-ALIAS TO WK-ALIAS
               PERFORM FIND-THE-ALIAS
               IF ALIAS-WAS-FOUND
                   DISPLAY "That alias is already on that list."
               ELSE IF ALIAS-COUNT >= ALIAS-LIMIT
                   DISPLAY "The alias table is full at "
                           ALIAS-LIMIT "; alias not added."
               ELSE
                   PERFORM INSERT-THE-ALIAS
                   DISPLAY "Alias added to " THE-LIST-NAME "."
                   PERFORM CHECK-THE-CANONICAL-ON-MASTER
                   IF NOT CANONICAL-IS-ON-MASTER
                       DISPLAY "Note: " THE-CANONICAL
                       DISPLAY "is not on the word master list "
                               THE-LIST-NAME " yet."
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-THE-ALIAS-AS-CANONICAL.
           MOVE "N" TO CANONICAL-USE-SWITCH.
           PERFORM CHECK-ONE-CANONICAL
               VARYING ALIAS-IDX FROM 1 BY 1
               UNTIL ALIAS-IDX > ALIAS-COUNT.

       CHECK-ONE-CANONICAL.
           IF  AT-LIST-NAME (ALIAS-IDX) = THE-LIST-NAME
           AND AT-CANONICAL (ALIAS-IDX) = THE-ALIAS
               MOVE "Y" TO CANONICAL-USE-SWITCH
           END-IF.

       CHECK-THE-CANONICAL-ON-MASTER.
           MOVE "N" TO ON-MASTER-SWITCH.
           MOVE "N" TO MASTER-END-SWITCH.
           OPEN INPUT WORD-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   IF  WL-LIST-NAME = THE-LIST-NAME
                   AND WL-WORD = THE-CANONICAL
                       MOVE "Y" TO ON-MASTER-SWITCH
                       MOVE "Y" TO MASTER-END-SWITCH
                   ELSE
                       PERFORM READ-THE-NEXT-MASTER-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE WORD-MASTER-FILE.

       READ-THE-NEXT-MASTER-RECORD.
           READ WORD-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-END-SWITCH
           END-READ.

      * Same sorted-position insert WRDSRT07 uses, on the
      * list-name/alias key.
       INSERT-THE-ALIAS.
           ADD 1 TO ALIAS-COUNT.
           MOVE ALIAS-COUNT TO INSERT-IDX.
           PERFORM UNTIL INSERT-IDX = 1
                       OR AT-SORT-KEY (INSERT-IDX - 1) <= WANTED-KEY
               MOVE ALIAS-ENTRY (INSERT-IDX - 1)
                   TO ALIAS-ENTRY (INSERT-IDX)
               SUBTRACT 1 FROM INSERT-IDX
           END-PERFORM.
           MOVE WANTED-KEY TO AT-SORT-KEY (INSERT-IDX).
           MOVE THE-CANONICAL TO AT-CANONICAL (INSERT-IDX).

       LOOKUP-AN-ALIAS.
           PERFORM GET-THE-LIST-AND-ALIAS.
           PERFORM FIND-THE-ALIAS.
           IF ALIAS-WAS-FOUND
               DISPLAY "On " AT-LIST-NAME (ALIAS-IDX) ": "
                       AT-ALIAS (ALIAS-IDX)
               DISPLAY "  stands for " AT-CANONICAL (ALIAS-IDX)
           ELSE
               DISPLAY "That alias is not on that list."
           END-IF.

       REMOVE-AN-ALIAS.
           PERFORM GET-THE-LIST-AND-ALIAS.
           PERFORM FIND-THE-ALIAS.
           IF ALIAS-WAS-FOUND
               PERFORM SHIFT-ALIASES-DOWN
                   VARYING SHIFT-IDX FROM ALIAS-IDX BY 1
                   UNTIL SHIFT-IDX >= ALIAS-COUNT
               SUBTRACT 1 FROM ALIAS-COUNT
               DISPLAY "Alias removed from " THE-LIST-NAME "."
           ELSE
               DISPLAY "That alias is not on that list."
           END-IF.

       SHIFT-ALIASES-DOWN.
           MOVE ALIAS-ENTRY (SHIFT-IDX + 1)
               TO ALIAS-ENTRY (SHIFT-IDX).

       DISPLAY-ALL-ALIASES.
           IF ALIAS-COUNT = 0
               DISPLAY "No aliases on file."
           ELSE
               PERFORM DISPLAY-ONE-ALIAS
                   VARYING ALIAS-IDX FROM 1 BY 1
                   UNTIL ALIAS-IDX > ALIAS-COUNT
           END-IF.

       DISPLAY-ONE-ALIAS.
           DISPLAY AT-LIST-NAME (ALIAS-IDX) " "
                   AT-ALIAS (ALIAS-IDX).
           DISPLAY "         -> " AT-CANONICAL (ALIAS-IDX).

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "WRDALM01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
