      * its list -- one master and one integrity check
      * instead of each department keeping its own copy of
      * this utility in its own directory.
      *
      * Each add and remove keyed here is now written to
      * the WRDAUD.DAT word audit trail, the same record
      * WRDBAT01 writes for the weekly batch (operator ID
      * from this job's BATCHPRM control card), so the
      * trail holds every change to a list and WRDHST01
      * can rebuild a list as it stood at any moment.
      *
      * WRDMAST.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-LOCK-STATUS.

           SELECT OPTIONAL WORD-AUDIT-FILE ASSIGN TO "WRDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORD-MASTER-FILE.
       FD  MASTER-LOCK-FILE.
       COPY JOBLOCK.

       FD  WORD-AUDIT-FILE.
       COPY WRDAUD.

       WORKING-STORAGE SECTION.

       01  THE-LIST-NAME     PIC X(8).
       01  INSERT-IDX        PIC 9(3).
       01  SHIFT-IDX         PIC 9(3).
       01  MASTER-LOCK-STATUS PIC XX.
       01  AUDIT-FILE-STATUS PIC XX.
       01  AUDIT-ACTION      PIC X.
       01  OPERATOR-ID       PIC X(8)      VALUE "OPER001".
       01  VERBOSE-SWITCH    PIC X         VALUE "N".
       01  LOCK-JOB-NAME     PIC X(8)      VALUE "WRDMAST".
       01  LOCK-ACTION       PIC X.
       01  LOCK-RESULT       PIC X.
                   15  WD-LIST-NAME  PIC X(8).
                   15  WD-TEXT       PIC X(50).

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           IF WORD-LIMIT > 500
               MOVE 500 TO WORD-LIMIT
           END-IF.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM TAKE-THE-MASTER-LOCK.
           MOVE "WRDMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM LOAD-THE-MASTER-FILE.

           PERFORM UNTIL TIME-TO-EXIT
               VARYING WORD-IDX FROM 1 BY 1
               UNTIL WORD-IDX > WORD-COUNT.
           CLOSE WORD-MASTER-FILE.
           PERFORM SEAL-THE-MASTER.

       WRITE-ONE-MASTER-RECORD.
           MOVE SPACES TO WORD-LIST-RECORD.
                       "; word not added."
           ELSE
               PERFORM INSERT-THE-WORD
               MOVE "A" TO AUDIT-ACTION
               PERFORM WRITE-THE-AUDIT-RECORD
               DISPLAY "Word added to " THE-LIST-NAME "."
           END-IF.

                   VARYING SHIFT-IDX FROM WORD-IDX BY 1
                   UNTIL SHIFT-IDX >= WORD-COUNT
               SUBTRACT 1 FROM WORD-COUNT
               MOVE "D" TO AUDIT-ACTION
               PERFORM WRITE-THE-AUDIT-RECORD
               DISPLAY "Word removed from " THE-LIST-NAME "."
           ELSE
               DISPLAY "That word is not on that list."
           MOVE WD-SORT-KEY (SHIFT-IDX + 1)
               TO WD-SORT-KEY (SHIFT-IDX).

      * Same audit record WRDBAT01 writes; a remove is
      * action "D", as on its WRDTRN.DAT transactions.
       WRITE-THE-AUDIT-RECORD.
           PERFORM OPEN-THE-AUDIT-FOR-APPEND.
           MOVE SPACES TO WORD-AUDIT-RECORD.
           ACCEPT WA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WA-RUN-TIME FROM TIME.
           MOVE OPERATOR-ID TO WA-OPERATOR-ID.
           MOVE AUDIT-ACTION TO WA-ACTION.
           MOVE THE-LIST-NAME TO WA-LIST-NAME.
           MOVE THE-WORD TO WA-WORD.
           WRITE WORD-AUDIT-RECORD.
           CLOSE WORD-AUDIT-FILE.

       OPEN-THE-AUDIT-FOR-APPEND.
           OPEN EXTEND WORD-AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT WORD-AUDIT-FILE
               CLOSE WORD-AUDIT-FILE
               OPEN EXTEND WORD-AUDIT-FILE
           END-IF.

       DISPLAY-ALL-WORDS.
           IF WORD-COUNT = 0
               DISPLAY "No words on file."

       DISPLAY-ONE-WORD.
           DISPLAY WD-LIST-NAME (WORD-IDX) " " WD-TEXT (WORD-IDX).

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "WRDSRT07" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               IF MASTER-LOCK-ACQUIRED
                   MOVE "U" TO LOCK-ACTION
                   CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                         LOCK-RESULT
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "WRDMAST" TO SM-MASTER-NAME.
           MOVE "WRDSRT07" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
