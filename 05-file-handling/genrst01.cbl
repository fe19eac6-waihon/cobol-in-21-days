      * live file about to be replaced is itself backed up
      * first through GENBACK, so even a wrong rollback
      * can be rolled back.
      *
      * A master restored here no longer matches the
      * control seal its last writer left, so a sealed
      * master gets a fresh seal straight after the copy,
      * stamped with this job and the operator from the
      * BATCHPRM control card. Without it the next load
      * would refuse the very file just put back.
      *
      * GLBAL.DAT is an indexed file, so a GLBAL generation
      * is reloaded into it through its own FD. A GLBAL
      * generation cut before the ledger was converted
      * still holds the old flat layout, with no company
      * in front of the account; it is refused rather than
      * loaded under the wrong keys.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT OPTIONAL GENERATION-CATALOG-FILE
               ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  GENERATION-CATALOG-FILE.
       COPY GENCAT.


       01  CAT-FILE-STATUS       PIC XX.
       01  GEN-FILE-STATUS       PIC XX.
       01  BALANCE-FILE-STATUS   PIC XX.
       01  GENERATION-PATH       PIC X(40).
       01  LIVE-PATH             PIC X(40).
       01  CAT-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-GEN-LINES             VALUE "Y".

       01  WANTED-MASTER         PIC X(8).
           88  MASTER-CARRIES-A-SEAL         VALUE "NAMEMAST"
                                                   "WRDMAST"
                                                   "GLBAL"
                                                   "OPERCTL".
       01  WANTED-FILE           PIC X(40).
       01  LISTED-COUNT          PIC 9(3)    VALUE ZERO.
       01  CHOSEN-SWITCH         PIC X       VALUE "N".
       01  FOLDED-ANSWER         PIC X.
       01  VALID-SWITCH          PIC X.
       01  EXC-JOB-NAME          PIC X(8)    VALUE "GENRST01".
       01  JOB-NAME              PIC X(8)    VALUE "GENRST01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           DISPLAY "Master to roll back (NAMEMAST, WRDMAST, ...)?".
           ACCEPT WANTED-MASTER.
           PERFORM LIST-THE-GENERATIONS.
               INTO LIVE-PATH.
           OPEN INPUT GENERATION-FILE.
           IF GEN-FILE-STATUS = "00"
           AND WANTED-MASTER = "GLBAL"
               PERFORM READ-THE-NEXT-GEN-LINE
               IF NOT NO-MORE-GEN-LINES
               AND GENERATION-LINE (3:1) NOT = SPACE
                   DISPLAY "That generation predates the indexed "
                           "ledger; nothing restored."
                   CLOSE GENERATION-FILE
                   STOP RUN
               END-IF
           END-IF.
           IF GEN-FILE-STATUS = "00"
               IF WANTED-MASTER = "GLBAL"
                   PERFORM RELOAD-THE-BALANCE-MASTER
               ELSE
                   PERFORM COPY-THE-GENERATION
               END-IF
               IF MASTER-CARRIES-A-SEAL
                   PERFORM SEAL-THE-MASTER
               END-IF
               DISPLAY RESTORED-COUNT " record(s) restored to "
                       LIVE-PATH "."
               MOVE "Master rolled back:           " TO EXC-TEXT
           END-IF.
           CLOSE GENERATION-FILE.

       COPY-THE-GENERATION.
           OPEN OUTPUT LIVE-MASTER-FILE.
           PERFORM READ-THE-NEXT-GEN-LINE.
           PERFORM UNTIL NO-MORE-GEN-LINES
               MOVE GENERATION-LINE TO LIVE-MASTER-LINE
               WRITE LIVE-MASTER-LINE
               ADD 1 TO RESTORED-COUNT
               PERFORM READ-THE-NEXT-GEN-LINE
           END-PERFORM.
           CLOSE LIVE-MASTER-FILE.

      * The generation was unloaded in key order, so it
      * reloads with sequential WRITEs; the first line has
      * already been read by the layout check.
       RELOAD-THE-BALANCE-MASTER.
           OPEN OUTPUT GL-BALANCE-FILE.
           PERFORM UNTIL NO-MORE-GEN-LINES
               MOVE GENERATION-LINE TO GL-BALANCE-RECORD
               WRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "Out of order, not restored: "
                               GB-KEY
                   NOT INVALID KEY
                       ADD 1 TO RESTORED-COUNT
               END-WRITE
               PERFORM READ-THE-NEXT-GEN-LINE
           END-PERFORM.
           CLOSE GL-BALANCE-FILE.

       READ-THE-NEXT-GEN-LINE.
           READ GENERATION-FILE
               AT END
                   MOVE "Y" TO GEN-END-SWITCH
           END-READ.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE WANTED-MASTER TO SM-MASTER-NAME.
           MOVE "GENRST01" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
