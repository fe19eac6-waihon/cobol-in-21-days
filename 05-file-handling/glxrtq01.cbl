       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLXRTQ01.
      *--------------------------------------------------
      * Console queueing of a rejected GL transmission for
      * retransmission. The operator keys the sequence
      * number corporate rejected; it must be on the
      * GLXREG.DAT register as rejected, its archived
      * envelope GLXnnnnnn.DAT must still be on hand, and
      * it must not already be waiting on the queue. With
      * the register row shown and the choice confirmed
      * through YESNOCNF, the sequence is appended to
      * GLXRTQ.DAT with the operator and time, and the
      * nightly GLXACK01 step sends it again under the
      * same number -- no new GLSEQ number is taken.
      *
      * Holds the GLXACK01 lock while it runs so the queue
      * is never appended while the nightly step is
      * emptying it. The register is only read here.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSMIT-REGISTER-FILE
               ASSIGN TO "GLXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT OPTIONAL RETRANSMIT-QUEUE-FILE
               ASSIGN TO "GLXRTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.

           SELECT OPTIONAL TRANSMIT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSMIT-REGISTER-FILE.
       COPY GLXREG.

       FD  RETRANSMIT-QUEUE-FILE.
       COPY GLXRTQ.

       FD  TRANSMIT-ARCHIVE-FILE.
       01  TRANSMIT-ARCHIVE-RECORD   PIC X(82).

       WORKING-STORAGE SECTION.

       01  REGISTER-FILE-STATUS  PIC XX.
       01  QUEUE-FILE-STATUS     PIC XX.
       01  ARCHIVE-FILE-STATUS   PIC XX.
       01  ARCHIVE-PATH          PIC X(40).
       01  REGISTER-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-REGISTER-ROWS         VALUE "Y".
       01  QUEUE-END-SWITCH      PIC X.
           88  NO-MORE-QUEUED                VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  QUIT-SWITCH           PIC X       VALUE "N".
           88  OPERATOR-QUIT                 VALUE "Y".
       01  ARCHIVE-FOUND-SWITCH  PIC X.
           88  ARCHIVE-WAS-FOUND             VALUE "Y".
       01  ALREADY-QUEUED-SWITCH PIC X.
           88  SEQUENCE-ALREADY-QUEUED       VALUE "Y".

       01  JOB-NAME              PIC X(8)    VALUE "GLXRTQ01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".

       01  RAW-SEQUENCE          PIC X(6).
       01  WANTED-SEQUENCE       PIC 9(6).
       01  RAW-ANSWER            PIC X(3).
       01  FOLDED-ANSWER         PIC X.
       01  VALID-SWITCH          PIC X.
       01  BUSINESS-DATE         PIC 9(8).
       01  QUEUED-COUNT          PIC 9(4)    VALUE ZERO.

      * The register, read for lookup only.
       01  REGISTER-COUNT        PIC 9(4)    VALUE ZERO.
       01  REGISTER-TABLE.
           05  REGISTER-ENTRY OCCURS 1 TO 3000 TIMES
                               DEPENDING ON REGISTER-COUNT
                               INDEXED BY RG-IDX.
               10  RG-RECORD          PIC X(110).
               10  RG-SEQUENCE-NO     PIC 9(6).
       01  REGISTER-FOUND-SWITCH PIC X.
           88  REGISTER-WAS-FOUND            VALUE "Y".

       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLXRTQ01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLXACK01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLXRTQ01".
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-REGISTER
               IF LOAD-DID-OVERFLOW
                   DISPLAY "GLXREG.DAT exceeds the table; "
                           "nothing can be queued."
                   MOVE "Transmit register table overflow"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM QUEUE-ONE-SEQUENCE
                       UNTIL OPERATOR-QUIT
                   DISPLAY "Sequences queued: " QUEUED-COUNT
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLXRTQ01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "GLXACK01 is running; try again once it "
                       "ends."
               MOVE "Queueing refused; GLXACK01 lock held"
                   TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "GLXRTQ01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * A blank sequence number ends the session.
       QUEUE-ONE-SEQUENCE.
           DISPLAY "Retransmit which GL sequence (blank to quit)?".
           MOVE SPACES TO RAW-SEQUENCE.
           ACCEPT RAW-SEQUENCE.
           IF RAW-SEQUENCE = SPACES
               MOVE "Y" TO QUIT-SWITCH
           ELSE
           IF RAW-SEQUENCE IS NOT NUMERIC
               DISPLAY "The sequence must be six digits."
           ELSE
               MOVE RAW-SEQUENCE TO WANTED-SEQUENCE
               PERFORM CHECK-THE-SEQUENCE
           END-IF
           END-IF.

       CHECK-THE-SEQUENCE.
           PERFORM FIND-THE-REGISTER-ROW.
           IF NOT REGISTER-WAS-FOUND
               DISPLAY "Sequence " WANTED-SEQUENCE
                       " is not on GLXREG.DAT."
           ELSE
               MOVE RG-RECORD (RG-IDX) TO GL-TRANSMIT-REGISTER-RECORD
               IF XR-ACK-STATUS NOT = "R"
                   DISPLAY "Sequence " WANTED-SEQUENCE
                           " was not rejected; only a rejected "
                           "file is sent again."
               ELSE
                   PERFORM CHECK-THE-ARCHIVE
                   IF NOT ARCHIVE-WAS-FOUND
                       DISPLAY "The archive " ARCHIVE-PATH
                       DISPLAY "is missing; it cannot be resent."
                   ELSE
                       PERFORM CHECK-THE-QUEUE
                       IF SEQUENCE-ALREADY-QUEUED
                           DISPLAY "Sequence " WANTED-SEQUENCE
                                   " is already queued."
                       ELSE
                           PERFORM CONFIRM-THE-SEQUENCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONFIRM-THE-SEQUENCE.
           DISPLAY "Sequence " XR-SEQUENCE-NO
                   " cut " XR-RUN-DATE
                   " records " XR-RECORD-COUNT.
           DISPLAY "Rejected " XR-ACK-DATE ": " XR-ACK-REASON.
           DISPLAY "Queue it for tonight's retransmission? (Y/N)".
           ACCEPT RAW-ANSWER.
           CALL "YESNOCNF" USING EXC-JOB-NAME RAW-ANSWER
                                  FOLDED-ANSWER VALID-SWITCH.
           IF  VALID-SWITCH = "Y"
           AND FOLDED-ANSWER = "Y"
               PERFORM APPEND-THE-QUEUE-RECORD
               ADD 1 TO QUEUED-COUNT
               DISPLAY "Sequence " WANTED-SEQUENCE " queued."
           ELSE
               DISPLAY "Not queued."
           END-IF.

      * Level 3 routines
       LOAD-THE-REGISTER.
           OPEN INPUT TRANSMIT-REGISTER-FILE.
           IF REGISTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-REGISTER-ROW
               PERFORM UNTIL NO-MORE-REGISTER-ROWS
                   IF REGISTER-COUNT >= 3000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO REGISTER-END-SWITCH
                   ELSE
                       ADD 1 TO REGISTER-COUNT
                       SET RG-IDX TO REGISTER-COUNT
                       MOVE GL-TRANSMIT-REGISTER-RECORD
                           TO RG-RECORD (RG-IDX)
                       MOVE XR-SEQUENCE-NO TO RG-SEQUENCE-NO (RG-IDX)
                       PERFORM READ-THE-NEXT-REGISTER-ROW
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No GLXREG.DAT transmission register."
           END-IF.
           CLOSE TRANSMIT-REGISTER-FILE.

       READ-THE-NEXT-REGISTER-ROW.
           READ TRANSMIT-REGISTER-FILE
               AT END
                   MOVE "Y" TO REGISTER-END-SWITCH
           END-READ.

       FIND-THE-REGISTER-ROW.
           MOVE "N" TO REGISTER-FOUND-SWITCH.
           IF REGISTER-COUNT > 0
               SET RG-IDX TO 1
               SEARCH REGISTER-ENTRY
                   WHEN RG-SEQUENCE-NO (RG-IDX) = WANTED-SEQUENCE
                       MOVE "Y" TO REGISTER-FOUND-SWITCH
               END-SEARCH
           END-IF.

       CHECK-THE-ARCHIVE.
           MOVE SPACES TO ARCHIVE-PATH.
           STRING "GLX" DELIMITED BY SIZE
                  WANTED-SEQUENCE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO ARCHIVE-PATH.
           MOVE "N" TO ARCHIVE-FOUND-SWITCH.
           OPEN INPUT TRANSMIT-ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "00"
               MOVE "Y" TO ARCHIVE-FOUND-SWITCH
           END-IF.
           CLOSE TRANSMIT-ARCHIVE-FILE.

       CHECK-THE-QUEUE.
           MOVE "N" TO ALREADY-QUEUED-SWITCH.
           MOVE "N" TO QUEUE-END-SWITCH.
           OPEN INPUT RETRANSMIT-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-QUEUED
               PERFORM UNTIL NO-MORE-QUEUED
                   IF RQ-SEQUENCE-NO = WANTED-SEQUENCE
                       MOVE "Y" TO ALREADY-QUEUED-SWITCH
                   END-IF
                   PERFORM READ-THE-NEXT-QUEUED
               END-PERFORM
           END-IF.
           CLOSE RETRANSMIT-QUEUE-FILE.

       READ-THE-NEXT-QUEUED.
           READ RETRANSMIT-QUEUE-FILE
               AT END
                   MOVE "Y" TO QUEUE-END-SWITCH
           END-READ.

       APPEND-THE-QUEUE-RECORD.
           OPEN EXTEND RETRANSMIT-QUEUE-FILE.
           IF QUEUE-FILE-STATUS NOT = "00"
               OPEN OUTPUT RETRANSMIT-QUEUE-FILE
               CLOSE RETRANSMIT-QUEUE-FILE
               OPEN EXTEND RETRANSMIT-QUEUE-FILE
           END-IF.
           MOVE SPACES TO GL-RETRANSMIT-QUEUE-RECORD.
           MOVE WANTED-SEQUENCE TO RQ-SEQUENCE-NO.
           MOVE BUSINESS-DATE TO RQ-QUEUED-DATE.
           ACCEPT RQ-QUEUED-TIME FROM TIME.
           MOVE OPERATOR-ID TO RQ-OPERATOR-ID.
           WRITE GL-RETRANSMIT-QUEUE-RECORD.
           CLOSE RETRANSMIT-QUEUE-FILE.
