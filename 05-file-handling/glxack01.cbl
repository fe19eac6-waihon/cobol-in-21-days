       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLXACK01.
      *--------------------------------------------------
      * Inbound acknowledgment processing for the GL
      * transmissions GLXMIT01 registers on GLXREG.DAT.
      * Until now a file left and nothing said whether
      * corporate took it. Run nightly after GLXMIT01,
      * this reads the acknowledgments corporate sent back
      * in GLXACK.DAT and matches each to the register by
      * sequence number: accepted or rejected, the date
      * and the reason go on the register row, and a
      * record count or hash total that differs from what
      * the trailer carried is flagged ("C", "H", or "B")
      * and called out. An acknowledgment for a sequence
      * never sent, or one dated before the latest
      * retransmission of its file, is reported and
      * ignored.
      *
      * Sequences operations queued on GLXRTQ.DAT through
      * GLXRTQ01 are then sent again: each one's archived
      * envelope GLXnnnnnn.DAT is copied to GLXRTX.DAT as
      * it was first cut, header sequence and all, so no
      * new GLSEQ number is consumed. The register row goes
      * back to pending with the retransmission counted
      * and dated, and the queue is emptied. A queued
      * sequence whose archive is gone stays queued.
      *
      * Last, every row still pending is aged in BUSCAL
      * business days from the night it was sent (or last
      * sent again). One waiting GLXACKCT.DAT's allowance
      * or longer raises an OPERMSG.DAT alert each night
      * until corporate answers.
      *
      * GLXACKR.DAT lists the night's acknowledgments, the
      * retransmissions, and everything still waiting. The
      * register is rewritten after a GENBACK generation.
      * Anything rejected, mismatched, unmatched, overdue,
      * left queued, or queued but not on the register
      * ends the step RC=4.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSMIT-REGISTER-FILE
               ASSIGN TO "GLXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT OPTIONAL ACKNOWLEDGMENT-FILE
               ASSIGN TO "GLXACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.

           SELECT OPTIONAL ACK-CONTROL-FILE
               ASSIGN TO "GLXACKCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-CONTROL-FILE-STATUS.

           SELECT OPTIONAL RETRANSMIT-QUEUE-FILE
               ASSIGN TO "GLXRTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.

           SELECT OPTIONAL TRANSMIT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT RETRANSMIT-FILE ASSIGN TO "GLXRTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-MESSAGE-FILE
               ASSIGN TO "OPERMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FILE-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "GLXACKR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSMIT-REGISTER-FILE.
       COPY GLXREG.

       FD  ACKNOWLEDGMENT-FILE.
       COPY GLXACK.

       FD  ACK-CONTROL-FILE.
       COPY GLXACKCT.

       FD  RETRANSMIT-QUEUE-FILE.
       COPY GLXRTQ.

       FD  TRANSMIT-ARCHIVE-FILE.
       01  TRANSMIT-ARCHIVE-RECORD   PIC X(82).

       FD  RETRANSMIT-FILE.
       01  RETRANSMIT-RECORD         PIC X(82).

       FD  OPERATOR-MESSAGE-FILE.
       COPY OPERMSG.

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       01  REGISTER-FILE-STATUS  PIC XX.
       01  ACK-FILE-STATUS       PIC XX.
       01  ACK-CONTROL-FILE-STATUS PIC XX.
       01  QUEUE-FILE-STATUS     PIC XX.
       01  ARCHIVE-FILE-STATUS   PIC XX.
       01  MSG-FILE-STATUS       PIC XX.
       01  ARCHIVE-PATH          PIC X(40).
       01  REGISTER-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-REGISTER-ROWS         VALUE "Y".
       01  ACK-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-ACKNOWLEDGMENTS       VALUE "Y".
       01  QUEUE-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-QUEUED                VALUE "Y".
       01  ARCHIVE-END-SWITCH    PIC X.
           88  NO-MORE-ARCHIVE-RECORDS       VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  ARCHIVE-FOUND-SWITCH  PIC X.
           88  ARCHIVE-WAS-FOUND             VALUE "Y".
       01  RETRANSMIT-OPEN-SWITCH PIC X      VALUE "N".
           88  RETRANSMIT-FILE-IS-OPEN       VALUE "Y".

       01  REGISTER-MASTER-NAME  PIC X(8)    VALUE "GLXREG".

      * Every register row, kept whole so it can be
      * updated and written back.
       01  REGISTER-COUNT        PIC 9(4)    VALUE ZERO.
       01  REGISTER-TABLE.
           05  REGISTER-ENTRY OCCURS 1 TO 3000 TIMES
                               DEPENDING ON REGISTER-COUNT
                               INDEXED BY RG-IDX.
               10  RG-RECORD          PIC X(110).
               10  RG-SEQUENCE-NO     PIC 9(6).
               10  RG-RESENT-TONIGHT  PIC X.
               10  RG-KEPT-QUEUE      PIC X(33).
       01  REGISTER-FOUND-SWITCH PIC X.
           88  REGISTER-WAS-FOUND            VALUE "Y".
       01  WANTED-SEQUENCE       PIC 9(6).

       01  OVERDUE-DAYS          PIC 9(3)    VALUE 3.
       01  WAIT-FROM-DATE        PIC 9(8).
       01  DAYS-WAITING          PIC 9(3).
       01  CAL-ACTION            PIC X.
       01  CAL-DATE-IN           PIC 9(8).
       01  CAL-DATE-OUT          PIC 9(8).
       01  CAL-BUSDAY-SWITCH     PIC X.
           88  CAL-DATE-IS-BUSDAY            VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  ALERT-TEXT            PIC X(40).
       01  ACK-OUTCOME           PIC X(10).

       01  ACK-COUNT             PIC 9(5)    VALUE ZERO.
       01  ACCEPTED-COUNT        PIC 9(5)    VALUE ZERO.
       01  REJECTED-COUNT        PIC 9(5)    VALUE ZERO.
       01  MISMATCH-COUNT        PIC 9(5)    VALUE ZERO.
       01  UNMATCHED-COUNT       PIC 9(5)    VALUE ZERO.
       01  RESENT-COUNT          PIC 9(5)    VALUE ZERO.
       01  STILL-QUEUED-COUNT    PIC 9(5)    VALUE ZERO.
       01  PENDING-COUNT         PIC 9(5)    VALUE ZERO.
       01  QUEUED-READ-COUNT     PIC 9(5)    VALUE ZERO.
       01  DROPPED-COUNT         PIC 9(5)    VALUE ZERO.
       01  OVERDUE-COUNT         PIC 9(5)    VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLXACK01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLXACK01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       01  ACK-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "GLXACK01 GL TRANSMISSION ACKNOWLEDGMENT".
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY AH1-RUN-DATE.

       01  ACK-SECTION-LINE.
           05  AS-CAPTION         PIC X(40).

       01  RECEIVED-HEADING.
           05  FILLER             PIC X(8)  VALUE "SEQ".
           05  FILLER             PIC X(12) VALUE "RESULT".
           05  FILLER             PIC X(10) VALUE "DATED".
           05  FILLER             PIC X(40) VALUE "NOTES".

       01  RECEIVED-LINE.
           05  RL-SEQUENCE-NO     PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-OUTCOME         PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-ACK-DATE        PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-NOTE            PIC X(40).

       01  REASON-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "REASON: ".
           05  RN-REASON          PIC X(30).

       01  FIGURES-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FG-CAPTION         PIC X(6).
           05  FILLER             PIC X(7)  VALUE " COUNT ".
           05  FG-COUNT           PIC ZZZZZZ9.
           05  FILLER             PIC X(6)  VALUE " HASH ".
           05  FG-HASH            PIC -(13)9.99.

       01  RESENT-HEADING.
           05  FILLER             PIC X(8)  VALUE "SEQ".
           05  FILLER             PIC X(10) VALUE "FIRST CUT".
           05  FILLER             PIC X(10) VALUE "  RECORDS".
           05  FILLER             PIC X(10) VALUE "   TIMES".

       01  RESENT-LINE.
           05  RS-SEQUENCE-NO     PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RS-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RS-RECORD-COUNT    PIC ZZZZZZ9.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  RS-TIMES           PIC Z9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RS-NOTE            PIC X(30).

       01  PENDING-HEADING.
           05  FILLER             PIC X(8)  VALUE "SEQ".
           05  FILLER             PIC X(10) VALUE "SENT".
           05  FILLER             PIC X(10) VALUE "  BUS DAYS".

       01  PENDING-LINE.
           05  PL-SEQUENCE-NO     PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PL-SENT-DATE       PIC 9(8).
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  PL-DAYS            PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PL-FLAG            PIC X(11).

       01  ACK-SUMMARY-LINE-1.
           05  FILLER             PIC X(10) VALUE "Accepted: ".
           05  SM-ACCEPTED        PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  Rejected: ".
           05  SM-REJECTED        PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE "  Mismatched: ".
           05  SM-MISMATCHED      PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE "  Unmatched: ".
           05  SM-UNMATCHED       PIC ZZZZ9.

       01  ACK-SUMMARY-LINE-2.
           05  FILLER             PIC X(10) VALUE "Resent:   ".
           05  SM-RESENT          PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  Queued:   ".
           05  SM-QUEUED          PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE "  Pending:    ".
           05  SM-PENDING         PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE "  Overdue:   ".
           05  SM-OVERDUE         PIC ZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLXACK01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-ACK-CONTROL
               PERFORM LOAD-THE-REGISTER
               IF LOAD-DID-OVERFLOW
      * Rewriting the register from a partial table would
      * lose the rows left out.
                   DISPLAY "GLXREG.DAT exceeds the table; "
                           "run abandoned, nothing recorded."
                   MOVE "Transmit register table overflow"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM PROCESS-THE-NIGHTS-WORK
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLXACK01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF REJECTED-COUNT > ZERO
                   OR MISMATCH-COUNT > ZERO
                   OR UNMATCHED-COUNT > ZERO
                   OR OVERDUE-COUNT > ZERO
                   OR STILL-QUEUED-COUNT > ZERO
                   OR DROPPED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "GLXACK01 is already running; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "GLXACK01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       PROCESS-THE-NIGHTS-WORK.
           OPEN OUTPUT ACK-REPORT-FILE.
           MOVE BUSINESS-DATE TO AH1-RUN-DATE.
           MOVE ACK-HEADING-1 TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           MOVE "ACKNOWLEDGMENTS RECEIVED" TO AS-CAPTION.
           PERFORM WRITE-ONE-SECTION-HEADING.
           MOVE RECEIVED-HEADING TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           PERFORM MATCH-THE-ACKNOWLEDGMENTS.
           IF ACK-COUNT = ZERO
               MOVE "  (none)" TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.
           MOVE "RETRANSMITTED TONIGHT" TO AS-CAPTION.
           PERFORM WRITE-ONE-SECTION-HEADING.
           MOVE RESENT-HEADING TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           PERFORM SEND-THE-QUEUED-RETRANSMISSIONS.
           IF QUEUED-READ-COUNT = ZERO
               MOVE "  (none)" TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.
           MOVE "AWAITING ACKNOWLEDGMENT" TO AS-CAPTION.
           PERFORM WRITE-ONE-SECTION-HEADING.
           MOVE PENDING-HEADING TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           PERFORM AGE-ONE-PENDING-ROW
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > REGISTER-COUNT.
           IF PENDING-COUNT = ZERO
               MOVE "  (none)" TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.
           PERFORM WRITE-THE-SUMMARY-LINES.
           CLOSE ACK-REPORT-FILE.
           IF  ACK-COUNT > ZERO
           OR  RESENT-COUNT > ZERO
               PERFORM SAVE-THE-REGISTER
           END-IF.
           DISPLAY "Acknowledgments read: " ACK-COUNT.
           DISPLAY "Transmissions resent: " RESENT-COUNT.
           DISPLAY "Transmissions overdue: " OVERDUE-COUNT.

       WRITE-ONE-SECTION-HEADING.
           MOVE SPACES TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           MOVE ACK-SECTION-LINE TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.

      * Level 3 routines -- loading.
       LOAD-THE-ACK-CONTROL.
           OPEN INPUT ACK-CONTROL-FILE.
           IF ACK-CONTROL-FILE-STATUS = "00"
               READ ACK-CONTROL-FILE
                   NOT AT END
                       IF XK-OVERDUE-DAYS IS NUMERIC
                           MOVE XK-OVERDUE-DAYS TO OVERDUE-DAYS
                       END-IF
               END-READ
           END-IF.
           CLOSE ACK-CONTROL-FILE.

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
                       MOVE "N" TO RG-RESENT-TONIGHT (RG-IDX)
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

      * Level 3 routines -- acknowledgments.
       MATCH-THE-ACKNOWLEDGMENTS.
           OPEN INPUT ACKNOWLEDGMENT-FILE.
           IF ACK-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ACKNOWLEDGMENT
               PERFORM UNTIL NO-MORE-ACKNOWLEDGMENTS
                   ADD 1 TO ACK-COUNT
                   PERFORM MATCH-ONE-ACKNOWLEDGMENT
                   PERFORM READ-THE-NEXT-ACKNOWLEDGMENT
               END-PERFORM
           END-IF.
           CLOSE ACKNOWLEDGMENT-FILE.

       READ-THE-NEXT-ACKNOWLEDGMENT.
           READ ACKNOWLEDGMENT-FILE
               AT END
                   MOVE "Y" TO ACK-END-SWITCH
           END-READ.

       MATCH-ONE-ACKNOWLEDGMENT.
           MOVE XA-SEQUENCE-NO TO WANTED-SEQUENCE.
           PERFORM FIND-THE-REGISTER-ROW.
           MOVE XA-SEQUENCE-NO TO RL-SEQUENCE-NO.
           MOVE XA-ACK-DATE TO RL-ACK-DATE.
           MOVE SPACES TO RL-NOTE.
           EVALUATE XA-ACK-STATUS
               WHEN "A"
                   MOVE "ACCEPTED" TO RL-OUTCOME
               WHEN "R"
                   MOVE "REJECTED" TO RL-OUTCOME
               WHEN OTHER
                   MOVE "UNREADABLE" TO RL-OUTCOME
           END-EVALUATE.
           IF NOT REGISTER-WAS-FOUND
               ADD 1 TO UNMATCHED-COUNT
               MOVE "*** NO SUCH SEQUENCE ON GLXREG" TO RL-NOTE
               PERFORM LOG-THE-ACK-EXCEPTION
               PERFORM WRITE-THE-RECEIVED-LINE
           ELSE
               MOVE RG-RECORD (RG-IDX) TO GL-TRANSMIT-REGISTER-RECORD
               IF  XR-RETRANSMIT-COUNT IS NUMERIC
               AND XR-RETRANSMIT-COUNT > ZERO
               AND XA-ACK-DATE < XR-RETRANSMIT-DATE
                   MOVE "*** PREDATES THE RETRANSMISSION" TO RL-NOTE
                   PERFORM WRITE-THE-RECEIVED-LINE
               ELSE
               IF  XA-ACK-STATUS NOT = "A"
               AND XA-ACK-STATUS NOT = "R"
                   ADD 1 TO UNMATCHED-COUNT
                   MOVE "*** STATUS NOT A OR R; IGNORED" TO RL-NOTE
                   PERFORM LOG-THE-ACK-EXCEPTION
                   PERFORM WRITE-THE-RECEIVED-LINE
               ELSE
                   PERFORM RECORD-ONE-ACKNOWLEDGMENT
               END-IF
               END-IF
           END-IF.

      * The count and hash corporate counted are held up
      * against what the trailer carried; either one off
      * means the file did not arrive as it was sent,
      * whatever corporate decided.
       RECORD-ONE-ACKNOWLEDGMENT.
           MOVE XA-ACK-STATUS TO XR-ACK-STATUS.
           MOVE XA-ACK-DATE TO XR-ACK-DATE.
           MOVE XA-REASON TO XR-ACK-REASON.
           MOVE SPACE TO XR-MISMATCH-FLAG.
           IF XA-RECORD-COUNT NOT = XR-RECORD-COUNT
               MOVE "C" TO XR-MISMATCH-FLAG
           END-IF.
           IF XA-HASH-TOTAL NOT = XR-HASH-TOTAL
               IF XR-MISMATCH-FLAG = "C"
                   MOVE "B" TO XR-MISMATCH-FLAG
               ELSE
                   MOVE "H" TO XR-MISMATCH-FLAG
               END-IF
           END-IF.
           IF XA-ACK-STATUS = "A"
               ADD 1 TO ACCEPTED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF.
           EVALUATE XR-MISMATCH-FLAG
               WHEN "C"
                   MOVE "*** RECORD COUNT DIFFERS" TO RL-NOTE
               WHEN "H"
                   MOVE "*** HASH TOTAL DIFFERS" TO RL-NOTE
               WHEN "B"
                   MOVE "*** RECORD COUNT AND HASH DIFFER"
                       TO RL-NOTE
           END-EVALUATE.
           MOVE GL-TRANSMIT-REGISTER-RECORD TO RG-RECORD (RG-IDX).
           PERFORM WRITE-THE-RECEIVED-LINE.
           IF XR-MISMATCH-FLAG NOT = SPACE
               ADD 1 TO MISMATCH-COUNT
               PERFORM LOG-THE-ACK-EXCEPTION
               MOVE "SENT" TO FG-CAPTION
               MOVE XR-RECORD-COUNT TO FG-COUNT
               MOVE XR-HASH-TOTAL TO FG-HASH
               MOVE FIGURES-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
               MOVE "ACKED" TO FG-CAPTION
               MOVE XA-RECORD-COUNT TO FG-COUNT
               MOVE XA-HASH-TOTAL TO FG-HASH
               MOVE FIGURES-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.
           IF XA-REASON NOT = SPACES
               MOVE XA-REASON TO RN-REASON
               MOVE REASON-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.
           IF XA-ACK-STATUS = "R"
               MOVE "GL transmission rejected: " TO EXC-TEXT
               MOVE XA-SEQUENCE-NO TO EXC-TEXT (27:6)
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

       WRITE-THE-RECEIVED-LINE.
           MOVE RECEIVED-LINE TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.

       LOG-THE-ACK-EXCEPTION.
           MOVE "Acknowledgment exception, seq " TO EXC-TEXT.
           MOVE XA-SEQUENCE-NO TO EXC-TEXT (31:6).
           MOVE "CTRL" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.

      * Level 3 routines -- retransmission.
       SEND-THE-QUEUED-RETRANSMISSIONS.
           OPEN INPUT RETRANSMIT-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-QUEUED
               PERFORM UNTIL NO-MORE-QUEUED
                   ADD 1 TO QUEUED-READ-COUNT
                   PERFORM SEND-ONE-QUEUED-SEQUENCE
                   PERFORM READ-THE-NEXT-QUEUED
               END-PERFORM
           END-IF.
           CLOSE RETRANSMIT-QUEUE-FILE.
           IF RETRANSMIT-FILE-IS-OPEN
               CLOSE RETRANSMIT-FILE
           END-IF.
           IF QUEUED-READ-COUNT > ZERO
               PERFORM EMPTY-THE-QUEUE
           END-IF.

       READ-THE-NEXT-QUEUED.
           READ RETRANSMIT-QUEUE-FILE
               AT END
                   MOVE "Y" TO QUEUE-END-SWITCH
           END-READ.

      * A sequence queued twice goes out once. One whose
      * archived envelope is missing cannot be sent and
      * is kept on the queue for operations to settle.
       SEND-ONE-QUEUED-SEQUENCE.
           MOVE RQ-SEQUENCE-NO TO WANTED-SEQUENCE.
           PERFORM FIND-THE-REGISTER-ROW.
           IF NOT REGISTER-WAS-FOUND
               ADD 1 TO DROPPED-COUNT
               MOVE RQ-SEQUENCE-NO TO RS-SEQUENCE-NO
               MOVE ZERO TO RS-RUN-DATE
               MOVE ZERO TO RS-RECORD-COUNT
               MOVE ZERO TO RS-TIMES
               MOVE "*** NOT ON GLXREG; DROPPED" TO RS-NOTE
               MOVE RESENT-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
               MOVE "Queued sequence not on GLXREG: " TO EXC-TEXT
               MOVE RQ-SEQUENCE-NO TO EXC-TEXT (32:6)
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
           IF RG-RESENT-TONIGHT (RG-IDX) = "N"
               PERFORM COPY-THE-ARCHIVED-ENVELOPE
               MOVE RG-RECORD (RG-IDX) TO GL-TRANSMIT-REGISTER-RECORD
               MOVE XR-SEQUENCE-NO TO RS-SEQUENCE-NO
               MOVE XR-RUN-DATE TO RS-RUN-DATE
               MOVE XR-RECORD-COUNT TO RS-RECORD-COUNT
               IF ARCHIVE-WAS-FOUND
                   PERFORM MARK-THE-ROW-RESENT
                   MOVE SPACES TO RS-NOTE
               ELSE
                   ADD 1 TO STILL-QUEUED-COUNT
                   MOVE "Q" TO RG-RESENT-TONIGHT (RG-IDX)
                   MOVE GL-RETRANSMIT-QUEUE-RECORD
                       TO RG-KEPT-QUEUE (RG-IDX)
                   MOVE ZERO TO RS-TIMES
                   MOVE "*** NO ARCHIVE; KEPT QUEUED" TO RS-NOTE
                   MOVE "Retransmit archive missing: " TO EXC-TEXT
                   MOVE ARCHIVE-PATH TO EXC-TEXT (29:12)
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               MOVE RESENT-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF
           END-IF.

       COPY-THE-ARCHIVED-ENVELOPE.
           MOVE SPACES TO ARCHIVE-PATH.
           STRING "GLX" DELIMITED BY SIZE
                  RQ-SEQUENCE-NO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO ARCHIVE-PATH.
           MOVE "N" TO ARCHIVE-END-SWITCH.
           MOVE "N" TO ARCHIVE-FOUND-SWITCH.
           OPEN INPUT TRANSMIT-ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "00"
               MOVE "Y" TO ARCHIVE-FOUND-SWITCH
               IF NOT RETRANSMIT-FILE-IS-OPEN
                   OPEN OUTPUT RETRANSMIT-FILE
                   MOVE "Y" TO RETRANSMIT-OPEN-SWITCH
               END-IF
               PERFORM READ-THE-NEXT-ARCHIVE-RECORD
               PERFORM UNTIL NO-MORE-ARCHIVE-RECORDS
                   MOVE TRANSMIT-ARCHIVE-RECORD TO RETRANSMIT-RECORD
                   WRITE RETRANSMIT-RECORD
                   PERFORM READ-THE-NEXT-ARCHIVE-RECORD
               END-PERFORM
           END-IF.
           CLOSE TRANSMIT-ARCHIVE-FILE.

       READ-THE-NEXT-ARCHIVE-RECORD.
           READ TRANSMIT-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO ARCHIVE-END-SWITCH
           END-READ.

       MARK-THE-ROW-RESENT.
           IF XR-RETRANSMIT-COUNT IS NOT NUMERIC
               MOVE ZERO TO XR-RETRANSMIT-COUNT
           END-IF.
           IF XR-RETRANSMIT-COUNT < 99
               ADD 1 TO XR-RETRANSMIT-COUNT
           END-IF.
           MOVE BUSINESS-DATE TO XR-RETRANSMIT-DATE.
           MOVE "P" TO XR-ACK-STATUS.
           MOVE ZERO TO XR-ACK-DATE.
           MOVE SPACES TO XR-ACK-REASON.
           MOVE SPACE TO XR-MISMATCH-FLAG.
           MOVE XR-RETRANSMIT-COUNT TO RS-TIMES.
           MOVE GL-TRANSMIT-REGISTER-RECORD TO RG-RECORD (RG-IDX).
           MOVE "Y" TO RG-RESENT-TONIGHT (RG-IDX).
           ADD 1 TO RESENT-COUNT.

      * The queue is rewritten with only the sequences
      * that could not be sent, each as it was queued; one
      * not on the register at all has been logged and is
      * dropped.
       EMPTY-THE-QUEUE.
           OPEN OUTPUT RETRANSMIT-QUEUE-FILE.
           IF STILL-QUEUED-COUNT > ZERO
               PERFORM KEEP-ONE-UNSENT-SEQUENCE
                   VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > REGISTER-COUNT
           END-IF.
           CLOSE RETRANSMIT-QUEUE-FILE.

       KEEP-ONE-UNSENT-SEQUENCE.
           IF RG-RESENT-TONIGHT (RG-IDX) = "Q"
               MOVE RG-KEPT-QUEUE (RG-IDX)
                   TO GL-RETRANSMIT-QUEUE-RECORD
               WRITE GL-RETRANSMIT-QUEUE-RECORD
           END-IF.

      * Level 3 routines -- aging.
      * A row waits from the night it was sent, or from its
      * latest retransmission. Counting stops at 999 days.
       AGE-ONE-PENDING-ROW.
           MOVE RG-RECORD (RG-IDX) TO GL-TRANSMIT-REGISTER-RECORD.
           IF XR-ACK-STATUS = "P"
               ADD 1 TO PENDING-COUNT
               MOVE XR-RUN-DATE TO WAIT-FROM-DATE
               IF  XR-RETRANSMIT-COUNT IS NUMERIC
               AND XR-RETRANSMIT-COUNT > ZERO
                   MOVE XR-RETRANSMIT-DATE TO WAIT-FROM-DATE
               END-IF
               PERFORM COUNT-THE-BUSINESS-DAYS
               MOVE XR-SEQUENCE-NO TO PL-SEQUENCE-NO
               MOVE WAIT-FROM-DATE TO PL-SENT-DATE
               MOVE DAYS-WAITING TO PL-DAYS
               MOVE SPACES TO PL-FLAG
               IF DAYS-WAITING >= OVERDUE-DAYS
                   MOVE "*** OVERDUE" TO PL-FLAG
                   ADD 1 TO OVERDUE-COUNT
                   PERFORM RAISE-THE-OVERDUE-ALERT
               END-IF
               MOVE PENDING-LINE TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.

       COUNT-THE-BUSINESS-DAYS.
           MOVE ZERO TO DAYS-WAITING.
           MOVE WAIT-FROM-DATE TO CAL-DATE-IN.
           MOVE "N" TO CAL-ACTION.
           PERFORM UNTIL CAL-DATE-IN >= BUSINESS-DATE
                      OR DAYS-WAITING >= 999
               CALL "BUSCAL" USING CAL-ACTION CAL-DATE-IN
                                    CAL-DATE-OUT CAL-BUSDAY-SWITCH
               IF CAL-DATE-OUT <= BUSINESS-DATE
                   ADD 1 TO DAYS-WAITING
               END-IF
               MOVE CAL-DATE-OUT TO CAL-DATE-IN
           END-PERFORM.

      * The same OPERMSG.DAT record NOTIFY01 appends, so
      * the overnight floor sees it in the one dataset it
      * already watches.
       RAISE-THE-OVERDUE-ALERT.
           MOVE SPACES TO ALERT-TEXT.
           STRING "GL XMIT " DELIMITED BY SIZE
                  XR-SEQUENCE-NO DELIMITED BY SIZE
                  " UNACKED " DELIMITED BY SIZE
                  DAYS-WAITING DELIMITED BY SIZE
                  " BUS DAYS" DELIMITED BY SIZE
               INTO ALERT-TEXT.
           DISPLAY "ALERT: " ALERT-TEXT.
           OPEN EXTEND OPERATOR-MESSAGE-FILE.
           IF MSG-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-MESSAGE-FILE
               CLOSE OPERATOR-MESSAGE-FILE
               OPEN EXTEND OPERATOR-MESSAGE-FILE
           END-IF.
           MOVE SPACES TO OPERATOR-MESSAGE-RECORD.
           MOVE BUSINESS-DATE TO OM-RUN-DATE.
           ACCEPT OM-RUN-TIME FROM TIME.
           MOVE ALERT-TEXT TO OM-MESSAGE-TEXT.
           WRITE OPERATOR-MESSAGE-RECORD.
           CLOSE OPERATOR-MESSAGE-FILE.

      * Level 3 routines -- wrapping up.
       WRITE-THE-SUMMARY-LINES.
           MOVE SPACES TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           MOVE ACCEPTED-COUNT TO SM-ACCEPTED.
           MOVE REJECTED-COUNT TO SM-REJECTED.
           MOVE MISMATCH-COUNT TO SM-MISMATCHED.
           MOVE UNMATCHED-COUNT TO SM-UNMATCHED.
           MOVE ACK-SUMMARY-LINE-1 TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           MOVE RESENT-COUNT TO SM-RESENT.
           MOVE STILL-QUEUED-COUNT TO SM-QUEUED.
           MOVE PENDING-COUNT TO SM-PENDING.
           MOVE OVERDUE-COUNT TO SM-OVERDUE.
           MOVE ACK-SUMMARY-LINE-2 TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.

       SAVE-THE-REGISTER.
           CALL "GENBACK" USING REGISTER-MASTER-NAME.
           OPEN OUTPUT TRANSMIT-REGISTER-FILE.
           PERFORM SAVE-ONE-REGISTER-ROW
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > REGISTER-COUNT.
           CLOSE TRANSMIT-REGISTER-FILE.

       SAVE-ONE-REGISTER-ROW.
           MOVE RG-RECORD (RG-IDX) TO GL-TRANSMIT-REGISTER-RECORD.
           WRITE GL-TRANSMIT-REGISTER-RECORD.
