       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMXMT01.
      *--------------------------------------------------
      * Outbound customer-change extract for the CRM
      * system. The CRM side wants to hear about name
      * master changes without taking the whole master
      * every night, so this reads NAMEHIST.DAT -- every
      * add, change and delete HELLO06 and NAMBAT01 make
      * lands there with its full after image -- and sends
      * only the customers changed since the last
      * successful extract, one record each, with the
      * latest action code and the full master image.
      *
      * The file goes out in a header/detail/trailer
      * envelope as CRMXMIT.DAT on the GLXMIT01 model: the
      * header carries the sender, business date, a file
      * sequence taken from CRMSEQ.DAT (incremented after
      * use) and the history window covered; the trailer
      * the record count. Each file is also kept whole as
      * CRMnnnnnn.DAT under its sequence number, and one
      * line goes to the CRMXREG.DAT register once the file
      * is complete. The window runs from the latest
      * register row's thru stamp to the newest history
      * record on file.
      *
      * A rerun for a business date already in the
      * register re-cuts that night's file -- the same
      * sequence number, the same window, the same
      * records -- rather than an empty one, and is
      * registered as a rerun ("R") without moving the
      * sequence on. History written since the first run
      * waits for the next night.
      *
      * The letter records NAMLTR01 writes to NAMEHIST.DAT
      * are passed over: a notice letter sent is part of
      * the customer's history but no change to the
      * master.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NAME-HISTORY-FILE ASSIGN TO "NAMEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CRM-TRANSMIT-FILE ASSIGN TO "CRMXMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSMIT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SEQUENCE-CONTROL-FILE
               ASSIGN TO "CRMSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.

           SELECT OPTIONAL TRANSMIT-REGISTER-FILE
               ASSIGN TO "CRMXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-HISTORY-FILE.
       COPY NAMEHIST.

       FD  CRM-TRANSMIT-FILE.
       COPY CRMXMIT.

       FD  TRANSMIT-ARCHIVE-FILE.
       01  TRANSMIT-ARCHIVE-RECORD   PIC X(121).

       FD  SEQUENCE-CONTROL-FILE.
       COPY CRMSEQ.

       FD  TRANSMIT-REGISTER-FILE.
       COPY CRMXREG.

       WORKING-STORAGE SECTION.

       01  HISTORY-FILE-STATUS   PIC XX.
       01  SEQ-FILE-STATUS       PIC XX.
       01  REGISTER-FILE-STATUS  PIC XX.
       01  HISTORY-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-HISTORY               VALUE "Y".
       01  REGISTER-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-REGISTER-ROWS         VALUE "Y".
       01  RERUN-SWITCH          PIC X       VALUE "N".
           88  THIS-IS-A-RERUN               VALUE "Y".

       01  ARCHIVE-PATH          PIC X(40).
       01  SENDER-ID             PIC X(8)    VALUE "BATCHNM".
       01  BUSINESS-DATE         PIC 9(8).
       01  FILE-SEQUENCE         PIC 9(6)    VALUE 1.
       01  DETAIL-COUNT          PIC 9(7)    VALUE ZERO.
       01  FROM-STAMP            PIC 9(16)   VALUE ZERO.
       01  THRU-STAMP            PIC 9(16)   VALUE ZERO.

      * History run date and time as one comparable stamp.
       01  HISTORY-STAMP.
           05  HISTORY-STAMP-DATE    PIC 9(8).
           05  HISTORY-STAMP-TIME    PIC 9(8).
       01  HISTORY-STAMP-NUMBER REDEFINES HISTORY-STAMP
                                 PIC 9(16).

      * The master image a history record carries, with
      * the customer number picked out of it.
       01  CHANGE-IMAGE.
           05  CHANGE-MASTER-IMAGE   PIC X(81).
           05  CHANGE-MAIL-IMAGE     PIC X(29).
       01  CHANGE-IMAGE-VIEW REDEFINES CHANGE-IMAGE.
           05  CHANGE-NAME           PIC X(10).
           05  FILLER                PIC X(56).
           05  CHANGE-CUST-NO        PIC X(6).
           05  FILLER                PIC X(38).
       01  CHANGE-KEY            PIC X(10).

      * One entry per customer changed in the window, in
      * the order first seen. History written before
      * customer numbers were assigned is keyed by name.
       01  CHANGE-COUNT          PIC 9(4)    VALUE ZERO.
       01  CHANGE-TABLE.
           05  CHANGE-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON CHANGE-COUNT
                           INDEXED BY CH-IDX.
               10  CH-KEY            PIC X(10).
               10  CH-ACTION         PIC X.
               10  CH-CUST-NO        PIC X(6).
               10  CH-IMAGE          PIC X(110).

       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "CRMXMT01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "CRMXMT01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM GET-THE-FILE-SEQUENCE.
           PERFORM FIND-THE-EXTRACT-WINDOW.
           PERFORM COLLECT-THE-CHANGES.
           IF LOAD-DID-OVERFLOW
      * A partial file would leave customers unsent once
      * the window moved past them, so nothing is cut.
               DISPLAY "Changed customers exceed the table; "
                       "nothing transmitted."
               MOVE "CRM change table overflow" TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "CRMXMT01"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRAP-THE-CHANGES
               IF NOT THIS-IS-A-RERUN
                   PERFORM BUMP-THE-FILE-SEQUENCE
               END-IF
               PERFORM REGISTER-THE-TRANSMISSION
               IF THIS-IS-A-RERUN
                   DISPLAY "Transmission " FILE-SEQUENCE
                           " re-cut for " BUSINESS-DATE ": "
                           DETAIL-COUNT " customer(s)."
               ELSE
                   DISPLAY "Transmission " FILE-SEQUENCE " cut: "
                           DETAIL-COUNT " customer(s)."
               END-IF
               CALL "RUNEND" USING "CRMXMT01"
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-FILE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           IF SEQ-FILE-STATUS = "00"
               READ SEQUENCE-CONTROL-FILE
                   NOT AT END
                       MOVE CS-NEXT-SEQUENCE TO FILE-SEQUENCE
               END-READ
           END-IF.
           CLOSE SEQUENCE-CONTROL-FILE.

      * The first register row for today's business date
      * makes this a rerun of it; otherwise the window
      * opens at the latest earlier row's thru stamp.
       FIND-THE-EXTRACT-WINDOW.
           OPEN INPUT TRANSMIT-REGISTER-FILE.
           IF REGISTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-REGISTER-ROW
               PERFORM UNTIL NO-MORE-REGISTER-ROWS
                   PERFORM TAKE-ONE-REGISTER-ROW
                   PERFORM READ-THE-NEXT-REGISTER-ROW
               END-PERFORM
           END-IF.
           CLOSE TRANSMIT-REGISTER-FILE.

       READ-THE-NEXT-REGISTER-ROW.
           READ TRANSMIT-REGISTER-FILE
               AT END
                   MOVE "Y" TO REGISTER-END-SWITCH
           END-READ.

       TAKE-ONE-REGISTER-ROW.
           IF NOT THIS-IS-A-RERUN
               IF CR-BUSINESS-DATE = BUSINESS-DATE
                   MOVE "Y" TO RERUN-SWITCH
                   MOVE CR-SEQUENCE-NO TO FILE-SEQUENCE
                   MOVE CR-FROM-STAMP TO FROM-STAMP
                   MOVE CR-THRU-STAMP TO THRU-STAMP
               ELSE
                   IF CR-THRU-STAMP > FROM-STAMP
                       MOVE CR-THRU-STAMP TO FROM-STAMP
                   END-IF
               END-IF
           END-IF.

       COLLECT-THE-CHANGES.
           IF NOT THIS-IS-A-RERUN
               MOVE FROM-STAMP TO THRU-STAMP
           END-IF.
           OPEN INPUT NAME-HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HISTORY-RECORD
               PERFORM UNTIL NO-MORE-HISTORY
                   PERFORM TAKE-ONE-HISTORY-RECORD
                   PERFORM READ-THE-NEXT-HISTORY-RECORD
               END-PERFORM
           ELSE
               DISPLAY "No NAMEHIST.DAT; no changes to send."
           END-IF.
           CLOSE NAME-HISTORY-FILE.

       READ-THE-NEXT-HISTORY-RECORD.
           READ NAME-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-END-SWITCH
           END-READ.

      * A rerun takes only what falls inside its original
      * window; a new run takes everything after the
      * window start and moves the thru stamp with it.
       TAKE-ONE-HISTORY-RECORD.
           MOVE HS-RUN-DATE TO HISTORY-STAMP-DATE.
           MOVE HS-RUN-TIME TO HISTORY-STAMP-TIME.
           IF HISTORY-STAMP-NUMBER > FROM-STAMP
               IF THIS-IS-A-RERUN
                   IF HISTORY-STAMP-NUMBER NOT > THRU-STAMP
                       PERFORM NOTE-ONE-CHANGE
                   END-IF
               ELSE
                   IF HISTORY-STAMP-NUMBER > THRU-STAMP
                       MOVE HISTORY-STAMP-NUMBER TO THRU-STAMP
                   END-IF
                   PERFORM NOTE-ONE-CHANGE
               END-IF
           END-IF.

      * A letter sent ("L", from NAMLTR01) changes nothing
      * on the master, so the CRM side does not hear of it.
       NOTE-ONE-CHANGE.
           IF HS-ACTION NOT = "L"
               PERFORM NOTE-ONE-MASTER-CHANGE
           END-IF.

      * A delete carries the image as it stood before it;
      * anything else the image after. The latest action
      * wins, except that a customer added in the window
      * stays an add however often it changed after.
       NOTE-ONE-MASTER-CHANGE.
           IF HS-ACTION = "D"
               MOVE HS-BEFORE-IMAGE TO CHANGE-MASTER-IMAGE
               MOVE HS-BEFORE-MAIL TO CHANGE-MAIL-IMAGE
           ELSE
               MOVE HS-AFTER-IMAGE TO CHANGE-MASTER-IMAGE
               MOVE HS-AFTER-MAIL TO CHANGE-MAIL-IMAGE
           END-IF.
           IF CHANGE-CUST-NO = SPACES
               MOVE CHANGE-NAME TO CHANGE-KEY
           ELSE
               MOVE CHANGE-CUST-NO TO CHANGE-KEY
           END-IF.
           SET CH-IDX TO 1.
           SEARCH CHANGE-ENTRY
               AT END
                   PERFORM ADD-ONE-CHANGE
               WHEN CH-KEY (CH-IDX) = CHANGE-KEY
                   IF HS-ACTION = "D"
                    OR CH-ACTION (CH-IDX) NOT = "A"
                       MOVE HS-ACTION TO CH-ACTION (CH-IDX)
                   END-IF
                   MOVE CHANGE-IMAGE TO CH-IMAGE (CH-IDX)
           END-SEARCH.

       ADD-ONE-CHANGE.
           IF CHANGE-COUNT >= 2000
               MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               MOVE "Y" TO HISTORY-END-SWITCH
           ELSE
               ADD 1 TO CHANGE-COUNT
               SET CH-IDX TO CHANGE-COUNT
               MOVE CHANGE-KEY TO CH-KEY (CH-IDX)
               MOVE HS-ACTION TO CH-ACTION (CH-IDX)
               MOVE CHANGE-CUST-NO TO CH-CUST-NO (CH-IDX)
               MOVE CHANGE-IMAGE TO CH-IMAGE (CH-IDX)
           END-IF.

       WRAP-THE-CHANGES.
           OPEN OUTPUT CRM-TRANSMIT-FILE.
           MOVE SPACES TO ARCHIVE-PATH.
           STRING "CRM" DELIMITED BY SIZE
                  FILE-SEQUENCE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO ARCHIVE-PATH.
           OPEN OUTPUT TRANSMIT-ARCHIVE-FILE.
           PERFORM WRITE-THE-ENVELOPE-HEADER.
           PERFORM WRITE-ONE-ENVELOPE-DETAIL
               VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > CHANGE-COUNT.
           PERFORM WRITE-THE-ENVELOPE-TRAILER.
           CLOSE CRM-TRANSMIT-FILE.
           CLOSE TRANSMIT-ARCHIVE-FILE.

       WRITE-THE-ENVELOPE-HEADER.
           MOVE SPACES TO CRM-TRANSMIT-RECORD.
           MOVE "H" TO CX-RECORD-TYPE.
           MOVE SENDER-ID TO CX-SENDER-ID.
           MOVE BUSINESS-DATE TO CX-BUSINESS-DATE.
           MOVE FILE-SEQUENCE TO CX-SEQUENCE-NO.
           MOVE FROM-STAMP TO CX-FROM-STAMP.
           MOVE THRU-STAMP TO CX-THRU-STAMP.
           WRITE CRM-TRANSMIT-RECORD.
           MOVE CRM-TRANSMIT-RECORD TO TRANSMIT-ARCHIVE-RECORD.
           WRITE TRANSMIT-ARCHIVE-RECORD.

       WRITE-ONE-ENVELOPE-DETAIL.
           ADD 1 TO DETAIL-COUNT.
           MOVE SPACES TO CRM-TRANSMIT-RECORD.
           MOVE "D" TO CX-RECORD-TYPE.
           MOVE CH-ACTION (CH-IDX) TO CX-ACTION.
           MOVE CH-CUST-NO (CH-IDX) TO CX-CUST-NO.
           MOVE CH-IMAGE (CH-IDX) TO CX-AFTER-IMAGE.
           WRITE CRM-TRANSMIT-RECORD.
           MOVE CRM-TRANSMIT-RECORD TO TRANSMIT-ARCHIVE-RECORD.
           WRITE TRANSMIT-ARCHIVE-RECORD.

       WRITE-THE-ENVELOPE-TRAILER.
           MOVE SPACES TO CRM-TRANSMIT-RECORD.
           MOVE "T" TO CX-RECORD-TYPE.
           MOVE DETAIL-COUNT TO CX-RECORD-COUNT.
           WRITE CRM-TRANSMIT-RECORD.
           MOVE CRM-TRANSMIT-RECORD TO TRANSMIT-ARCHIVE-RECORD.
           WRITE TRANSMIT-ARCHIVE-RECORD.

       BUMP-THE-FILE-SEQUENCE.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE.
           COMPUTE CS-NEXT-SEQUENCE = FILE-SEQUENCE + 1.
           WRITE CRM-SEQUENCE-CONTROL-RECORD.
           CLOSE SEQUENCE-CONTROL-FILE.

       REGISTER-THE-TRANSMISSION.
           OPEN EXTEND TRANSMIT-REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSMIT-REGISTER-FILE
               CLOSE TRANSMIT-REGISTER-FILE
               OPEN EXTEND TRANSMIT-REGISTER-FILE
           END-IF.
           MOVE SPACES TO CRM-TRANSMIT-REGISTER-RECORD.
           MOVE BUSINESS-DATE TO CR-BUSINESS-DATE.
           ACCEPT CR-RUN-TIME FROM TIME.
           MOVE FILE-SEQUENCE TO CR-SEQUENCE-NO.
           MOVE DETAIL-COUNT TO CR-RECORD-COUNT.
           MOVE FROM-STAMP TO CR-FROM-STAMP.
           MOVE THRU-STAMP TO CR-THRU-STAMP.
           IF THIS-IS-A-RERUN
               MOVE "R" TO CR-RUN-TYPE
           ELSE
               MOVE "N" TO CR-RUN-TYPE
           END-IF.
           WRITE CRM-TRANSMIT-REGISTER-RECORD.
           CLOSE TRANSMIT-REGISTER-FILE.
