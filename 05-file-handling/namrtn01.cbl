       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMRTN01.
      *--------------------------------------------------
      * Returned-mail batch for the name master. When a
      * NAMLBL01 label or NAMSTM01 statement came back
      * undeliverable nobody recorded it, and the same bad
      * address printed again the next month. The mail
      * room now keys each returned piece -- customer
      * number, date returned, reason -- into NAMERTN.DAT,
      * and this run flags every one of those customers'
      * addresses undeliverable on NAMEMAST.DAT (the same
      * flag HELLO06's R)eturned prompt sets), writing a
      * NAMEHIST.DAT before/after record for each. The
      * label and statement runs then skip the customer
      * and list them as address needed until HELLO06 or
      * NAMBAT01 changes the address, which clears the
      * flag. Each transaction is reported applied or
      * rejected on NAMRTN.DAT.
      *
      * The lookup is by NM-CUST-NO, the number printed on
      * the returned piece; the master is the same load-
      * table/save-file flat file HELLO06 maintains, held
      * under the NAMEMAST lock for the whole rewrite and
      * saved after a GENBACK generation only when
      * something was flagged.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-RETURN-FILE ASSIGN TO "NAMERTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NAME-MASTER-FILE
               ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO "NAMRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NAME-HISTORY-FILE
               ASSIGN TO "NAMEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-RETURN-FILE.
       COPY NAMERTN.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-LINE        PIC X(80).

       FD  NAME-HISTORY-FILE.
       COPY NAMEHIST.

       WORKING-STORAGE SECTION.

       01  MASTER-FILE-STATUS    PIC XX.
       01  HISTORY-FILE-STATUS   PIC XX.
       01  RETURN-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-RETURN-RECORDS        VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  MASTER-COUNT          PIC 9(4)    VALUE ZERO.
       01  NAME-TABLE.
           05  NAME-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON MASTER-COUNT
                           INDEXED BY NAME-IDX.
               10  TBL-NAME          PIC X(10).
               10  TBL-ADDRESS       PIC X(30).
               10  TBL-CITY          PIC X(15).
               10  TBL-STATE         PIC X(02).
               10  TBL-ZIP           PIC X(09).
               10  TBL-CUST-NO       PIC X(06).
               10  TBL-LAST-ACTIVITY PIC X(08).
               10  TBL-STATUS        PIC X.
               10  TBL-MAIL-STATUS   PIC X.
               10  TBL-RETURN-DATE   PIC X(08).
               10  TBL-RETURN-REASON PIC X(20).
       01  FOUND-SWITCH          PIC X.
           88  CUSTOMER-WAS-FOUND            VALUE "Y".

       01  REJECT-REASON         PIC X(30).
       01  RETURN-DATE           PIC X(08).
       01  JOB-NAME              PIC X(8)    VALUE "NAMRTN01".
       01  OPERATOR-ID           PIC X(8)    VALUE "BATCH001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  HISTORY-ACTION        PIC X.
       01  TODAY-CCYYMMDD        PIC 9(8).
       01  BEFORE-IMAGE.
           05  BEFORE-MASTER-IMAGE   PIC X(81).
           05  BEFORE-MAIL-IMAGE     PIC X(29).
       01  AFTER-IMAGE.
           05  AFTER-MASTER-IMAGE    PIC X(81).
           05  AFTER-MAIL-IMAGE      PIC X(29).
       01  IMAGE-WORK.
           05  IW-NAME               PIC X(10).
           05  IW-ADDRESS            PIC X(30).
           05  IW-CITY               PIC X(15).
           05  IW-STATE              PIC X(02).
           05  IW-ZIP                PIC X(09).
           05  IW-CUST-NO            PIC X(06).
           05  IW-LAST-ACTIVITY      PIC X(08).
           05  IW-STATUS             PIC X.
           05  IW-MAIL-STATUS        PIC X.
           05  IW-RETURN-DATE        PIC X(08).
           05  IW-RETURN-REASON      PIC X(20).
       01  APPLIED-COUNT         PIC 9(5)    VALUE ZERO.
       01  REJECTED-COUNT        PIC 9(5)    VALUE ZERO.

       01  RETURN-HEADING-1.
           05  FILLER             PIC X(36)
               VALUE "RETURNED MAIL APPLIED TO MASTER".
           COPY RUNDATE REPLACING RD-RUN-DATE BY RH-RUN-DATE.

       01  RETURN-DETAIL-LINE.
           05  RD-CUST-NO         PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-NAME            PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-STATUS          PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-REASON          PIC X(30).

       01  RETURN-TOTAL-LINE.
           05  FILLER             PIC X(10) VALUE "Applied: ".
           05  RS-APPLIED-COUNT   PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  Rejected: ".
           05  RS-REJECTED-COUNT  PIC ZZZZ9.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "NAMRTN01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-MASTER-NAME      PIC X(8)    VALUE "NAMEMAST".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  MASTER-LOCK-ACQUIRED          VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "NAMRTN01".
      * The master gets the shared JOBLOCK treatment for
      * the whole rewrite, so this run and a console
      * session can't silently erase each other's saves.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                 LOCK-RESULT.
           IF NOT MASTER-LOCK-ACQUIRED
               DISPLAY "The master is locked for update "
                       "elsewhere; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "NAMRTN01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM LOAD-THE-MASTER-FILE.
           IF LOAD-DID-OVERFLOW
      * Flagging against a partial master would drop the
      * unloaded records on the save, so nothing is
      * applied.
               DISPLAY "Name master exceeds the table; "
                       "run abandoned, nothing flagged."
               MOVE "Name master table overflow" TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
               PERFORM APPLY-THE-RETURNED-MAIL
               IF APPLIED-COUNT > 0
                   PERFORM SAVE-THE-MASTER-FILE
               END-IF
               DISPLAY "Applied: " APPLIED-COUNT
                       "  Rejected: " REJECTED-COUNT
               IF REJECTED-COUNT > 0
                   MOVE "Returned-mail transactions rejected"
                       TO EXC-TEXT
                   MOVE "DATA" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
           END-IF.
           MOVE "U" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                 LOCK-RESULT.
           CALL "RUNEND" USING "NAMRTN01".
           IF LOAD-DID-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * Every field is carried through exactly as read --
      * this run touches nothing but the returned-mail
      * fields of the customers it flags.
       LOAD-THE-MASTER-FILE.
           MOVE ZERO TO MASTER-COUNT.
           OPEN INPUT NAME-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   IF MASTER-COUNT >= 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO MASTER-END-SWITCH
                   ELSE
                   ADD 1 TO MASTER-COUNT
                   SET NAME-IDX TO MASTER-COUNT
                   MOVE NM-NAME    TO TBL-NAME    (NAME-IDX)
                   MOVE NM-ADDRESS TO TBL-ADDRESS (NAME-IDX)
                   MOVE NM-CITY    TO TBL-CITY    (NAME-IDX)
                   MOVE NM-STATE   TO TBL-STATE   (NAME-IDX)
                   MOVE NM-ZIP     TO TBL-ZIP     (NAME-IDX)
                   MOVE NM-CUST-NO TO TBL-CUST-NO (NAME-IDX)
                   MOVE NM-LAST-ACTIVITY
                       TO TBL-LAST-ACTIVITY (NAME-IDX)
                   MOVE NM-STATUS  TO TBL-STATUS  (NAME-IDX)
                   MOVE NM-MAIL-STATUS
                       TO TBL-MAIL-STATUS (NAME-IDX)
                   MOVE NM-RETURN-DATE
                       TO TBL-RETURN-DATE (NAME-IDX)
                   MOVE NM-RETURN-REASON
                       TO TBL-RETURN-REASON (NAME-IDX)
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

       APPLY-THE-RETURNED-MAIL.
           OPEN INPUT NAME-RETURN-FILE.
           OPEN OUTPUT RETURN-REPORT-FILE.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RETURN-HEADING-1 TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           PERFORM READ-THE-NEXT-RETURN-RECORD.
           PERFORM UNTIL NO-MORE-RETURN-RECORDS
               PERFORM APPLY-ONE-RETURN-RECORD
               PERFORM READ-THE-NEXT-RETURN-RECORD
           END-PERFORM.
           MOVE APPLIED-COUNT TO RS-APPLIED-COUNT.
           MOVE REJECTED-COUNT TO RS-REJECTED-COUNT.
           MOVE RETURN-TOTAL-LINE TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           CLOSE NAME-RETURN-FILE RETURN-REPORT-FILE.

       READ-THE-NEXT-RETURN-RECORD.
           READ NAME-RETURN-FILE
               AT END
                   MOVE "Y" TO RETURN-END-SWITCH
           END-READ.

      * A blank return date means the day the batch runs.
      * A customer already flagged is flagged again with
      * the newer date and reason.
       APPLY-ONE-RETURN-RECORD.
           MOVE SPACES TO REJECT-REASON.
           MOVE RT-RETURN-DATE TO RETURN-DATE.
           IF RETURN-DATE = SPACES
               MOVE TODAY-CCYYMMDD TO RETURN-DATE
           END-IF.
           PERFORM FIND-THE-CUSTOMER.
           IF NOT CUSTOMER-WAS-FOUND
               MOVE "CUSTOMER NOT ON FILE" TO REJECT-REASON
           ELSE
           IF RETURN-DATE IS NOT NUMERIC
               MOVE "RETURN DATE NOT NUMERIC" TO REJECT-REASON
           ELSE
               PERFORM BUILD-THE-RECORD-IMAGE
               MOVE IMAGE-WORK TO BEFORE-IMAGE
               MOVE "U" TO TBL-MAIL-STATUS (NAME-IDX)
               MOVE RETURN-DATE TO TBL-RETURN-DATE (NAME-IDX)
               MOVE RT-RETURN-REASON TO TBL-RETURN-REASON (NAME-IDX)
               PERFORM BUILD-THE-RECORD-IMAGE
               MOVE IMAGE-WORK TO AFTER-IMAGE
               MOVE "C" TO HISTORY-ACTION
               PERFORM WRITE-THE-HISTORY-RECORD
           END-IF
           END-IF.
           PERFORM WRITE-THE-RETURN-LINE.

       FIND-THE-CUSTOMER.
           MOVE "N" TO FOUND-SWITCH.
           IF  MASTER-COUNT > 0
           AND RT-CUST-NO NOT = SPACES
               SET NAME-IDX TO 1
               SEARCH NAME-ENTRY
                   WHEN TBL-CUST-NO (NAME-IDX) = RT-CUST-NO
                       MOVE "Y" TO FOUND-SWITCH
               END-SEARCH
           END-IF.

       BUILD-THE-RECORD-IMAGE.
           MOVE TBL-NAME    (NAME-IDX) TO IW-NAME.
           MOVE TBL-ADDRESS (NAME-IDX) TO IW-ADDRESS.
           MOVE TBL-CITY    (NAME-IDX) TO IW-CITY.
           MOVE TBL-STATE   (NAME-IDX) TO IW-STATE.
           MOVE TBL-ZIP     (NAME-IDX) TO IW-ZIP.
           MOVE TBL-CUST-NO (NAME-IDX) TO IW-CUST-NO.
           MOVE TBL-LAST-ACTIVITY (NAME-IDX) TO IW-LAST-ACTIVITY.
           MOVE TBL-STATUS (NAME-IDX) TO IW-STATUS.
           MOVE TBL-MAIL-STATUS (NAME-IDX) TO IW-MAIL-STATUS.
           MOVE TBL-RETURN-DATE (NAME-IDX) TO IW-RETURN-DATE.
           MOVE TBL-RETURN-REASON (NAME-IDX) TO IW-RETURN-REASON.

       WRITE-THE-HISTORY-RECORD.
           PERFORM OPEN-THE-HISTORY-FOR-APPEND.
           MOVE SPACES TO NAME-HISTORY-RECORD.
           ACCEPT HS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT HS-RUN-TIME FROM TIME.
           MOVE OPERATOR-ID TO HS-OPERATOR-ID.
           MOVE HISTORY-ACTION TO HS-ACTION.
           MOVE BEFORE-MASTER-IMAGE TO HS-BEFORE-IMAGE.
           MOVE AFTER-MASTER-IMAGE TO HS-AFTER-IMAGE.
           MOVE BEFORE-MAIL-IMAGE TO HS-BEFORE-MAIL.
           MOVE AFTER-MAIL-IMAGE TO HS-AFTER-MAIL.
           WRITE NAME-HISTORY-RECORD.
           CLOSE NAME-HISTORY-FILE.

       OPEN-THE-HISTORY-FOR-APPEND.
           OPEN EXTEND NAME-HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT NAME-HISTORY-FILE
               CLOSE NAME-HISTORY-FILE
               OPEN EXTEND NAME-HISTORY-FILE
           END-IF.

       WRITE-THE-RETURN-LINE.
           MOVE SPACES TO RETURN-DETAIL-LINE.
           MOVE RT-CUST-NO TO RD-CUST-NO.
           IF CUSTOMER-WAS-FOUND
               MOVE TBL-NAME (NAME-IDX) TO RD-NAME
           END-IF.
           IF REJECT-REASON = SPACES
               ADD 1 TO APPLIED-COUNT
               MOVE "APPLIED" TO RD-STATUS
               MOVE RT-RETURN-REASON TO RD-REASON
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE "REJECTED" TO RD-STATUS
               MOVE REJECT-REASON TO RD-REASON
           END-IF.
           MOVE RETURN-DETAIL-LINE TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.

      * The outgoing master is kept as a dated
      * generation first, so a bad run has something to
      * roll back to.
       SAVE-THE-MASTER-FILE.
           CALL "GENBACK" USING LOCK-MASTER-NAME.
           OPEN OUTPUT NAME-MASTER-FILE.
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > MASTER-COUNT.
           CLOSE NAME-MASTER-FILE.
           PERFORM SEAL-THE-MASTER.

       WRITE-ONE-MASTER-RECORD.
           MOVE SPACES TO NAME-MASTER-RECORD.
           MOVE TBL-NAME    (NAME-IDX) TO NM-NAME.
           MOVE TBL-ADDRESS (NAME-IDX) TO NM-ADDRESS.
           MOVE TBL-CITY    (NAME-IDX) TO NM-CITY.
           MOVE TBL-STATE   (NAME-IDX) TO NM-STATE.
           MOVE TBL-ZIP     (NAME-IDX) TO NM-ZIP.
           MOVE TBL-CUST-NO (NAME-IDX) TO NM-CUST-NO.
           MOVE TBL-LAST-ACTIVITY (NAME-IDX) TO NM-LAST-ACTIVITY.
           MOVE TBL-STATUS (NAME-IDX) TO NM-STATUS.
           MOVE TBL-MAIL-STATUS (NAME-IDX) TO NM-MAIL-STATUS.
           MOVE TBL-RETURN-DATE (NAME-IDX) TO NM-RETURN-DATE.
           MOVE TBL-RETURN-REASON (NAME-IDX) TO NM-RETURN-REASON.
           WRITE NAME-MASTER-RECORD.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "NAMRTN01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "NAMRTN01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           MOVE "NAMRTN01" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
