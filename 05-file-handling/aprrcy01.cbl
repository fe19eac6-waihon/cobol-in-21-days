       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRRCY01.
      *--------------------------------------------------
      * High-value approval recycle step. The ADDEDT01
      * pre-edit holds on ADDAPRV.DAT a transaction over
      * its APRTHR.DAT threshold, and two operators approve
      * or reject it on the APRREV01 screen. Run ahead of
      * the pre-edit in the nightly stream, beside CRDRCY01,
      * this converts every approved ("A") item back into a
      * packed ADDTRNP transaction appended to the night's
      * feed, flips it to "R" with the business date as its
      * recycle date -- the pre-edit lets it past the
      * threshold that night -- and rewrites the approval
      * file after a GENBACK generation.
      *
      * Only an item approved by the APRCTL.DAT cutoff on
      * the night's business date, or earlier, goes; one
      * approved after it is counted and left for the next
      * night. Open, rejected and already-recycled items
      * are carried through untouched. The run holds the
      * ADDAPRV lock, so an approver still on the screen
      * cannot lose a decision to the rewrite.
      *
      * The item goes back under the effective date it
      * first came in with, kept as AW-EFFECTIVE-DATE,
      * so the pre-edit checks that date's period again;
      * an item whose period has closed since is rejected
      * there. Items held before the date was kept post
      * on the night they are recycled.
      *
      * It goes back as source RCYC, the night's own
      * recycled pairs on the ADDSRC.DAT source registry,
      * loose rather than between a header and trailer:
      * the sender's block it came in on balanced the
      * night it first arrived.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "ADDAPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT OPTIONAL APPROVAL-CONTROL-FILE
               ASSIGN TO "APRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL ADD-TRANSACTION-FILE
               ASSIGN TO "ADDTRNP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       COPY ADDAPRV.

       FD  APPROVAL-CONTROL-FILE.
       COPY APRCTL.

       FD  ADD-TRANSACTION-FILE.
       COPY ADDTRNP.

       WORKING-STORAGE SECTION.

       01  HOLD-FILE-STATUS      PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  TRAN-FILE-STATUS      PIC XX.
       01  HOLD-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-HOLD-RECORDS          VALUE "Y".

      * The whole hold file as record images.
       01  HOLD-COUNT            PIC 9(4)    VALUE ZERO.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON HOLD-COUNT
                           INDEXED BY HD-IDX.
               10  HD-RECORD-IMAGE   PIC X(132).

       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  BUSINESS-DATE         PIC 9(8).
       01  CUTOFF-TIME           PIC 9(4)    VALUE 1800.
       01  CUTOFF-STAMP          PIC 9(12).
       01  APPROVAL-STAMP        PIC 9(12).
       01  DEFERRED-COUNT        PIC 9(4)    VALUE ZERO.
       01  RECYCLED-COUNT        PIC 9(4)    VALUE ZERO.
       01  HOLD-MASTER-NAME      PIC X(8)    VALUE "ADDAPRV".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "APRRCY01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "ADDAPRV".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "APRRCY01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM GET-THE-CUTOFF
               PERFORM LOAD-THE-HOLD-FILE
               IF LOAD-DID-OVERFLOW
      * Recycling against a partial hold file would drop
      * the unloaded items on the save, so the run stops
      * here with nothing recycled.
                   DISPLAY "ADDAPRV.DAT exceeds the table; "
                           "run abandoned, nothing recycled."
                   MOVE "Approval table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   IF HOLD-COUNT > 0
                       PERFORM RECYCLE-THE-RELEASED-ITEMS
                       IF RECYCLED-COUNT > 0
                           PERFORM SAVE-THE-HOLD-FILE
                       END-IF
                   END-IF
               END-IF
               DISPLAY "Approved items recycled: " RECYCLED-COUNT
               DISPLAY "Approved after the cutoff: " DEFERRED-COUNT
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "APRRCY01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The approval file is in use; "
                       "nothing recycled."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "APRRCY01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-CUTOFF.
           OPEN INPUT APPROVAL-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               READ APPROVAL-CONTROL-FILE
                   NOT AT END
                       IF AK-CUTOFF-TIME IS NUMERIC
                           MOVE AK-CUTOFF-TIME TO CUTOFF-TIME
                       END-IF
               END-READ
           END-IF.
           CLOSE APPROVAL-CONTROL-FILE.
           COMPUTE CUTOFF-STAMP = BUSINESS-DATE * 10000
                                + CUTOFF-TIME.

       LOAD-THE-HOLD-FILE.
           MOVE ZERO TO HOLD-COUNT.
           OPEN INPUT APPROVAL-FILE.
           IF HOLD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HOLD-RECORD
               PERFORM UNTIL NO-MORE-HOLD-RECORDS
                   IF HOLD-COUNT >= 2000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO HOLD-END-SWITCH
                   ELSE
                       ADD 1 TO HOLD-COUNT
                       SET HD-IDX TO HOLD-COUNT
                       MOVE ADD-APPROVAL-RECORD
                           TO HD-RECORD-IMAGE (HD-IDX)
                       PERFORM READ-THE-NEXT-HOLD-RECORD
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No ADDAPRV.DAT to recycle."
           END-IF.
           CLOSE APPROVAL-FILE.

       READ-THE-NEXT-HOLD-RECORD.
           READ APPROVAL-FILE
               AT END
                   MOVE "Y" TO HOLD-END-SWITCH
           END-READ.

       RECYCLE-THE-RELEASED-ITEMS.
           PERFORM OPEN-THE-FEED-FOR-APPEND.
           PERFORM RECYCLE-ONE-ITEM
               VARYING HD-IDX FROM 1 BY 1
               UNTIL HD-IDX > HOLD-COUNT.
           CLOSE ADD-TRANSACTION-FILE.

       OPEN-THE-FEED-FOR-APPEND.
           OPEN EXTEND ADD-TRANSACTION-FILE.
           IF TRAN-FILE-STATUS NOT = "00"
               OPEN OUTPUT ADD-TRANSACTION-FILE
               CLOSE ADD-TRANSACTION-FILE
               OPEN EXTEND ADD-TRANSACTION-FILE
           END-IF.

       RECYCLE-ONE-ITEM.
           MOVE HD-RECORD-IMAGE (HD-IDX) TO ADD-APPROVAL-RECORD.
           IF AW-DISPOSITION = "A"
               COMPUTE APPROVAL-STAMP = AW-WORKED-DATE * 10000
                                      + AW-WORKED-TIME
               IF APPROVAL-STAMP > CUTOFF-STAMP
                   ADD 1 TO DEFERRED-COUNT
               ELSE
                   PERFORM RECYCLE-THE-APPROVED-ITEM
               END-IF
           END-IF.

       RECYCLE-THE-APPROVED-ITEM.
           MOVE AW-FIRST-NUMBER  TO FIRST-NUMBER.
           MOVE AW-SECOND-NUMBER TO SECOND-NUMBER.
           MOVE AW-TRANS-TYPE    TO TT-TRANS-TYPE.
           MOVE AW-CURRENCY-CODE TO TT-CURRENCY-CODE.
           MOVE AW-COST-CENTER   TO TT-COST-CENTER.
           MOVE AW-CUSTOMER      TO TT-CUSTOMER.
           MOVE AW-COMPANY       TO TT-COMPANY.
           MOVE AW-EFFECTIVE-DATE TO TT-EFFECTIVE-DATE.
           MOVE "RCYC"           TO TT-SOURCE-ID.
           MOVE SPACE            TO TT-RECORD-KIND.
           MOVE ZERO             TO TT-SOURCE-COUNT.
           MOVE ZERO             TO TT-SOURCE-HASH.
           WRITE ADD-TRANSACTION-PACKED.
           MOVE "R" TO AW-DISPOSITION.
           MOVE BUSINESS-DATE TO AW-RECYCLE-DATE.
           MOVE ADD-APPROVAL-RECORD
               TO HD-RECORD-IMAGE (HD-IDX).
           ADD 1 TO RECYCLED-COUNT.
           MOVE "Approved high-value item recycled" TO EXC-TEXT.
           MOVE "DATA" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.

       SAVE-THE-HOLD-FILE.
           CALL "GENBACK" USING HOLD-MASTER-NAME.
           OPEN OUTPUT APPROVAL-FILE.
           PERFORM WRITE-ONE-HOLD-RECORD
               VARYING HD-IDX FROM 1 BY 1
               UNTIL HD-IDX > HOLD-COUNT.
           CLOSE APPROVAL-FILE.

       WRITE-ONE-HOLD-RECORD.
           MOVE HD-RECORD-IMAGE (HD-IDX) TO ADD-APPROVAL-RECORD.
           WRITE ADD-APPROVAL-RECORD.
