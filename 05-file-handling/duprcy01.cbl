       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPRCY01.
      *--------------------------------------------------
      * Duplicate hold recycle step. The ADDEDT01 pre-edit
      * holds on ADDDUPH.DAT a transaction that repeats one
      * already taken that night or inside the duplicate
      * window, and an operator releases it (with a reason)
      * or rejects it on the DUPREV01 review screen. Run
      * ahead of the pre-edit in the nightly stream, beside
      * CRDRCY01, this converts every released ("L") item
      * back into a packed ADDTRNP transaction appended to
      * the night's feed, flips it to "R" with the business
      * date as its recycle date -- the pre-edit lets it
      * past the duplicate check that night -- and rewrites
      * the duplicate file after a GENBACK generation.
      * Open, rejected and already-recycled items are
      * carried through untouched. The run holds the
      * ADDDUPH lock, so an operator still on the review
      * screen cannot lose a decision to the rewrite.
      *
      * The item goes back under the effective date it
      * first came in with, kept as DQ-EFFECTIVE-DATE,
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
           SELECT OPTIONAL DUPLICATE-HOLD-FILE ASSIGN TO "ADDDUPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT OPTIONAL ADD-TRANSACTION-FILE
               ASSIGN TO "ADDTRNP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPLICATE-HOLD-FILE.
       COPY ADDDUPH.

       FD  ADD-TRANSACTION-FILE.
       COPY ADDTRNP.

       WORKING-STORAGE SECTION.

       01  HOLD-FILE-STATUS      PIC XX.
       01  TRAN-FILE-STATUS      PIC XX.
       01  HOLD-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-HOLD-RECORDS          VALUE "Y".

      * The whole hold file as record images.
       01  HOLD-COUNT            PIC 9(4)    VALUE ZERO.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 1 TO 2000 TIMES
                           DEPENDING ON HOLD-COUNT
                           INDEXED BY HD-IDX.
               10  HD-RECORD-IMAGE   PIC X(154).

       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  BUSINESS-DATE         PIC 9(8).
       01  RECYCLED-COUNT        PIC 9(4)    VALUE ZERO.
       01  HOLD-MASTER-NAME      PIC X(8)    VALUE "ADDDUPH".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "DUPRCY01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "ADDDUPH".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "DUPRCY01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-HOLD-FILE
               IF LOAD-DID-OVERFLOW
      * Recycling against a partial hold file would drop
      * the unloaded items on the save, so the run stops
      * here with nothing recycled.
                   DISPLAY "ADDDUPH.DAT exceeds the table; "
                           "run abandoned, nothing recycled."
                   MOVE "Duplicate hold table overflow" TO EXC-TEXT
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
               DISPLAY "Duplicates recycled: " RECYCLED-COUNT
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "DUPRCY01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The duplicate hold file is in use; "
                       "nothing recycled."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "DUPRCY01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-HOLD-FILE.
           MOVE ZERO TO HOLD-COUNT.
           OPEN INPUT DUPLICATE-HOLD-FILE.
           IF HOLD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HOLD-RECORD
               PERFORM UNTIL NO-MORE-HOLD-RECORDS
                   IF HOLD-COUNT >= 2000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO HOLD-END-SWITCH
                   ELSE
                       ADD 1 TO HOLD-COUNT
                       SET HD-IDX TO HOLD-COUNT
                       MOVE ADD-DUPLICATE-HOLD-RECORD
                           TO HD-RECORD-IMAGE (HD-IDX)
                       PERFORM READ-THE-NEXT-HOLD-RECORD
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No ADDDUPH.DAT to recycle."
           END-IF.
           CLOSE DUPLICATE-HOLD-FILE.

       READ-THE-NEXT-HOLD-RECORD.
           READ DUPLICATE-HOLD-FILE
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
           MOVE HD-RECORD-IMAGE (HD-IDX) TO ADD-DUPLICATE-HOLD-RECORD.
           IF DQ-DISPOSITION = "L"
               MOVE DQ-FIRST-NUMBER  TO FIRST-NUMBER
               MOVE DQ-SECOND-NUMBER TO SECOND-NUMBER
               MOVE DQ-TRANS-TYPE    TO TT-TRANS-TYPE
               MOVE DQ-CURRENCY-CODE TO TT-CURRENCY-CODE
               MOVE DQ-COST-CENTER   TO TT-COST-CENTER
               MOVE DQ-CUSTOMER      TO TT-CUSTOMER
               MOVE DQ-COMPANY       TO TT-COMPANY
               MOVE DQ-EFFECTIVE-DATE TO TT-EFFECTIVE-DATE
               MOVE "RCYC"           TO TT-SOURCE-ID
               MOVE SPACE            TO TT-RECORD-KIND
               MOVE ZERO             TO TT-SOURCE-COUNT
               MOVE ZERO             TO TT-SOURCE-HASH
               WRITE ADD-TRANSACTION-PACKED
               MOVE "R" TO DQ-DISPOSITION
               MOVE BUSINESS-DATE TO DQ-RECYCLE-DATE
               MOVE ADD-DUPLICATE-HOLD-RECORD
                   TO HD-RECORD-IMAGE (HD-IDX)
               ADD 1 TO RECYCLED-COUNT
               MOVE "Released duplicate recycled" TO EXC-TEXT
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

       SAVE-THE-HOLD-FILE.
           CALL "GENBACK" USING HOLD-MASTER-NAME.
           OPEN OUTPUT DUPLICATE-HOLD-FILE.
           PERFORM WRITE-ONE-HOLD-RECORD
               VARYING HD-IDX FROM 1 BY 1
               UNTIL HD-IDX > HOLD-COUNT.
           CLOSE DUPLICATE-HOLD-FILE.

       WRITE-ONE-HOLD-RECORD.
           MOVE HD-RECORD-IMAGE (HD-IDX) TO ADD-DUPLICATE-HOLD-RECORD.
           WRITE ADD-DUPLICATE-HOLD-RECORD.
