       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDRCY01.
      *--------------------------------------------------
      * Credit hold recycle step. The ADDEDT01 pre-edit
      * holds a sale that would take its customer past the
      * NAMECRED.DAT credit limit on ADDCRHLD.DAT, and the
      * credit supervisor releases or rejects it on the
      * CRDREV01 review screen. Run ahead of the pre-edit
      * in the nightly stream, the way SUSRCY01 recycles
      * corrected suspense, this converts every released
      * ("L") item back into a packed ADDTRNP transaction
      * appended to the night's feed, flips it to "R" with
      * the business date as its recycle date -- the
      * pre-edit lets it through that night without
      * holding it again -- and rewrites the hold file
      * after a GENBACK generation. Open, rejected and
      * already-recycled items are carried through
      * untouched. The run holds the ADDCRHLD lock, so a
      * supervisor still on the review screen cannot lose
      * a decision to the rewrite.
      *
      * The item goes back under the effective date it
      * first came in with, kept as CH-EFFECTIVE-DATE,
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
           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "ADDCRHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT OPTIONAL ADD-TRANSACTION-FILE
               ASSIGN TO "ADDTRNP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-HOLD-FILE.
       COPY ADDCRHLD.

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
               10  HD-RECORD-IMAGE   PIC X(164).

       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  BUSINESS-DATE         PIC 9(8).
       01  RECYCLED-COUNT        PIC 9(4)    VALUE ZERO.
       01  HOLD-MASTER-NAME      PIC X(8)    VALUE "ADDCRHLD".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "CRDRCY01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "ADDCRHLD".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "CRDRCY01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-HOLD-FILE
               IF LOAD-DID-OVERFLOW
      * Recycling against a partial hold file would drop
      * the unloaded items on the save, so the run stops
      * here with nothing recycled.
                   DISPLAY "ADDCRHLD.DAT exceeds the table; "
                           "run abandoned, nothing recycled."
                   MOVE "Credit hold table overflow" TO EXC-TEXT
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
               DISPLAY "Credit holds recycled: " RECYCLED-COUNT
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "CRDRCY01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The credit hold file is in use; "
                       "nothing recycled."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "CRDRCY01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-HOLD-FILE.
           MOVE ZERO TO HOLD-COUNT.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF HOLD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HOLD-RECORD
               PERFORM UNTIL NO-MORE-HOLD-RECORDS
                   IF HOLD-COUNT >= 2000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO HOLD-END-SWITCH
                   ELSE
                       ADD 1 TO HOLD-COUNT
                       SET HD-IDX TO HOLD-COUNT
                       MOVE ADD-CREDIT-HOLD-RECORD
                           TO HD-RECORD-IMAGE (HD-IDX)
                       PERFORM READ-THE-NEXT-HOLD-RECORD
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No ADDCRHLD.DAT to recycle."
           END-IF.
           CLOSE CREDIT-HOLD-FILE.

       READ-THE-NEXT-HOLD-RECORD.
           READ CREDIT-HOLD-FILE
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
           MOVE HD-RECORD-IMAGE (HD-IDX) TO ADD-CREDIT-HOLD-RECORD.
           IF CH-DISPOSITION = "L"
               MOVE CH-FIRST-NUMBER  TO FIRST-NUMBER
               MOVE CH-SECOND-NUMBER TO SECOND-NUMBER
               MOVE CH-TRANS-TYPE    TO TT-TRANS-TYPE
               MOVE CH-CURRENCY-CODE TO TT-CURRENCY-CODE
               MOVE CH-COST-CENTER   TO TT-COST-CENTER
               MOVE CH-CUSTOMER      TO TT-CUSTOMER
               MOVE CH-COMPANY       TO TT-COMPANY
               MOVE CH-EFFECTIVE-DATE TO TT-EFFECTIVE-DATE
               MOVE "RCYC"           TO TT-SOURCE-ID
               MOVE SPACE            TO TT-RECORD-KIND
               MOVE ZERO             TO TT-SOURCE-COUNT
               MOVE ZERO             TO TT-SOURCE-HASH
               WRITE ADD-TRANSACTION-PACKED
               MOVE "R" TO CH-DISPOSITION
               MOVE BUSINESS-DATE TO CH-RECYCLE-DATE
               MOVE ADD-CREDIT-HOLD-RECORD
                   TO HD-RECORD-IMAGE (HD-IDX)
               ADD 1 TO RECYCLED-COUNT
               MOVE "Released credit hold recycled" TO EXC-TEXT
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

       SAVE-THE-HOLD-FILE.
           CALL "GENBACK" USING HOLD-MASTER-NAME.
           OPEN OUTPUT CREDIT-HOLD-FILE.
           PERFORM WRITE-ONE-HOLD-RECORD
               VARYING HD-IDX FROM 1 BY 1
               UNTIL HD-IDX > HOLD-COUNT.
           CLOSE CREDIT-HOLD-FILE.

       WRITE-ONE-HOLD-RECORD.
           MOVE HD-RECORD-IMAGE (HD-IDX) TO ADD-CREDIT-HOLD-RECORD.
           WRITE ADD-CREDIT-HOLD-RECORD.
