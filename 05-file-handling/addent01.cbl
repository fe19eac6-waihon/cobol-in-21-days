      * batch balancing. An imbalance shows both sets of
      * figures, releases nothing, and logs the forced
      * review to the shared exception log.
      *
      * Every pair in a released batch is also appended to
      * the ADDKEYLG.DAT keying log with the operator from
      * the BATCHPRM control card, so the high-value
      * approval queue knows who keyed an item and can
      * keep them from approving it.
      *
      * A released batch is now added to the end of
      * ADDTRNK.DAT rather than replacing it, so batches
      * keyed through the day wait there together for the
      * hourly INTRDY01 intraday run, which empties the
      * file as it takes them. The append is made under
      * the ADDTRNK lock the intraday run takes, waiting
      * a moment when a run has it, so a batch is never
      * half taken.
      *
      * Each pair may be keyed with an effective date, the
      * business date it belongs to; left blank, it posts
      * on the night it goes through. The date is proved
      * by the ADDEDT01 pre-edit, which warehouses a pair
      * dated ahead and rejects one dated into a closed
      * period.
      *
      * A released batch goes onto ADDTRNK.DAT as source
      * KEYD, its pairs between a source header record and
      * a trailer record carrying the count and hash total
      * the batch balanced to, so the night's pre-edit can
      * prove the keyed pairs arrived whole alongside the
      * other senders' feeds.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KEYED-TRANSACTION-FILE
               ASSIGN TO "ADDTRNK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEYED-FILE-STATUS.

           SELECT OPTIONAL KEYING-LOG-FILE ASSIGN TO "ADDKEYLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEYLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYED-TRANSACTION-FILE.
       COPY ADDTRNP.

       FD  KEYING-LOG-FILE.
       COPY ADDKEYLG.

       WORKING-STORAGE SECTION.

       01  KEYLOG-FILE-STATUS    PIC XX.
       01  KEYED-FILE-STATUS     PIC XX.
       01  JOB-NAME              PIC X(8)    VALUE "ADDENT01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  KEYED-DATE            PIC 9(8).
       01  KEYED-SOURCE-ID       PIC X(04)   VALUE "KEYD".

       01  EXPECTED-COUNT        PIC 9(5).
       01  EXPECTED-HASH         PIC S9(13)V99.
       01  COMPUTED-COUNT        PIC 9(5)    VALUE ZERO.
               10  PA-COST-CENTER      PIC X(04).
               10  PA-CUSTOMER         PIC X(10).
               10  PA-COMPANY          PIC X(02).
               10  PA-EFFECTIVE-DATE   PIC X(08).

       01  EXC-JOB-NAME          PIC X(8)    VALUE "ADDENT01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "ADDTRNK".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".
       01  LOCK-ATTEMPTS         PIC 9(2).
       01  LOCK-WAIT             PIC 9       VALUE 1.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ADDENT01".
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM GET-THE-BATCH-EXPECTATIONS.
           PERFORM KEY-ONE-PAIR UNTIL ENTRY-IS-DONE
                                   OR PAIR-COUNT >= 500.
               ACCEPT PA-CUSTOMER (PA-IDX)
               DISPLAY "Company (2 characters, spaces for 01)?"
               ACCEPT PA-COMPANY (PA-IDX)
               DISPLAY "Effective date (CCYYMMDD, spaces for the "
                       "night it posts)?"
               ACCEPT PA-EFFECTIVE-DATE (PA-IDX)
               ADD 1 TO COMPUTED-COUNT
               ADD PA-FIRST-NUMBER (PA-IDX) TO COMPUTED-HASH
               ADD PA-SECOND-NUMBER (PA-IDX) TO COMPUTED-HASH
           END-IF.

       RELEASE-THE-BATCH.
           PERFORM LOCK-THE-KEYED-FILE.
           IF NOT JOB-LOCK-ACQUIRED
               DISPLAY "ADDTRNK.DAT is held by the intraday run; "
                       "nothing was released. Release the batch "
                       "again in a few minutes."
               MOVE "Keyed batch not released; ADDTRNK locked"
                   TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
               PERFORM APPEND-THE-KEYED-PAIRS
           END-IF.

       APPEND-THE-KEYED-PAIRS.
           OPEN EXTEND KEYED-TRANSACTION-FILE.
           IF KEYED-FILE-STATUS NOT = "00"
               OPEN OUTPUT KEYED-TRANSACTION-FILE
               CLOSE KEYED-TRANSACTION-FILE
               OPEN EXTEND KEYED-TRANSACTION-FILE
           END-IF.
           MOVE "H" TO TT-RECORD-KIND.
           PERFORM WRITE-THE-SOURCE-CONTROL.
           PERFORM WRITE-ONE-KEYED-PAIR
               VARYING PA-IDX FROM 1 BY 1
               UNTIL PA-IDX > PAIR-COUNT.
           MOVE "T" TO TT-RECORD-KIND.
           PERFORM WRITE-THE-SOURCE-CONTROL.
           CLOSE KEYED-TRANSACTION-FILE.
           MOVE "U" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           ACCEPT KEYED-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-THE-KEYING-LOG-FOR-APPEND.
           PERFORM LOG-ONE-KEYED-PAIR
               VARYING PA-IDX FROM 1 BY 1
               UNTIL PA-IDX > PAIR-COUNT.
           CLOSE KEYING-LOG-FILE.
           DISPLAY "Batch balanced; " PAIR-COUNT
                   " pair(s) released to ADDTRNK.DAT.".

      * An intraday run holds the lock only while it copies
      * the file off, so a short wait usually gets it.
       LOCK-THE-KEYED-FILE.
           MOVE ZERO TO LOCK-ATTEMPTS.
           MOVE "N" TO LOCK-RESULT.
           PERFORM UNTIL JOB-LOCK-ACQUIRED
                      OR LOCK-ATTEMPTS = 30
               IF LOCK-ATTEMPTS > 0
                   CALL "C$SLEEP" USING LOCK-WAIT
               END-IF
               ADD 1 TO LOCK-ATTEMPTS
               MOVE "L" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
           END-PERFORM.

       WRITE-ONE-KEYED-PAIR.
           MOVE PA-FIRST-NUMBER (PA-IDX)  TO FIRST-NUMBER.
           MOVE PA-SECOND-NUMBER (PA-IDX) TO SECOND-NUMBER.
           MOVE PA-COST-CENTER (PA-IDX)   TO TT-COST-CENTER.
           MOVE PA-CUSTOMER (PA-IDX)      TO TT-CUSTOMER.
           MOVE PA-COMPANY (PA-IDX)       TO TT-COMPANY.
           MOVE PA-EFFECTIVE-DATE (PA-IDX) TO TT-EFFECTIVE-DATE.
           MOVE KEYED-SOURCE-ID           TO TT-SOURCE-ID.
           MOVE SPACE                     TO TT-RECORD-KIND.
           MOVE ZERO                      TO TT-SOURCE-COUNT.
           MOVE ZERO                      TO TT-SOURCE-HASH.
           WRITE ADD-TRANSACTION-PACKED.

      * The batch goes out between a header and a trailer
      * as its own source, the trailer carrying the count
      * and hash it was balanced to.
       WRITE-THE-SOURCE-CONTROL.
           MOVE ZERO TO FIRST-NUMBER SECOND-NUMBER.
           MOVE SPACES TO TT-TRANS-TYPE TT-CURRENCY-CODE
                          TT-COST-CENTER TT-CUSTOMER TT-COMPANY
                          TT-EFFECTIVE-DATE.
           MOVE KEYED-SOURCE-ID TO TT-SOURCE-ID.
           IF TT-SOURCE-TRAILER
               MOVE COMPUTED-COUNT TO TT-SOURCE-COUNT
               MOVE COMPUTED-HASH TO TT-SOURCE-HASH
           ELSE
               MOVE ZERO TO TT-SOURCE-COUNT TT-SOURCE-HASH
           END-IF.
           WRITE ADD-TRANSACTION-PACKED.

       OPEN-THE-KEYING-LOG-FOR-APPEND.
           OPEN EXTEND KEYING-LOG-FILE.
           IF KEYLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT KEYING-LOG-FILE
               CLOSE KEYING-LOG-FILE
               OPEN EXTEND KEYING-LOG-FILE
           END-IF.

       LOG-ONE-KEYED-PAIR.
           MOVE SPACES TO ADD-KEYING-LOG-RECORD.
           MOVE KEYED-DATE                TO KL-KEYED-DATE.
           MOVE OPERATOR-ID               TO KL-OPERATOR-ID.
           MOVE PA-FIRST-NUMBER (PA-IDX)  TO KL-FIRST-NUMBER.
           MOVE PA-SECOND-NUMBER (PA-IDX) TO KL-SECOND-NUMBER.
           MOVE PA-TRANS-TYPE (PA-IDX)    TO KL-TRANS-TYPE.
           MOVE PA-CURRENCY-CODE (PA-IDX) TO KL-CURRENCY-CODE.
           MOVE PA-COST-CENTER (PA-IDX)   TO KL-COST-CENTER.
           MOVE PA-CUSTOMER (PA-IDX)      TO KL-CUSTOMER.
           MOVE PA-COMPANY (PA-IDX)       TO KL-COMPANY.
           WRITE ADD-KEYING-LOG-RECORD.
