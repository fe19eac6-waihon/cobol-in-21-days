       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSGL01.
      *--------------------------------------------------
      * Suspense ledger posting. A pair ADD07 diverts to
      * ADDSUSP.DAT -- too big to add up, or in a currency
      * with no rate -- never reached the ledger, so
      * GLBAL.DAT understated the night by whatever sat in
      * suspense and month-end had no GL balance to tie
      * the suspense file to. This step puts it there,
      * after ADD07 has opened the night's extract and
      * before GLPOST01 posts it.
      *
      * Every item not yet on the ledger and still open
      * (or corrected, waiting to recycle) is written to
      * GLEXTR.DAT in the base currency, each number of
      * the pair as its own line: debited to the account
      * the item's GLACCT.DAT row names for its company,
      * cost center, and type -- where the pair would have
      * gone -- and credited to the company's suspense
      * account on SUSPCTL.DAT. The item is stamped with
      * the night, the two accounts, and the base amounts,
      * converted at the CURRATE.DAT rate in force on the
      * business date. An item with no SUSPCTL or GLACCT
      * row, no rate yet, or a base amount too big for the
      * extract is logged and tried again the next night.
      *
      * An item on the ledger that has since been
      * recycled ("R", by SUSRCY01) or written off ("W",
      * by operations) is cleared: the suspense account is
      * debited with exactly the stamped base amounts and
      * credited back to the stamped debit account for a
      * recycled item -- the recycled pair posts through
      * ADD07 in full -- or to the company's write-off
      * account for a written-off one. An item that was
      * recycled or written off before it ever posted
      * never reached the ledger and needs no clearing.
      *
      * ADDSUSP.DAT is held whole in a table, worked in
      * the record area (the GLSTD01 pattern) and
      * rewritten when anything posted or cleared. SUSGL.DAT
      * lists each item acted on. RC 4 when an item could
      * not be posted or cleared; RC 8 when the suspense
      * file overflows the table, with nothing written.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADD-SUSPENSE-FILE ASSIGN TO "ADDSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-CONTROL-FILE
               ASSIGN TO "SUSPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT SUSPENSE-REPORT-FILE ASSIGN TO "SUSGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-SUSPENSE-FILE.
       COPY ADDSUSP.

       FD  SUSPENSE-CONTROL-FILE.
       COPY SUSPCTL.

       FD  GL-ACCOUNT-FILE.
       COPY GLACCT.

       FD  CURRENCY-RATE-FILE.
       COPY CURRATE.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  SUSPENSE-REPORT-FILE.
       01  SUSPENSE-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

       01  SUSPENSE-FILE-STATUS  PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  ACCOUNT-FILE-STATUS   PIC XX.
       01  RATE-FILE-STATUS      PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  SUSPENSE-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-SUSPENSE-RECORDS      VALUE "Y".
       01  CONTROL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-CONTROL-RECORDS       VALUE "Y".
       01  ACCOUNT-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-GL-ACCOUNTS           VALUE "Y".
       01  RATE-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-RATE-RECORDS          VALUE "Y".

      * The whole suspense file, held so each item can be
      * stamped and the file rewritten in place.
       01  SUSPENSE-COUNT        PIC 9(4)    VALUE ZERO.
       01  SUSPENSE-TABLE.
           05  SUSPENSE-ENTRY OCCURS 1 TO 1000 TIMES
                               DEPENDING ON SUSPENSE-COUNT
                               INDEXED BY SP-IDX.
               10  SPT-RECORD         PIC X(151).
               10  SPT-OUTCOME        PIC X(16).
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  CONTROL-COUNT         PIC 99      VALUE ZERO.
       01  CONTROL-TABLE.
           05  CONTROL-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON CONTROL-COUNT
                              INDEXED BY SU-IDX.
               10  SUT-COMPANY         PIC X(02).
               10  SUT-SUSPENSE-ACCOUNT
                                       PIC 9(6).
               10  SUT-WRITE-OFF-ACCOUNT
                                       PIC 9(6).
       01  CONTROL-FOUND-SWITCH  PIC X.
           88  CONTROL-WAS-FOUND             VALUE "Y".

       01  GL-ACCOUNT-COUNT      PIC 9(3)    VALUE ZERO.
       01  GL-ACCOUNT-TABLE.
           05  GL-ACCOUNT-ENTRY OCCURS 1 TO 200 TIMES
                                 DEPENDING ON GL-ACCOUNT-COUNT
                                 INDEXED BY GA-IDX.
               10  GAT-COMPANY        PIC X(02).
               10  GAT-COST-CENTER    PIC X(04).
               10  GAT-TRANS-TYPE     PIC X(02).
               10  GAT-DEBIT-ACCOUNT  PIC 9(6).
       01  GL-ACCOUNT-FOUND-SWITCH PIC X.
           88  GL-ACCOUNT-WAS-FOUND          VALUE "Y".

       01  BASE-CURRENCY         PIC X(03)   VALUE "USD".
       01  RATE-COUNT            PIC 9(4)    VALUE ZERO.
       01  RATE-TABLE.
           05  RATE-ENTRY        OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON RATE-COUNT
                                  INDEXED BY RT-IDX.
               10  RTT-CURRENCY-CODE   PIC X(03).
               10  RTT-EFFECTIVE-DATE  PIC 9(8).
               10  RTT-RATE            PIC 9(3)V9(6).
       01  RATE-FOUND-SWITCH     PIC X.
           88  RATE-WAS-FOUND              VALUE "Y".
       01  WANTED-CURRENCY       PIC X(03).
       01  FOUND-RATE            PIC 9(3)V9(6).
       01  FOUND-EFFECTIVE-DATE  PIC 9(8).

       01  BUSINESS-DATE         PIC 9(8).
       01  WORK-COMPANY          PIC X(02).
       01  POSTED-SWITCH         PIC X.
           88  ITEM-IS-ON-LEDGER             VALUE "Y".
       01  CLEARED-SWITCH        PIC X.
           88  ITEM-IS-CLEARED               VALUE "Y".
       01  SIZE-ERROR-SWITCH     PIC X.
           88  BASE-IS-TOO-BIG               VALUE "Y".
       01  FIRST-BASE            PIC S9(7)V99.
       01  SECOND-BASE           PIC S9(7)V99.
       01  LINE-DEBIT-ACCOUNT    PIC 9(6).
       01  LINE-CREDIT-ACCOUNT   PIC 9(6).
       01  LINE-AMOUNT           PIC S9(7)V99.
       01  ITEM-TOTAL            PIC S9(9)V99.

       01  POSTED-COUNT          PIC 9(4)    VALUE ZERO.
       01  CLEARED-COUNT         PIC 9(4)    VALUE ZERO.
       01  NOT-POSTED-COUNT      PIC 9(4)    VALUE ZERO.
       01  NOT-CLEARED-COUNT     PIC 9(4)    VALUE ZERO.
       01  LINE-COUNT            PIC 9(5)    VALUE ZERO.
       01  POSTED-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01  CLEARED-TOTAL         PIC S9(9)V99 VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "SUSGL01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "SUSGL01".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       01  SUSPENSE-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "SUSPENSE ITEMS POSTED TO THE LEDGER".
           COPY RUNDATE REPLACING RD-RUN-DATE BY SH1-RUN-DATE.

       01  SUSPENSE-HEADING-2.
           05  FILLER             PIC X(11) VALUE "ENTERED".
           05  FILLER             PIC X(8)  VALUE "CO CUR".
           05  FILLER             PIC X(14) VALUE "DEBIT  CREDIT".
           05  FILLER             PIC X(15) VALUE "   BASE AMOUNT".
           05  FILLER             PIC X(3)  VALUE "D".
           05  FILLER             PIC X(16) VALUE "OUTCOME".

       01  SUSPENSE-DETAIL-LINE.
           05  SD-RUN-DATE        PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-COMPANY         PIC X(2).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-CURRENCY-CODE   PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-DEBIT-ACCOUNT   PIC Z(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-CREDIT-ACCOUNT  PIC Z(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-AMOUNT          PIC -(9)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-DISPOSITION     PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-OUTCOME         PIC X(16).

       01  SUSPENSE-SUMMARY-LINE-1.
           05  FILLER             PIC X(8)  VALUE "Posted: ".
           05  SM-POSTED          PIC ZZZ9.
           05  FILLER             PIC X(11) VALUE "  Cleared: ".
           05  SM-CLEARED         PIC ZZZ9.
           05  FILLER             PIC X(14) VALUE "  Not posted: ".
           05  SM-NOT-POSTED      PIC ZZZ9.
           05  FILLER             PIC X(15) VALUE "  Not cleared: ".
           05  SM-NOT-CLEARED     PIC ZZZ9.

       01  SUSPENSE-SUMMARY-LINE-2.
           05  FILLER             PIC X(20)
               VALUE "Into suspense:      ".
           05  SM-POSTED-TOTAL    PIC -(9)9.99.
           05  FILLER             PIC X(22)
               VALUE "  Out of suspense:    ".
           05  SM-CLEARED-TOTAL   PIC -(9)9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "SUSGL01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-SUSPENSE-CONTROLS
               PERFORM LOAD-THE-GL-ACCOUNTS
               PERFORM LOAD-THE-CURRENCY-RATES
               PERFORM LOAD-THE-SUSPENSE-FILE
               IF LOAD-DID-OVERFLOW
      * Posting part of the file and rewriting it from a
      * partial table would drop the items left out, so
      * nothing is posted.
                   DISPLAY "ADDSUSP.DAT exceeds the table; "
                           "run abandoned, nothing posted."
                   MOVE "Suspense table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM POST-THE-SUSPENSE-ITEMS
                   IF POSTED-COUNT + CLEARED-COUNT > ZERO
                       PERFORM SAVE-THE-SUSPENSE-FILE
                   END-IF
                   PERFORM WRITE-THE-SUSPENSE-REPORT
                   DISPLAY "Suspense items posted: " POSTED-COUNT
                   DISPLAY "Suspense items cleared: " CLEARED-COUNT
                   DISPLAY "Suspense extract lines written: "
                           LINE-COUNT
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "SUSGL01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NOT-POSTED-COUNT + NOT-CLEARED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "SUSGL01 is already running; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "SUSGL01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-SUSPENSE-FILE.
           OPEN INPUT ADD-SUSPENSE-FILE.
           IF SUSPENSE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-SUSPENSE-RECORD
               PERFORM UNTIL NO-MORE-SUSPENSE-RECORDS
                   IF SUSPENSE-COUNT >= 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO SUSPENSE-END-SWITCH
                   ELSE
                       ADD 1 TO SUSPENSE-COUNT
                       SET SP-IDX TO SUSPENSE-COUNT
                       MOVE ADD-SUSPENSE-RECORD
                           TO SPT-RECORD (SP-IDX)
                       MOVE SPACES TO SPT-OUTCOME (SP-IDX)
                       PERFORM READ-THE-NEXT-SUSPENSE-RECORD
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No ADDSUSP.DAT suspense items on file."
           END-IF.
           CLOSE ADD-SUSPENSE-FILE.

       READ-THE-NEXT-SUSPENSE-RECORD.
           READ ADD-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO SUSPENSE-END-SWITCH
           END-READ.

       POST-THE-SUSPENSE-ITEMS.
           PERFORM OPEN-THE-EXTRACT-FOR-APPEND.
           PERFORM JUDGE-ONE-SUSPENSE-ITEM
               VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > SUSPENSE-COUNT.
           CLOSE GL-EXTRACT-FILE.

      * Each item is worked in the record area, then put
      * back into the table with its new stamps.
       JUDGE-ONE-SUSPENSE-ITEM.
           MOVE SPT-RECORD (SP-IDX) TO ADD-SUSPENSE-RECORD.
           IF SS-COMPANY = SPACES
               MOVE "01" TO WORK-COMPANY
           ELSE
               MOVE SS-COMPANY TO WORK-COMPANY
           END-IF.
           MOVE "N" TO POSTED-SWITCH.
           IF  SS-GL-POST-DATE IS NUMERIC
           AND SS-GL-POST-DATE NOT = ZERO
               MOVE "Y" TO POSTED-SWITCH
           END-IF.
           MOVE "N" TO CLEARED-SWITCH.
           IF  SS-GL-CLEAR-DATE IS NUMERIC
           AND SS-GL-CLEAR-DATE NOT = ZERO
               MOVE "Y" TO CLEARED-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN ITEM-IS-ON-LEDGER AND ITEM-IS-CLEARED
                   CONTINUE
               WHEN ITEM-IS-ON-LEDGER
                AND (SS-DISPOSITION = "R" OR SS-DISPOSITION = "W")
                   PERFORM CLEAR-ONE-SUSPENSE-ITEM
               WHEN ITEM-IS-ON-LEDGER
                   CONTINUE
               WHEN SS-DISPOSITION = "R" OR SS-DISPOSITION = "W"
                   CONTINUE
               WHEN OTHER
                   PERFORM POST-ONE-SUSPENSE-ITEM
           END-EVALUATE.

       POST-ONE-SUSPENSE-ITEM.
           PERFORM FIND-THE-SUSPENSE-CONTROL.
           MOVE "N" TO GL-ACCOUNT-FOUND-SWITCH.
           MOVE "N" TO RATE-FOUND-SWITCH.
           MOVE "N" TO SIZE-ERROR-SWITCH.
           IF CONTROL-WAS-FOUND
               PERFORM FIND-THE-GL-ACCOUNT
           END-IF.
           IF GL-ACCOUNT-WAS-FOUND
               IF SS-CURRENCY-CODE = SPACES
                   MOVE BASE-CURRENCY TO WANTED-CURRENCY
               ELSE
                   MOVE SS-CURRENCY-CODE TO WANTED-CURRENCY
               END-IF
               PERFORM FIND-THE-CURRENCY-RATE
           END-IF.
           IF RATE-WAS-FOUND
               PERFORM CONVERT-THE-ITEM-AMOUNTS
           END-IF.
           EVALUATE TRUE
               WHEN NOT CONTROL-WAS-FOUND
                   MOVE "NO SUSPCTL ROW" TO SPT-OUTCOME (SP-IDX)
               WHEN NOT GL-ACCOUNT-WAS-FOUND
                   MOVE "NO GLACCT ROW" TO SPT-OUTCOME (SP-IDX)
               WHEN NOT RATE-WAS-FOUND
                   MOVE "NO RATE YET" TO SPT-OUTCOME (SP-IDX)
               WHEN BASE-IS-TOO-BIG
                   MOVE "TOO BIG TO POST" TO SPT-OUTCOME (SP-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SPT-OUTCOME (SP-IDX) NOT = SPACES
               ADD 1 TO NOT-POSTED-COUNT
               MOVE SPACES TO EXC-TEXT
               STRING "Suspense item not posted: "
                          DELIMITED BY SIZE
                      SPT-OUTCOME (SP-IDX) DELIMITED BY SIZE
                   INTO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
               PERFORM WRITE-THE-POSTING-LINES
           END-IF.

      * Each number converts on its own, as ADD07 would
      * have converted it, so the stamped amounts are
      * exactly what reached the ledger.
       CONVERT-THE-ITEM-AMOUNTS.
           IF  SS-FIRST-NUMBER IS NUMERIC
           AND SS-SECOND-NUMBER IS NUMERIC
               COMPUTE FIRST-BASE ROUNDED =
                   SS-FIRST-NUMBER * FOUND-RATE
                   ON SIZE ERROR
                       MOVE "Y" TO SIZE-ERROR-SWITCH
               END-COMPUTE
               COMPUTE SECOND-BASE ROUNDED =
                   SS-SECOND-NUMBER * FOUND-RATE
                   ON SIZE ERROR
                       MOVE "Y" TO SIZE-ERROR-SWITCH
               END-COMPUTE
           ELSE
               MOVE "Y" TO SIZE-ERROR-SWITCH
           END-IF.

       WRITE-THE-POSTING-LINES.
           MOVE GAT-DEBIT-ACCOUNT (GA-IDX) TO LINE-DEBIT-ACCOUNT.
           MOVE SUT-SUSPENSE-ACCOUNT (SU-IDX) TO LINE-CREDIT-ACCOUNT.
           MOVE FIRST-BASE TO LINE-AMOUNT.
           PERFORM WRITE-ONE-EXTRACT-LINE.
           MOVE SECOND-BASE TO LINE-AMOUNT.
           PERFORM WRITE-ONE-EXTRACT-LINE.
           MOVE BUSINESS-DATE TO SS-GL-POST-DATE.
           MOVE GAT-DEBIT-ACCOUNT (GA-IDX) TO SS-GL-DEBIT-ACCOUNT.
           MOVE SUT-SUSPENSE-ACCOUNT (SU-IDX)
               TO SS-GL-SUSPENSE-ACCOUNT.
           MOVE FIRST-BASE TO SS-GL-FIRST-BASE.
           MOVE SECOND-BASE TO SS-GL-SECOND-BASE.
           MOVE ZERO TO SS-GL-CLEAR-DATE.
           MOVE ADD-SUSPENSE-RECORD TO SPT-RECORD (SP-IDX).
           MOVE "POSTED" TO SPT-OUTCOME (SP-IDX).
           ADD 1 TO POSTED-COUNT.
           ADD FIRST-BASE SECOND-BASE TO POSTED-TOTAL.

      * The clearing reverses the stamped posting, not the
      * pair as it stands now -- operations may have
      * corrected the amounts before recycling it.
       CLEAR-ONE-SUSPENSE-ITEM.
           MOVE SS-GL-SUSPENSE-ACCOUNT TO LINE-DEBIT-ACCOUNT.
           IF SS-DISPOSITION = "R"
               MOVE SS-GL-DEBIT-ACCOUNT TO LINE-CREDIT-ACCOUNT
               MOVE "Y" TO CONTROL-FOUND-SWITCH
           ELSE
               PERFORM FIND-THE-SUSPENSE-CONTROL
               IF CONTROL-WAS-FOUND
                   MOVE SUT-WRITE-OFF-ACCOUNT (SU-IDX)
                       TO LINE-CREDIT-ACCOUNT
               END-IF
           END-IF.
           IF CONTROL-WAS-FOUND
               MOVE SS-GL-FIRST-BASE TO LINE-AMOUNT
               PERFORM WRITE-ONE-EXTRACT-LINE
               MOVE SS-GL-SECOND-BASE TO LINE-AMOUNT
               PERFORM WRITE-ONE-EXTRACT-LINE
               MOVE BUSINESS-DATE TO SS-GL-CLEAR-DATE
               MOVE ADD-SUSPENSE-RECORD TO SPT-RECORD (SP-IDX)
               IF SS-DISPOSITION = "R"
                   MOVE "CLEARED RECYCLED" TO SPT-OUTCOME (SP-IDX)
               ELSE
                   MOVE "WRITTEN OFF" TO SPT-OUTCOME (SP-IDX)
               END-IF
               ADD 1 TO CLEARED-COUNT
               ADD SS-GL-FIRST-BASE SS-GL-SECOND-BASE
                   TO CLEARED-TOTAL
           ELSE
               MOVE "NO SUSPCTL ROW" TO SPT-OUTCOME (SP-IDX)
               ADD 1 TO NOT-CLEARED-COUNT
               MOVE "Suspense item not cleared: no SUSPCTL"
                   TO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

      * Lines are written in the base currency, so GLPOST01
      * posts them without a foreign-currency position. A
      * zero number writes no line.
       WRITE-ONE-EXTRACT-LINE.
           IF LINE-AMOUNT NOT = ZERO
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE "SUSGL01" TO GX-JOB-NAME
               MOVE BUSINESS-DATE TO GX-RUN-DATE
               MOVE LINE-DEBIT-ACCOUNT TO GX-DEBIT-ACCOUNT
               MOVE LINE-CREDIT-ACCOUNT TO GX-CREDIT-ACCOUNT
               MOVE LINE-AMOUNT TO GX-AMOUNT
               MOVE BASE-CURRENCY TO GX-CURRENCY-CODE
               MOVE SS-COST-CENTER TO GX-COST-CENTER
               MOVE LINE-AMOUNT TO GX-BASE-AMOUNT
               MOVE WORK-COMPANY TO GX-COMPANY
               WRITE GL-EXTRACT-RECORD
               ADD 1 TO LINE-COUNT
           END-IF.

       OPEN-THE-EXTRACT-FOR-APPEND.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.

       SAVE-THE-SUSPENSE-FILE.
           OPEN OUTPUT ADD-SUSPENSE-FILE.
           PERFORM SAVE-ONE-SUSPENSE-RECORD
               VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > SUSPENSE-COUNT.
           CLOSE ADD-SUSPENSE-FILE.

       SAVE-ONE-SUSPENSE-RECORD.
           MOVE SPT-RECORD (SP-IDX) TO ADD-SUSPENSE-RECORD.
           WRITE ADD-SUSPENSE-RECORD.

       WRITE-THE-SUSPENSE-REPORT.
           OPEN OUTPUT SUSPENSE-REPORT-FILE.
           MOVE BUSINESS-DATE TO SH1-RUN-DATE.
           MOVE SUSPENSE-HEADING-1 TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE SUSPENSE-HEADING-2 TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           PERFORM WRITE-ONE-SUSPENSE-LINE
               VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > SUSPENSE-COUNT.
           IF POSTED-COUNT + CLEARED-COUNT + NOT-POSTED-COUNT
            + NOT-CLEARED-COUNT = ZERO
               MOVE "  (nothing to post or clear)"
                   TO SUSPENSE-REPORT-LINE
               WRITE SUSPENSE-REPORT-LINE
           END-IF.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE POSTED-COUNT TO SM-POSTED.
           MOVE CLEARED-COUNT TO SM-CLEARED.
           MOVE NOT-POSTED-COUNT TO SM-NOT-POSTED.
           MOVE NOT-CLEARED-COUNT TO SM-NOT-CLEARED.
           MOVE SUSPENSE-SUMMARY-LINE-1 TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE POSTED-TOTAL TO SM-POSTED-TOTAL.
           MOVE CLEARED-TOTAL TO SM-CLEARED-TOTAL.
           MOVE SUSPENSE-SUMMARY-LINE-2 TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           CLOSE SUSPENSE-REPORT-FILE.

      * Only the items acted on, or that could not be, are
      * listed; the rest of the file is quiet.
       WRITE-ONE-SUSPENSE-LINE.
           IF SPT-OUTCOME (SP-IDX) NOT = SPACES
               MOVE SPT-RECORD (SP-IDX) TO ADD-SUSPENSE-RECORD
               MOVE SS-RUN-DATE TO SD-RUN-DATE
               IF SS-COMPANY = SPACES
                   MOVE "01" TO SD-COMPANY
               ELSE
                   MOVE SS-COMPANY TO SD-COMPANY
               END-IF
               MOVE SS-CURRENCY-CODE TO SD-CURRENCY-CODE
               MOVE SS-DISPOSITION TO SD-DISPOSITION
               MOVE SPT-OUTCOME (SP-IDX) TO SD-OUTCOME
               PERFORM FILL-THE-DETAIL-AMOUNTS
               MOVE SUSPENSE-DETAIL-LINE TO SUSPENSE-REPORT-LINE
               WRITE SUSPENSE-REPORT-LINE
           END-IF.

      * A posted item shows the posting; a cleared one the
      * clearing, suspense on the debit side; one not
      * acted on shows its amounts as they stand.
       FILL-THE-DETAIL-AMOUNTS.
           MOVE ZERO TO SD-DEBIT-ACCOUNT SD-CREDIT-ACCOUNT.
           MOVE ZERO TO ITEM-TOTAL.
           EVALUATE SPT-OUTCOME (SP-IDX)
               WHEN "POSTED"
                   MOVE SS-GL-DEBIT-ACCOUNT TO SD-DEBIT-ACCOUNT
                   MOVE SS-GL-SUSPENSE-ACCOUNT TO SD-CREDIT-ACCOUNT
                   ADD SS-GL-FIRST-BASE SS-GL-SECOND-BASE
                       TO ITEM-TOTAL
               WHEN "CLEARED RECYCLED"
                   MOVE SS-GL-SUSPENSE-ACCOUNT TO SD-DEBIT-ACCOUNT
                   MOVE SS-GL-DEBIT-ACCOUNT TO SD-CREDIT-ACCOUNT
                   ADD SS-GL-FIRST-BASE SS-GL-SECOND-BASE
                       TO ITEM-TOTAL
               WHEN "WRITTEN OFF"
                   MOVE SS-GL-SUSPENSE-ACCOUNT TO SD-DEBIT-ACCOUNT
                   PERFORM FIND-THE-SUSPENSE-CONTROL
                   IF CONTROL-WAS-FOUND
                       MOVE SUT-WRITE-OFF-ACCOUNT (SU-IDX)
                           TO SD-CREDIT-ACCOUNT
                   END-IF
                   ADD SS-GL-FIRST-BASE SS-GL-SECOND-BASE
                       TO ITEM-TOTAL
               WHEN OTHER
                   IF  SS-FIRST-NUMBER IS NUMERIC
                   AND SS-SECOND-NUMBER IS NUMERIC
                       ADD SS-FIRST-NUMBER SS-SECOND-NUMBER
                           TO ITEM-TOTAL
                   END-IF
           END-EVALUATE.
           MOVE ITEM-TOTAL TO SD-AMOUNT.

      * Level 3 routines -- the control tables.
       LOAD-THE-SUSPENSE-CONTROLS.
           MOVE ZERO TO CONTROL-COUNT.
           OPEN INPUT SUSPENSE-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CONTROL-RECORD
               PERFORM UNTIL NO-MORE-CONTROL-RECORDS
                   IF CONTROL-COUNT >= 50
                       DISPLAY "Suspense control table full at 50; "
                               "remaining SUSPCTL rows ignored."
                       MOVE "Y" TO CONTROL-END-SWITCH
                   ELSE
                       ADD 1 TO CONTROL-COUNT
                       SET SU-IDX TO CONTROL-COUNT
                       IF SU-COMPANY = SPACES
                           MOVE "01" TO SUT-COMPANY (SU-IDX)
                       ELSE
                           MOVE SU-COMPANY TO SUT-COMPANY (SU-IDX)
                       END-IF
                       MOVE SU-SUSPENSE-ACCOUNT
                           TO SUT-SUSPENSE-ACCOUNT (SU-IDX)
                       MOVE SU-WRITE-OFF-ACCOUNT
                           TO SUT-WRITE-OFF-ACCOUNT (SU-IDX)
                       PERFORM READ-THE-NEXT-CONTROL-RECORD
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No SUSPCTL.DAT on file; "
                       "nothing can be posted to suspense."
           END-IF.
           CLOSE SUSPENSE-CONTROL-FILE.

       READ-THE-NEXT-CONTROL-RECORD.
           READ SUSPENSE-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-END-SWITCH
           END-READ.

       FIND-THE-SUSPENSE-CONTROL.
           MOVE "N" TO CONTROL-FOUND-SWITCH.
           IF CONTROL-COUNT > 0
               SET SU-IDX TO 1
               SEARCH CONTROL-ENTRY
                   WHEN SUT-COMPANY (SU-IDX) = WORK-COMPANY
                       MOVE "Y" TO CONTROL-FOUND-SWITCH
               END-SEARCH
           END-IF.

       LOAD-THE-GL-ACCOUNTS.
           MOVE ZERO TO GL-ACCOUNT-COUNT.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-GL-ACCOUNT
               PERFORM UNTIL NO-MORE-GL-ACCOUNTS
                   IF GL-ACCOUNT-COUNT >= 200
                       DISPLAY "GL account table full at 200; "
                               "remaining GLACCT rows ignored."
                       MOVE "Y" TO ACCOUNT-END-SWITCH
                   ELSE
                       ADD 1 TO GL-ACCOUNT-COUNT
                       SET GA-IDX TO GL-ACCOUNT-COUNT
                       IF GA-COMPANY = SPACES
                           MOVE "01" TO GAT-COMPANY (GA-IDX)
                       ELSE
                           MOVE GA-COMPANY TO GAT-COMPANY (GA-IDX)
                       END-IF
                       MOVE GA-COST-CENTER
                           TO GAT-COST-CENTER (GA-IDX)
                       MOVE GA-TRANS-TYPE TO GAT-TRANS-TYPE (GA-IDX)
                       MOVE GA-DEBIT-ACCOUNT
                           TO GAT-DEBIT-ACCOUNT (GA-IDX)
                       PERFORM READ-THE-NEXT-GL-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE GL-ACCOUNT-FILE.

       READ-THE-NEXT-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE
               AT END
                   MOVE "Y" TO ACCOUNT-END-SWITCH
           END-READ.

       FIND-THE-GL-ACCOUNT.
           MOVE "N" TO GL-ACCOUNT-FOUND-SWITCH.
           IF GL-ACCOUNT-COUNT > 0
               SET GA-IDX TO 1
               SEARCH GL-ACCOUNT-ENTRY
                   WHEN GAT-COMPANY (GA-IDX) = WORK-COMPANY
                    AND GAT-COST-CENTER (GA-IDX) = SS-COST-CENTER
                    AND GAT-TRANS-TYPE (GA-IDX) = SS-TRANS-TYPE
                       MOVE "Y" TO GL-ACCOUNT-FOUND-SWITCH
               END-SEARCH
           END-IF.

       LOAD-THE-CURRENCY-RATES.
           MOVE ZERO TO RATE-COUNT.
           OPEN INPUT CURRENCY-RATE-FILE.
           IF RATE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-RATE-RECORD
               PERFORM UNTIL NO-MORE-RATE-RECORDS
                   IF RATE-COUNT >= 5000
                       DISPLAY "Rate table full at 5000; "
                               "remaining CURRATE rows ignored."
                       MOVE "Y" TO RATE-END-SWITCH
                   ELSE
                   ADD 1 TO RATE-COUNT
                   SET RT-IDX TO RATE-COUNT
                   MOVE CU-CURRENCY-CODE
                       TO RTT-CURRENCY-CODE (RT-IDX)
                   MOVE CU-EFFECTIVE-DATE
                       TO RTT-EFFECTIVE-DATE (RT-IDX)
                   MOVE CU-RATE TO RTT-RATE (RT-IDX)
                   PERFORM READ-THE-NEXT-RATE-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE CURRENCY-RATE-FILE.

       READ-THE-NEXT-RATE-RECORD.
           READ CURRENCY-RATE-FILE
               AT END
                   MOVE "Y" TO RATE-END-SWITCH
           END-READ.

      * Same pick as ADD07's: the row with the latest
      * effective date at or before the business date;
      * the base currency converts at one.
       FIND-THE-CURRENCY-RATE.
           MOVE "N" TO RATE-FOUND-SWITCH.
           MOVE 1 TO FOUND-RATE.
           MOVE ZERO TO FOUND-EFFECTIVE-DATE.
           IF WANTED-CURRENCY = BASE-CURRENCY
               MOVE "Y" TO RATE-FOUND-SWITCH
           ELSE
               PERFORM CHECK-ONE-RATE-ROW
                   VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RATE-COUNT
           END-IF.

       CHECK-ONE-RATE-ROW.
           IF  RTT-CURRENCY-CODE (RT-IDX) = WANTED-CURRENCY
           AND RTT-EFFECTIVE-DATE (RT-IDX) <= BUSINESS-DATE
           AND RTT-EFFECTIVE-DATE (RT-IDX) >= FOUND-EFFECTIVE-DATE
               MOVE RTT-EFFECTIVE-DATE (RT-IDX)
                   TO FOUND-EFFECTIVE-DATE
               MOVE RTT-RATE (RT-IDX) TO FOUND-RATE
               MOVE "Y" TO RATE-FOUND-SWITCH
           END-IF.
