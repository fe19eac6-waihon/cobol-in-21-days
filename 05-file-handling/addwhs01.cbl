       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDWHS01.
      *--------------------------------------------------
      * Future-dated transaction warehouse step. The
      * ADDEDT01 pre-edit keeps a pair whose effective date
      * is after the business date on ADDWHSE.DAT instead of
      * posting it early. Run ahead of the pre-edit in the
      * nightly stream, beside the recycle steps, this
      * converts every waiting ("W") item whose effective
      * date the business date has reached back into a
      * packed ADDTRNP transaction appended to the night's
      * feed, its effective date kept, flips it to "R" with
      * the business date as its release date, and rewrites
      * the warehouse after a GENBACK generation. An item
      * dated on a weekend or holiday is released on the
      * first business night on or after it, and posts
      * under its own date.
      *
      * The ADDWHSR.DAT warehouse report then lists what is
      * still waiting, in the order it will go: the night
      * each item will be released, its effective date,
      * keys, pair total, and the night it was warehoused,
      * with a count and total for each release night. The
      * run holds the ADDWHSE lock, so a pre-edit cannot
      * append to the warehouse under the rewrite.
      *
      * A released item goes back as source RCYC, the
      * night's own recycled pairs on the ADDSRC.DAT
      * source registry, loose rather than between a
      * header and trailer: the sender's block it came in
      * on balanced the night it first arrived.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WAREHOUSE-FILE ASSIGN TO "ADDWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAREHOUSE-FILE-STATUS.

           SELECT OPTIONAL ADD-TRANSACTION-FILE
               ASSIGN TO "ADDTRNP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT WAREHOUSE-REPORT-FILE ASSIGN TO "ADDWHSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE.
       COPY ADDWHSE.

       FD  ADD-TRANSACTION-FILE.
       COPY ADDTRNP.

       FD  WAREHOUSE-REPORT-FILE.
       01  WAREHOUSE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       01  WAREHOUSE-FILE-STATUS PIC XX.
       01  TRAN-FILE-STATUS      PIC XX.
       01  WAREHOUSE-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-WAREHOUSE-ITEMS       VALUE "Y".

      * The whole warehouse as record images.
       01  WAREHOUSE-COUNT       PIC 9(4)    VALUE ZERO.
       01  WAREHOUSE-TABLE.
           05  WAREHOUSE-ENTRY OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WAREHOUSE-COUNT
                                INDEXED BY WH-IDX.
               10  WHT-RECORD-IMAGE  PIC X(89).

      * The items still waiting, by the night each will go.
       01  WAITING-COUNT         PIC 9(4)    VALUE ZERO.
       01  WAITING-TABLE.
           05  WAITING-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WAITING-COUNT
                              ASCENDING KEY IS WT-SORT-KEY
                              INDEXED BY WT-IDX.
               10  WT-SORT-KEY.
                   15  WT-RELEASE-DATE   PIC 9(8).
                   15  WT-EFFECTIVE-DATE PIC 9(8).
                   15  WT-ITEM-NUMBER    PIC 9(4).

       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  BUSINESS-DATE         PIC 9(8).
       01  RELEASE-NIGHT         PIC 9(8).
       01  PAIR-AMOUNT           PIC S9(9)V99.
       01  RELEASED-COUNT        PIC 9(4)    VALUE ZERO.
       01  NIGHT-COUNT           PIC 9(4)    VALUE ZERO.
       01  NIGHT-AMOUNT          PIC S9(11)V99 VALUE ZERO.
       01  WAITING-AMOUNT        PIC S9(11)V99 VALUE ZERO.
       01  WAREHOUSE-MASTER-NAME PIC X(8)    VALUE "ADDWHSE".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "ADDWHS01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "ADDWHSE".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       01  WAREHOUSE-HEADING-1.
           05  FILLER             PIC X(36)
               VALUE "ADD WAREHOUSE - ITEMS WAITING".
           COPY RUNDATE REPLACING RD-RUN-DATE BY WH-RUN-DATE.

       01  WAREHOUSE-HEADING-2.
           05  FILLER             PIC X(12) VALUE "RELEASES".
           05  FILLER             PIC X(12) VALUE "EFFECTIVE".
           05  FILLER             PIC X(15) VALUE "CO TT CC   CUR".
           05  FILLER             PIC X(11) VALUE "CUSTOMER".
           05  FILLER             PIC X(13) VALUE "   PAIR TOTAL".
           05  FILLER             PIC X(10) VALUE "  RECEIVED".

       01  WAREHOUSE-DETAIL-LINE.
           05  WD-RELEASE-DATE    PIC 9999/99/99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WD-EFFECTIVE-DATE  PIC 9999/99/99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WD-COMPANY         PIC X(02).
           05  FILLER             PIC X     VALUE SPACE.
           05  WD-TRANS-TYPE      PIC X(02).
           05  FILLER             PIC X     VALUE SPACE.
           05  WD-COST-CENTER     PIC X(04).
           05  FILLER             PIC X     VALUE SPACE.
           05  WD-CURRENCY-CODE   PIC X(03).
           05  FILLER             PIC X     VALUE SPACE.
           05  WD-CUSTOMER        PIC X(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  WD-PAIR-AMOUNT     PIC -(9)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WD-RECEIVED-DATE   PIC 9999/99/99.

       01  WAREHOUSE-NIGHT-LINE.
           05  FILLER             PIC X(14) VALUE "  Releasing   ".
           05  WN-RELEASE-DATE    PIC 9999/99/99.
           05  FILLER             PIC X(2)  VALUE ": ".
           05  WN-ITEM-COUNT      PIC ZZZ9.
           05  FILLER             PIC X(8)  VALUE " item(s)".
           05  FILLER             PIC X(9)  VALUE SPACES.
           05  WN-NIGHT-AMOUNT    PIC -(11)9.99.

       01  WAREHOUSE-TOTAL-LINE.
           05  FILLER             PIC X(15) VALUE "Items waiting: ".
           05  TL-WAITING-COUNT   PIC ZZZ9.
           05  FILLER             PIC X(21)
               VALUE "   Released tonight: ".
           05  TL-RELEASED-COUNT  PIC ZZZ9.
           05  FILLER             PIC X(9)  VALUE "   Total ".
           05  TL-WAITING-AMOUNT  PIC -(11)9.99.

       COPY DATECALC.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ADDWHS01".
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-WAREHOUSE
               IF LOAD-DID-OVERFLOW
      * Releasing against a partial warehouse would drop
      * the unloaded items on the save, so the run stops
      * here with nothing released.
                   DISPLAY "ADDWHSE.DAT exceeds the table; "
                           "run abandoned, nothing released."
                   MOVE "Warehouse table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   IF WAREHOUSE-COUNT > 0
                       PERFORM RELEASE-THE-DUE-ITEMS
                       IF RELEASED-COUNT > 0
                           PERFORM SAVE-THE-WAREHOUSE
                       END-IF
                   END-IF
                   PERFORM WRITE-THE-WAREHOUSE-REPORT
               END-IF
               DISPLAY "Warehoused items released: " RELEASED-COUNT
               DISPLAY "Warehoused items waiting:  " WAITING-COUNT
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "ADDWHS01"
               IF LOAD-DID-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "The warehouse is in use; nothing released."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "ADDWHS01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-WAREHOUSE.
           MOVE ZERO TO WAREHOUSE-COUNT.
           OPEN INPUT WAREHOUSE-FILE.
           IF WAREHOUSE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-WAREHOUSE-ITEM
               PERFORM UNTIL NO-MORE-WAREHOUSE-ITEMS
                   IF WAREHOUSE-COUNT >= 2000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO WAREHOUSE-END-SWITCH
                   ELSE
                       ADD 1 TO WAREHOUSE-COUNT
                       SET WH-IDX TO WAREHOUSE-COUNT
                       MOVE ADD-WAREHOUSE-RECORD
                           TO WHT-RECORD-IMAGE (WH-IDX)
                       PERFORM READ-THE-NEXT-WAREHOUSE-ITEM
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No ADDWHSE.DAT to release."
           END-IF.
           CLOSE WAREHOUSE-FILE.

       READ-THE-NEXT-WAREHOUSE-ITEM.
           READ WAREHOUSE-FILE
               AT END
                   MOVE "Y" TO WAREHOUSE-END-SWITCH
           END-READ.

       RELEASE-THE-DUE-ITEMS.
           PERFORM OPEN-THE-FEED-FOR-APPEND.
           PERFORM RELEASE-ONE-ITEM
               VARYING WH-IDX FROM 1 BY 1
               UNTIL WH-IDX > WAREHOUSE-COUNT.
           CLOSE ADD-TRANSACTION-FILE.

       OPEN-THE-FEED-FOR-APPEND.
           OPEN EXTEND ADD-TRANSACTION-FILE.
           IF TRAN-FILE-STATUS NOT = "00"
               OPEN OUTPUT ADD-TRANSACTION-FILE
               CLOSE ADD-TRANSACTION-FILE
               OPEN EXTEND ADD-TRANSACTION-FILE
           END-IF.

       RELEASE-ONE-ITEM.
           MOVE WHT-RECORD-IMAGE (WH-IDX) TO ADD-WAREHOUSE-RECORD.
           IF  WH-IS-WAITING
           AND WH-EFFECTIVE-DATE NOT > BUSINESS-DATE
               PERFORM RELEASE-THE-DUE-ITEM
           END-IF.

       RELEASE-THE-DUE-ITEM.
           MOVE WH-FIRST-NUMBER   TO FIRST-NUMBER.
           MOVE WH-SECOND-NUMBER  TO SECOND-NUMBER.
           MOVE WH-TRANS-TYPE     TO TT-TRANS-TYPE.
           MOVE WH-CURRENCY-CODE  TO TT-CURRENCY-CODE.
           MOVE WH-COST-CENTER    TO TT-COST-CENTER.
           MOVE WH-CUSTOMER       TO TT-CUSTOMER.
           MOVE WH-COMPANY        TO TT-COMPANY.
           MOVE WH-EFFECTIVE-DATE TO TT-EFFECTIVE-DATE.
           MOVE "RCYC"            TO TT-SOURCE-ID.
           MOVE SPACE             TO TT-RECORD-KIND.
           MOVE ZERO              TO TT-SOURCE-COUNT.
           MOVE ZERO              TO TT-SOURCE-HASH.
           WRITE ADD-TRANSACTION-PACKED.
           MOVE "R" TO WH-STATUS.
           MOVE BUSINESS-DATE TO WH-RELEASE-DATE.
           MOVE ADD-WAREHOUSE-RECORD
               TO WHT-RECORD-IMAGE (WH-IDX).
           ADD 1 TO RELEASED-COUNT.

       SAVE-THE-WAREHOUSE.
           CALL "GENBACK" USING WAREHOUSE-MASTER-NAME.
           OPEN OUTPUT WAREHOUSE-FILE.
           PERFORM WRITE-ONE-WAREHOUSE-ITEM
               VARYING WH-IDX FROM 1 BY 1
               UNTIL WH-IDX > WAREHOUSE-COUNT.
           CLOSE WAREHOUSE-FILE.

       WRITE-ONE-WAREHOUSE-ITEM.
           MOVE WHT-RECORD-IMAGE (WH-IDX) TO ADD-WAREHOUSE-RECORD.
           WRITE ADD-WAREHOUSE-RECORD.

      * Level 3 routines -- the warehouse report.
      * An item goes on the first business night on or
      * after its effective date; DATECALC rolls a weekend
      * or holiday date forward to it.
       WRITE-THE-WAREHOUSE-REPORT.
           PERFORM LIST-ONE-WAITING-ITEM
               VARYING WH-IDX FROM 1 BY 1
               UNTIL WH-IDX > WAREHOUSE-COUNT.
           IF WAITING-COUNT > 1
               SORT WAITING-ENTRY ASCENDING KEY WT-SORT-KEY
           END-IF.
           OPEN OUTPUT WAREHOUSE-REPORT-FILE.
           MOVE BUSINESS-DATE TO WH-RUN-DATE.
           MOVE WAREHOUSE-HEADING-1 TO WAREHOUSE-REPORT-LINE.
           WRITE WAREHOUSE-REPORT-LINE.
           MOVE WAREHOUSE-HEADING-2 TO WAREHOUSE-REPORT-LINE.
           WRITE WAREHOUSE-REPORT-LINE.
           MOVE ZERO TO RELEASE-NIGHT.
           PERFORM WRITE-ONE-WAITING-LINE
               VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WAITING-COUNT.
           IF WAITING-COUNT > 0
               PERFORM WRITE-THE-NIGHT-LINE
           END-IF.
           MOVE WAITING-COUNT TO TL-WAITING-COUNT.
           MOVE RELEASED-COUNT TO TL-RELEASED-COUNT.
           MOVE WAITING-AMOUNT TO TL-WAITING-AMOUNT.
           MOVE WAREHOUSE-TOTAL-LINE TO WAREHOUSE-REPORT-LINE.
           WRITE WAREHOUSE-REPORT-LINE.
           CLOSE WAREHOUSE-REPORT-FILE.

       LIST-ONE-WAITING-ITEM.
           MOVE WHT-RECORD-IMAGE (WH-IDX) TO ADD-WAREHOUSE-RECORD.
           IF WH-IS-WAITING
               ADD 1 TO WAITING-COUNT
               SET WT-IDX TO WAITING-COUNT
               MOVE "B" TO DK-ACTION
               MOVE WH-EFFECTIVE-DATE TO DK-FIRST-DATE
               MOVE ZERO TO DK-DAY-COUNT
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF DK-DATE-OK
                   MOVE DK-RESULT-DATE TO WT-RELEASE-DATE (WT-IDX)
               ELSE
                   MOVE WH-EFFECTIVE-DATE
                       TO WT-RELEASE-DATE (WT-IDX)
               END-IF
               MOVE WH-EFFECTIVE-DATE TO WT-EFFECTIVE-DATE (WT-IDX)
               SET WT-ITEM-NUMBER (WT-IDX) TO WH-IDX
           END-IF.

       WRITE-ONE-WAITING-LINE.
           IF  WT-RELEASE-DATE (WT-IDX) NOT = RELEASE-NIGHT
           AND RELEASE-NIGHT NOT = ZERO
               PERFORM WRITE-THE-NIGHT-LINE
           END-IF.
           MOVE WT-RELEASE-DATE (WT-IDX) TO RELEASE-NIGHT.
           SET WH-IDX TO WT-ITEM-NUMBER (WT-IDX).
           MOVE WHT-RECORD-IMAGE (WH-IDX) TO ADD-WAREHOUSE-RECORD.
           COMPUTE PAIR-AMOUNT = WH-FIRST-NUMBER + WH-SECOND-NUMBER.
           MOVE RELEASE-NIGHT     TO WD-RELEASE-DATE.
           MOVE WH-EFFECTIVE-DATE TO WD-EFFECTIVE-DATE.
           IF WH-COMPANY = SPACES
               MOVE "01" TO WD-COMPANY
           ELSE
               MOVE WH-COMPANY TO WD-COMPANY
           END-IF.
           MOVE WH-TRANS-TYPE     TO WD-TRANS-TYPE.
           MOVE WH-COST-CENTER    TO WD-COST-CENTER.
           MOVE WH-CURRENCY-CODE  TO WD-CURRENCY-CODE.
           MOVE WH-CUSTOMER       TO WD-CUSTOMER.
           MOVE PAIR-AMOUNT       TO WD-PAIR-AMOUNT.
           MOVE WH-RECEIVED-DATE  TO WD-RECEIVED-DATE.
           MOVE WAREHOUSE-DETAIL-LINE TO WAREHOUSE-REPORT-LINE.
           WRITE WAREHOUSE-REPORT-LINE.
           ADD 1 TO NIGHT-COUNT.
           ADD PAIR-AMOUNT TO NIGHT-AMOUNT.
           ADD PAIR-AMOUNT TO WAITING-AMOUNT.

       WRITE-THE-NIGHT-LINE.
           MOVE RELEASE-NIGHT TO WN-RELEASE-DATE.
           MOVE NIGHT-COUNT TO WN-ITEM-COUNT.
           MOVE NIGHT-AMOUNT TO WN-NIGHT-AMOUNT.
           MOVE WAREHOUSE-NIGHT-LINE TO WAREHOUSE-REPORT-LINE.
           WRITE WAREHOUSE-REPORT-LINE.
           MOVE SPACES TO WAREHOUSE-REPORT-LINE.
           WRITE WAREHOUSE-REPORT-LINE.
           MOVE ZERO TO NIGHT-COUNT.
           MOVE ZERO TO NIGHT-AMOUNT.
