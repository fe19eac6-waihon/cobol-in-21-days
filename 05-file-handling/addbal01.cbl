       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDBAL01.
      *--------------------------------------------------
      * End-to-end control balancing sheet for the nightly
      * ADD pipeline. Each step already proves its own
      * output -- ADDEDT01 counts its clean and rejected
      * records, ADD07 writes its trailer, GLXMIT01 its
      * envelope -- but nothing proved that what one step
      * handed on is what the next step took in, so a pair
      * lost between two steps showed up, if at all, when
      * the ledger failed to tie at month end. Run near the
      * end of the stream, this follows the night's money
      * from the feed to the transmission and writes the
      * sheet to ADDBAL.DAT, one block per stage:
      *
      *   1 PRE-EDIT      the ADDTRNP feed as received --
      *                   including the items SUSRCY01,
      *                   CRDRCY01, DUPRCY01 and APRRCY01
      *                   recycled into it and those
      *                   ADDWHS01 released into it, shown
      *                   as memo lines -- against the
      *                   ADDTRNC clean file, the ADDTRNR
      *                   rejects, the ADDCRHLD, ADDDUPH and
      *                   ADDAPRV holds dated today, the
      *                   ADDSRCH source holds, and the
      *                   future-dated pairs put on ADDWHSE
      *                   today.
      *   2 ADD07         the clean file against the pairs
      *                   ADD07 processed (the ADDCTL
      *                   trailers) and the pairs it sent
      *                   to ADDSUSP today.
      *   3 GL EXTRACT    the processed pairs and their
      *                   sales tax against the ADD07 lines
      *                   on GLEXTR. Lines are buckets, not
      *                   pairs, so only the amount is
      *                   compared; the two halves of an
      *                   intercompany posting carry the
      *                   same amount, so each counts half.
      *   4 GL POSTING    every GLEXTR line, in the base
      *                   currency the ledger takes, against
      *                   the lines GLPOST01 applied to
      *                   GLBAL and the lines it refused
      *                   (its GLPSTCTL control record).
      *   5 TRANSMISSION  every GLEXTR line against the
      *                   count and hash on the GLXMIT
      *                   trailer.
      *
      * Each stage shows its count and amount in and out
      * and the difference. A stage that does not balance
      * is marked UNEXPLAINED and logged; a stage whose
      * file was never written tonight (its step did not
      * run) is marked NOT CHECKED. The job ends RC=8 when
      * any stage is out, RC=4 when any could not be
      * checked, and leaves the outcome on ADDBALC.DAT for
      * RUNDIG01 to carry into the batch-window digest.
      *
      * The day's intraday runs are balanced as part of
      * the night. Their figures come from the last
      * INTRREG.DAT row of each run for the business date:
      * what each run took off ADDTRNK comes in at stage
      * 1, and its clean and rejected pairs go out there
      * (its holds are already on the hold files, dated
      * today); its clean pairs come in at stage 2, where
      * ADD07 has carried its trailers into ADDCTL; its
      * lines are among the ADD07 lines at stage 3; and
      * what GLPOST01 posted and refused for it goes out
      * at stage 4, since the night's GLPOST01 passes
      * those lines over. A day without intraday runs
      * shows no intraday lines.
      *
      * The feed's source header and trailer records are
      * not pairs and are left out of the received
      * figures. The pairs of a source the pre-edit held
      * back whole, on ADDSRCH.DAT, go out at stage 1.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADD-TRANSACTION-FILE
               ASSIGN TO "ADDTRNP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT OPTIONAL CLEAN-TRANSACTION-FILE
               ASSIGN TO "ADDTRNC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLEAN-FILE-STATUS.

           SELECT OPTIONAL REJECT-FILE ASSIGN TO "ADDTRNR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "ADDCRHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT OPTIONAL DUPLICATE-HOLD-FILE
               ASSIGN TO "ADDDUPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-FILE-STATUS.

           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "ADDAPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.

           SELECT OPTIONAL WAREHOUSE-FILE ASSIGN TO "ADDWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAREHOUSE-FILE-STATUS.

           SELECT OPTIONAL SOURCE-HOLD-FILE ASSIGN TO "ADDSRCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SOURCE-HOLD-STATUS.

           SELECT OPTIONAL ADD-SUSPENSE-FILE ASSIGN TO "ADDSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT OPTIONAL ADD-CONTROL-FILE ASSIGN TO "ADDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT OPTIONAL POSTING-CONTROL-FILE
               ASSIGN TO "GLPSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-FILE-STATUS.

           SELECT OPTIONAL GL-TRANSMIT-FILE ASSIGN TO "GLXMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSMIT-FILE-STATUS.

           SELECT OPTIONAL INTRADAY-REGISTER-FILE
               ASSIGN TO "INTRREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT BALANCING-REPORT-FILE ASSIGN TO "ADDBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BALANCING-CONTROL-FILE ASSIGN TO "ADDBALC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-TRANSACTION-FILE.
       COPY ADDTRNP.

       FD  CLEAN-TRANSACTION-FILE.
       COPY ADDTRNP REPLACING ADD-TRANSACTION-PACKED
                            BY CLEAN-TRANSACTION-PACKED
                            FIRST-NUMBER BY CL-FIRST-NUMBER
                            SECOND-NUMBER BY CL-SECOND-NUMBER
                            TT-TRANS-TYPE BY CL-TRANS-TYPE
                            TT-CURRENCY-CODE BY CL-CURRENCY-CODE
                            TT-COST-CENTER BY CL-COST-CENTER
                            TT-CUSTOMER BY CL-CUSTOMER
                            TT-COMPANY BY CL-COMPANY
                            TT-EFFECTIVE-DATE
                            BY CL-EFFECTIVE-DATE
                            TT-SOURCE-ID BY CL-SOURCE-ID
                            TT-RECORD-KIND BY CL-RECORD-KIND
                            TT-SOURCE-PAIR BY CL-SOURCE-PAIR
                            TT-SOURCE-HEADER BY CL-SOURCE-HEADER
                            TT-SOURCE-TRAILER BY CL-SOURCE-TRAILER
                            TT-SOURCE-COUNT BY CL-SOURCE-COUNT
                            TT-SOURCE-HASH BY CL-SOURCE-HASH.

       FD  SOURCE-HOLD-FILE.
       COPY ADDTRNP REPLACING ADD-TRANSACTION-PACKED
                            BY SOURCE-HOLD-PACKED
                            FIRST-NUMBER BY SH-FIRST-NUMBER
                            SECOND-NUMBER BY SH-SECOND-NUMBER
                            TT-TRANS-TYPE BY SH-TRANS-TYPE
                            TT-CURRENCY-CODE BY SH-CURRENCY-CODE
                            TT-COST-CENTER BY SH-COST-CENTER
                            TT-CUSTOMER BY SH-CUSTOMER
                            TT-COMPANY BY SH-COMPANY
                            TT-EFFECTIVE-DATE
                            BY SH-EFFECTIVE-DATE
                            TT-SOURCE-ID BY SH-SOURCE-ID
                            TT-RECORD-KIND BY SH-RECORD-KIND
                            TT-SOURCE-PAIR BY SH-SOURCE-PAIR
                            TT-SOURCE-HEADER BY SH-SOURCE-HEADER
                            TT-SOURCE-TRAILER BY SH-SOURCE-TRAILER
                            TT-SOURCE-COUNT BY SH-SOURCE-COUNT
                            TT-SOURCE-HASH BY SH-SOURCE-HASH.

       FD  REJECT-FILE.
       COPY ADDREJ.

       FD  CREDIT-HOLD-FILE.
       COPY ADDCRHLD.

       FD  DUPLICATE-HOLD-FILE.
       COPY ADDDUPH.

       FD  APPROVAL-FILE.
       COPY ADDAPRV.

       FD  WAREHOUSE-FILE.
       COPY ADDWHSE.

       FD  ADD-SUSPENSE-FILE.
       COPY ADDSUSP.

       FD  ADD-CONTROL-FILE.
       COPY ADDCTL.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  POSTING-CONTROL-FILE.
       COPY GLPSTCTL.

       FD  GL-TRANSMIT-FILE.
       COPY GLXMIT.

       FD  INTRADAY-REGISTER-FILE.
       COPY INTRREG.

       FD  BALANCING-REPORT-FILE.
       01  BALANCING-REPORT-LINE     PIC X(80).

       FD  BALANCING-CONTROL-FILE.
       COPY ADDBALC.

       WORKING-STORAGE SECTION.

       01  TRAN-FILE-STATUS      PIC XX.
       01  CLEAN-FILE-STATUS     PIC XX.
       01  REJECT-FILE-STATUS    PIC XX.
       01  HOLD-FILE-STATUS      PIC XX.
       01  DUP-FILE-STATUS       PIC XX.
       01  APPROVAL-FILE-STATUS  PIC XX.
       01  WAREHOUSE-FILE-STATUS PIC XX.
       01  SOURCE-HOLD-STATUS    PIC XX.
       01  SUSPENSE-FILE-STATUS  PIC XX.
       01  CTL-FILE-STATUS       PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  POSTING-FILE-STATUS   PIC XX.
       01  TRANSMIT-FILE-STATUS  PIC XX.
       01  REGISTER-FILE-STATUS  PIC XX.

       01  FILE-END-SWITCH       PIC X.
           88  NO-MORE-RECORDS               VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  CALENDAR-DATE         PIC 9(8).
       01  PAIR-AMOUNT           PIC S9(11)V99.
       01  LINE-BASE-AMOUNT      PIC S9(11)V99.

      * What each file held tonight. A "Y" under a
      * switch means the file was there to be read; the
      * stage that needs a missing one is not checked.
       01  RECEIVED-SWITCH       PIC X       VALUE "N".
           88  FEED-WAS-RECEIVED             VALUE "Y".
       01  RECEIVED-COUNT        PIC 9(7)    VALUE ZERO.
       01  RECEIVED-AMOUNT       PIC S9(11)V99 VALUE ZERO.
       01  SUSPENSE-RECYCLE-COUNT PIC 9(7)   VALUE ZERO.
       01  SUSPENSE-RECYCLE-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01  HOLD-RECYCLE-COUNT    PIC 9(7)    VALUE ZERO.
       01  HOLD-RECYCLE-AMOUNT   PIC S9(11)V99 VALUE ZERO.
       01  DUP-RECYCLE-COUNT     PIC 9(7)    VALUE ZERO.
       01  DUP-RECYCLE-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       01  APPROVAL-RECYCLE-COUNT PIC 9(7)   VALUE ZERO.
       01  APPROVAL-RECYCLE-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01  WAREHOUSE-RELEASE-COUNT PIC 9(7)  VALUE ZERO.
       01  WAREHOUSE-RELEASE-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01  CLEAN-SWITCH          PIC X       VALUE "N".
           88  CLEAN-FILE-WAS-WRITTEN        VALUE "Y".
       01  CLEAN-COUNT           PIC 9(7)    VALUE ZERO.
       01  CLEAN-AMOUNT          PIC S9(11)V99 VALUE ZERO.
       01  REJECT-SWITCH         PIC X       VALUE "N".
           88  REJECT-FILE-WAS-WRITTEN       VALUE "Y".
       01  REJECT-COUNT          PIC 9(7)    VALUE ZERO.
       01  REJECT-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       01  HELD-COUNT            PIC 9(7)    VALUE ZERO.
       01  HELD-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       01  DUP-HELD-COUNT        PIC 9(7)    VALUE ZERO.
       01  DUP-HELD-AMOUNT       PIC S9(11)V99 VALUE ZERO.
       01  SOURCE-HELD-COUNT     PIC 9(7)    VALUE ZERO.
       01  SOURCE-HELD-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       01  PENDING-COUNT         PIC 9(7)    VALUE ZERO.
       01  PENDING-AMOUNT        PIC S9(11)V99 VALUE ZERO.
       01  WAREHOUSED-COUNT      PIC 9(7)    VALUE ZERO.
       01  WAREHOUSED-AMOUNT     PIC S9(11)V99 VALUE ZERO.
       01  SUSPENDED-COUNT       PIC 9(7)    VALUE ZERO.
       01  SUSPENDED-AMOUNT      PIC S9(11)V99 VALUE ZERO.
       01  TRAILER-SWITCH        PIC X       VALUE "N".
           88  TRAILER-WAS-WRITTEN           VALUE "Y".
       01  PROCESSED-COUNT       PIC 9(7)    VALUE ZERO.
       01  PROCESSED-AMOUNT      PIC S9(11)V99 VALUE ZERO.
       01  TAX-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01  EXTRACT-SWITCH        PIC X       VALUE "N".
           88  EXTRACT-WAS-WRITTEN           VALUE "Y".
       01  ADD07-LINE-COUNT      PIC 9(7)    VALUE ZERO.
       01  ADD07-LINE-AMOUNT     PIC S9(11)V99 VALUE ZERO.
       01  ADD07-IC-AMOUNT       PIC S9(11)V99 VALUE ZERO.
       01  EXTRACT-LINE-COUNT    PIC 9(7)    VALUE ZERO.
       01  EXTRACT-LINE-AMOUNT   PIC S9(11)V99 VALUE ZERO.
       01  EXTRACT-BASE-AMOUNT   PIC S9(11)V99 VALUE ZERO.
       01  POSTING-SWITCH        PIC X       VALUE "N".
           88  POSTING-WAS-WRITTEN           VALUE "Y".
       01  POSTED-COUNT          PIC 9(7)    VALUE ZERO.
       01  POSTED-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       01  REFUSED-COUNT         PIC 9(7)    VALUE ZERO.
       01  REFUSED-AMOUNT        PIC S9(11)V99 VALUE ZERO.
       01  TRANSMIT-SWITCH       PIC X       VALUE "N".
           88  TRANSMIT-WAS-WRITTEN          VALUE "Y".
       01  TRANSMIT-DATE-SWITCH  PIC X       VALUE "N".
           88  TRANSMIT-IS-TONIGHTS          VALUE "Y".
       01  TRANSMIT-COUNT        PIC 9(7)    VALUE ZERO.
       01  TRANSMIT-HASH         PIC S9(13)V99 VALUE ZERO.

      * The day's intraday runs, each as its last register
      * row left it.
       01  INTRADAY-RUN-TABLE.
           05  INTRADAY-RUN-ROW  OCCURS 999 TIMES PIC X(160).
       01  INTRADAY-RUN-NO       PIC 9(4).
       01  INTRADAY-RUN-COUNT    PIC 9(3)    VALUE ZERO.
       01  INTRADAY-TAKEN-COUNT  PIC 9(7)    VALUE ZERO.
       01  INTRADAY-TAKEN-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01  INTRADAY-CLEAN-COUNT  PIC 9(7)    VALUE ZERO.
       01  INTRADAY-CLEAN-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01  INTRADAY-REJECT-COUNT PIC 9(7)    VALUE ZERO.
       01  INTRADAY-REJECT-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01  INTRADAY-POSTED-COUNT PIC 9(7)    VALUE ZERO.
       01  INTRADAY-POSTED-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01  INTRADAY-REFUSED-COUNT PIC 9(7)   VALUE ZERO.
       01  INTRADAY-REFUSED-AMOUNT PIC S9(11)V99 VALUE ZERO.

      * The stage being balanced, and the item line being
      * written for it.
       01  ITEM-COUNT            PIC 9(7).
       01  ITEM-AMOUNT           PIC S9(13)V99.
       01  STAGE-CHECKABLE-SWITCH PIC X.
           88  STAGE-IS-CHECKABLE            VALUE "Y".
       01  STAGE-COUNTS-SWITCH   PIC X.
           88  STAGE-COMPARES-COUNTS         VALUE "Y".
       01  STAGE-MISSING-FILE    PIC X(12).
       01  STAGE-COUNT-IN        PIC 9(7).
       01  STAGE-AMOUNT-IN       PIC S9(13)V99.
       01  STAGE-COUNT-OUT       PIC 9(7).
       01  STAGE-AMOUNT-OUT      PIC S9(13)V99.
       01  COUNT-DIFFERENCE      PIC S9(7).
       01  AMOUNT-DIFFERENCE     PIC S9(13)V99.
       01  STAGES-BALANCED       PIC 9(2)    VALUE ZERO.
       01  STAGES-OUT            PIC 9(2)    VALUE ZERO.
       01  STAGES-UNCHECKED      PIC 9(2)    VALUE ZERO.
       01  CONDITION-CODE        PIC 9(2)    VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "ADDBAL01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  BALANCING-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "ADD PIPELINE CONTROL BALANCING SHEET".
           COPY RUNDATE REPLACING RD-RUN-DATE BY BH-RUN-DATE.

       01  BALANCING-HEADING-2.
           05  FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05  BH-BUSINESS-DATE   PIC 9(8).

       01  BALANCING-HEADING-3.
           05  FILLER             PIC X(30) VALUE "STAGE / ITEM".
           05  FILLER             PIC X(9)  VALUE "   COUNT".
           05  FILLER             PIC X(17)
               VALUE "           AMOUNT".

       01  STAGE-TITLE-LINE.
           05  SG-STAGE-NO        PIC 9.
           05  FILLER             PIC X     VALUE SPACE.
           05  SG-STAGE-TITLE     PIC X(40).

       01  ITEM-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  IL-DIRECTION       PIC X(5).
           05  IL-ITEM-TEXT       PIC X(23).
           05  IL-COUNT           PIC Z(7)9.
           05  FILLER             PIC X     VALUE SPACE.
           05  IL-AMOUNT          PIC -(13)9.99.

       01  DIFFERENCE-LINE.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  FILLER             PIC X(23) VALUE "DIFFERENCE".
           05  DL-COUNT           PIC -(7)9.
           05  FILLER             PIC X     VALUE SPACE.
           05  DL-AMOUNT          PIC -(13)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-VERDICT         PIC X(19).

       01  NOT-CHECKED-LINE.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  FILLER             PIC X(32)
               VALUE "NOT CHECKED -- NO FILE TONIGHT: ".
           05  NC-FILE-NAME       PIC X(12).

       01  SUMMARY-LINE.
           05  FILLER             PIC X(18) VALUE "STAGES BALANCED:".
           05  SL-BALANCED        PIC Z9.
           05  FILLER             PIC X(8)  VALUE "  OUT:".
           05  SL-OUT             PIC Z9.
           05  FILLER             PIC X(16) VALUE "  NOT CHECKED:".
           05  SL-UNCHECKED       PIC Z9.
           05  FILLER             PIC X(6)  VALUE "  RC=".
           05  SL-CONDITION-CODE  PIC 99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ADDBAL01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           ACCEPT CALENDAR-DATE FROM DATE YYYYMMDD.
           PERFORM TALLY-THE-RECEIVED-FEED.
           PERFORM TALLY-THE-CLEAN-FEED.
           PERFORM TALLY-THE-REJECTS.
           PERFORM TALLY-THE-CREDIT-HOLDS.
           PERFORM TALLY-THE-DUPLICATE-HOLDS.
           PERFORM TALLY-THE-SOURCE-HOLDS.
           PERFORM TALLY-THE-APPROVAL-QUEUE.
           PERFORM TALLY-THE-WAREHOUSE.
           PERFORM TALLY-THE-SUSPENSE-FILE.
           PERFORM TALLY-THE-ADD-TRAILERS.
           PERFORM TALLY-THE-GL-EXTRACT.
           PERFORM READ-THE-POSTING-CONTROL.
           PERFORM READ-THE-TRANSMIT-TRAILER.
           PERFORM TALLY-THE-INTRADAY-RUNS.

           OPEN OUTPUT BALANCING-REPORT-FILE.
           PERFORM WRITE-THE-SHEET-HEADINGS.
           PERFORM BALANCE-THE-PRE-EDIT.
           PERFORM BALANCE-THE-ADD-RUN.
           PERFORM BALANCE-THE-GL-EXTRACT.
           PERFORM BALANCE-THE-GL-POSTING.
           PERFORM BALANCE-THE-TRANSMISSION.
           PERFORM WRITE-THE-SHEET-SUMMARY.
           CLOSE BALANCING-REPORT-FILE.
           PERFORM WRITE-THE-BALANCING-CONTROL.

           DISPLAY "Stages balanced: " STAGES-BALANCED
                   "  out: " STAGES-OUT
                   "  not checked: " STAGES-UNCHECKED.
           IF STAGES-OUT > ZERO
               MOVE "ADD pipeline out of balance; see ADDBAL"
                   TO EXC-TEXT
               MOVE "CTRL" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.
           CALL "RUNEND" USING "ADDBAL01".
           MOVE CONDITION-CODE TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * The feed as ADDEDT01 saw it, recycled items and
      * all -- SUSRCY01 and CRDRCY01 append to it ahead of
      * the pre-edit.
       TALLY-THE-RECEIVED-FEED.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT ADD-TRANSACTION-FILE.
           IF TRAN-FILE-STATUS = "00"
               MOVE "Y" TO RECEIVED-SWITCH
               PERFORM READ-THE-NEXT-PAIR
               PERFORM UNTIL NO-MORE-RECORDS
                   IF TT-SOURCE-PAIR
                       ADD 1 TO RECEIVED-COUNT
                       COMPUTE PAIR-AMOUNT =
                           FIRST-NUMBER + SECOND-NUMBER
                       ADD PAIR-AMOUNT TO RECEIVED-AMOUNT
                   END-IF
                   PERFORM READ-THE-NEXT-PAIR
               END-PERFORM
           END-IF.
           CLOSE ADD-TRANSACTION-FILE.

       READ-THE-NEXT-PAIR.
           READ ADD-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TALLY-THE-CLEAN-FEED.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT CLEAN-TRANSACTION-FILE.
           IF CLEAN-FILE-STATUS = "00"
               MOVE "Y" TO CLEAN-SWITCH
               PERFORM READ-THE-NEXT-CLEAN-PAIR
               PERFORM UNTIL NO-MORE-RECORDS
                   ADD 1 TO CLEAN-COUNT
                   COMPUTE PAIR-AMOUNT =
                       CL-FIRST-NUMBER + CL-SECOND-NUMBER
                   ADD PAIR-AMOUNT TO CLEAN-AMOUNT
                   PERFORM READ-THE-NEXT-CLEAN-PAIR
               END-PERFORM
           END-IF.
           CLOSE CLEAN-TRANSACTION-FILE.

       READ-THE-NEXT-CLEAN-PAIR.
           READ CLEAN-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TALLY-THE-REJECTS.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-STATUS = "00"
               MOVE "Y" TO REJECT-SWITCH
               PERFORM READ-THE-NEXT-REJECT
               PERFORM UNTIL NO-MORE-RECORDS
                   ADD 1 TO REJECT-COUNT
                   COMPUTE PAIR-AMOUNT =
                       RJ-FIRST-NUMBER + RJ-SECOND-NUMBER
                   ADD PAIR-AMOUNT TO REJECT-AMOUNT
                   PERFORM READ-THE-NEXT-REJECT
               END-PERFORM
           END-IF.
           CLOSE REJECT-FILE.

       READ-THE-NEXT-REJECT.
           READ REJECT-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

      * The hold file runs for weeks; only tonight's holds
      * came out of tonight's feed, and only tonight's
      * recycles went into it.
       TALLY-THE-CREDIT-HOLDS.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF HOLD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HOLD
               PERFORM UNTIL NO-MORE-RECORDS
                   PERFORM TALLY-ONE-HOLD
                   PERFORM READ-THE-NEXT-HOLD
               END-PERFORM
           END-IF.
           CLOSE CREDIT-HOLD-FILE.

       READ-THE-NEXT-HOLD.
           READ CREDIT-HOLD-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TALLY-ONE-HOLD.
           COMPUTE PAIR-AMOUNT = CH-FIRST-NUMBER + CH-SECOND-NUMBER.
           IF CH-HOLD-DATE = BUSINESS-DATE
               ADD 1 TO HELD-COUNT
               ADD PAIR-AMOUNT TO HELD-AMOUNT
           END-IF.
           IF  CH-RECYCLE-DATE IS NUMERIC
           AND CH-RECYCLE-DATE = BUSINESS-DATE
               ADD 1 TO HOLD-RECYCLE-COUNT
               ADD PAIR-AMOUNT TO HOLD-RECYCLE-AMOUNT
           END-IF.

      * The same for the suspected duplicates.
       TALLY-THE-DUPLICATE-HOLDS.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT DUPLICATE-HOLD-FILE.
           IF DUP-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-DUPLICATE
               PERFORM UNTIL NO-MORE-RECORDS
                   PERFORM TALLY-ONE-DUPLICATE
                   PERFORM READ-THE-NEXT-DUPLICATE
               END-PERFORM
           END-IF.
           CLOSE DUPLICATE-HOLD-FILE.

       READ-THE-NEXT-DUPLICATE.
           READ DUPLICATE-HOLD-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TALLY-ONE-DUPLICATE.
           COMPUTE PAIR-AMOUNT = DQ-FIRST-NUMBER + DQ-SECOND-NUMBER.
           IF DQ-HOLD-DATE = BUSINESS-DATE
               ADD 1 TO DUP-HELD-COUNT
               ADD PAIR-AMOUNT TO DUP-HELD-AMOUNT
           END-IF.
           IF  DQ-RECYCLE-DATE IS NUMERIC
           AND DQ-RECYCLE-DATE = BUSINESS-DATE
               ADD 1 TO DUP-RECYCLE-COUNT
               ADD PAIR-AMOUNT TO DUP-RECYCLE-AMOUNT
           END-IF.

      * The pairs of the sources the pre-edit held back
      * tonight; the file is written fresh each night.
       TALLY-THE-SOURCE-HOLDS.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT SOURCE-HOLD-FILE.
           IF SOURCE-HOLD-STATUS = "00"
               PERFORM READ-THE-NEXT-SOURCE-HOLD
               PERFORM UNTIL NO-MORE-RECORDS
                   IF SH-SOURCE-PAIR
                       ADD 1 TO SOURCE-HELD-COUNT
                       COMPUTE PAIR-AMOUNT =
                           SH-FIRST-NUMBER + SH-SECOND-NUMBER
                       ADD PAIR-AMOUNT TO SOURCE-HELD-AMOUNT
                   END-IF
                   PERFORM READ-THE-NEXT-SOURCE-HOLD
               END-PERFORM
           END-IF.
           CLOSE SOURCE-HOLD-FILE.

       READ-THE-NEXT-SOURCE-HOLD.
           READ SOURCE-HOLD-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

      * And for the high-value items awaiting approval.
       TALLY-THE-APPROVAL-QUEUE.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT APPROVAL-FILE.
           IF APPROVAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-APPROVAL-ITEM
               PERFORM UNTIL NO-MORE-RECORDS
                   PERFORM TALLY-ONE-APPROVAL-ITEM
                   PERFORM READ-THE-NEXT-APPROVAL-ITEM
               END-PERFORM
           END-IF.
           CLOSE APPROVAL-FILE.

       READ-THE-NEXT-APPROVAL-ITEM.
           READ APPROVAL-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TALLY-ONE-APPROVAL-ITEM.
           COMPUTE PAIR-AMOUNT = AW-FIRST-NUMBER + AW-SECOND-NUMBER.
           IF AW-HOLD-DATE = BUSINESS-DATE
               ADD 1 TO PENDING-COUNT
               ADD PAIR-AMOUNT TO PENDING-AMOUNT
           END-IF.
           IF  AW-RECYCLE-DATE IS NUMERIC
           AND AW-RECYCLE-DATE = BUSINESS-DATE
               ADD 1 TO APPROVAL-RECYCLE-COUNT
               ADD PAIR-AMOUNT TO APPROVAL-RECYCLE-AMOUNT
           END-IF.

      * And for the future-dated pairs: those the pre-edit
      * warehoused today, by night or intraday, and those
      * ADDWHS01 released into tonight's feed.
       TALLY-THE-WAREHOUSE.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT WAREHOUSE-FILE.
           IF WAREHOUSE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-WAREHOUSE-ITEM
               PERFORM UNTIL NO-MORE-RECORDS
                   PERFORM TALLY-ONE-WAREHOUSE-ITEM
                   PERFORM READ-THE-NEXT-WAREHOUSE-ITEM
               END-PERFORM
           END-IF.
           CLOSE WAREHOUSE-FILE.

       READ-THE-NEXT-WAREHOUSE-ITEM.
           READ WAREHOUSE-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TALLY-ONE-WAREHOUSE-ITEM.
           COMPUTE PAIR-AMOUNT = WH-FIRST-NUMBER + WH-SECOND-NUMBER.
           IF WH-RECEIVED-DATE = BUSINESS-DATE
               ADD 1 TO WAREHOUSED-COUNT
               ADD PAIR-AMOUNT TO WAREHOUSED-AMOUNT
           END-IF.
           IF  WH-IS-RELEASED
           AND WH-RELEASE-DATE = BUSINESS-DATE
               ADD 1 TO WAREHOUSE-RELEASE-COUNT
               ADD PAIR-AMOUNT TO WAREHOUSE-RELEASE-AMOUNT
           END-IF.

      * ADD07 stamps its suspense items with the business
      * date; SUSRCY01 stamps the recycle date on the ones
      * it feeds back.
       TALLY-THE-SUSPENSE-FILE.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT ADD-SUSPENSE-FILE.
           IF SUSPENSE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-SUSPENSE-ITEM
               PERFORM UNTIL NO-MORE-RECORDS
                   PERFORM TALLY-ONE-SUSPENSE-ITEM
                   PERFORM READ-THE-NEXT-SUSPENSE-ITEM
               END-PERFORM
           END-IF.
           CLOSE ADD-SUSPENSE-FILE.

       READ-THE-NEXT-SUSPENSE-ITEM.
           READ ADD-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TALLY-ONE-SUSPENSE-ITEM.
           COMPUTE PAIR-AMOUNT = SS-FIRST-NUMBER + SS-SECOND-NUMBER.
           IF SS-RUN-DATE = BUSINESS-DATE
               ADD 1 TO SUSPENDED-COUNT
               ADD PAIR-AMOUNT TO SUSPENDED-AMOUNT
           END-IF.
           IF  SS-RECYCLE-DATE IS NUMERIC
           AND SS-RECYCLE-DATE = BUSINESS-DATE
               ADD 1 TO SUSPENSE-RECYCLE-COUNT
               ADD PAIR-AMOUNT TO SUSPENSE-RECYCLE-AMOUNT
           END-IF.

       TALLY-THE-ADD-TRAILERS.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT ADD-CONTROL-FILE.
           IF CTL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TRAILER
               PERFORM UNTIL NO-MORE-RECORDS
                   MOVE "Y" TO TRAILER-SWITCH
                   ADD CT-RECORD-COUNT TO PROCESSED-COUNT
                   ADD CT-GRAND-TOTAL TO PROCESSED-AMOUNT
                   IF CT-TAX-TOTAL IS NUMERIC
                       ADD CT-TAX-TOTAL TO TAX-AMOUNT
                   END-IF
                   PERFORM READ-THE-NEXT-TRAILER
               END-PERFORM
           END-IF.
           CLOSE ADD-CONTROL-FILE.

       READ-THE-NEXT-TRAILER.
           READ ADD-CONTROL-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

      * The whole extract goes to the ledger and to
      * corporate; the ADD07 part of it is also picked out
      * for stage 3. The base amount follows GLPOST01's
      * rule: the line's base amount, or its amount on a
      * line written before base amounts existed.
       TALLY-THE-GL-EXTRACT.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS = "00"
               MOVE "Y" TO EXTRACT-SWITCH
               PERFORM READ-THE-NEXT-EXTRACT-LINE
               PERFORM UNTIL NO-MORE-RECORDS
                   PERFORM TALLY-ONE-EXTRACT-LINE
                   PERFORM READ-THE-NEXT-EXTRACT-LINE
               END-PERFORM
           END-IF.
           CLOSE GL-EXTRACT-FILE.
           COMPUTE ADD07-LINE-AMOUNT =
               ADD07-LINE-AMOUNT + (ADD07-IC-AMOUNT / 2).

       READ-THE-NEXT-EXTRACT-LINE.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TALLY-ONE-EXTRACT-LINE.
           ADD 1 TO EXTRACT-LINE-COUNT.
           ADD GX-AMOUNT TO EXTRACT-LINE-AMOUNT.
           IF GX-BASE-AMOUNT IS NUMERIC
               MOVE GX-BASE-AMOUNT TO LINE-BASE-AMOUNT
           ELSE
               MOVE GX-AMOUNT TO LINE-BASE-AMOUNT
           END-IF.
           ADD LINE-BASE-AMOUNT TO EXTRACT-BASE-AMOUNT.
           IF GX-JOB-NAME (1:5) = "ADD07"
               ADD 1 TO ADD07-LINE-COUNT
               IF GX-IC-REFERENCE = SPACES
                   ADD GX-AMOUNT TO ADD07-LINE-AMOUNT
               ELSE
                   ADD GX-AMOUNT TO ADD07-IC-AMOUNT
               END-IF
           END-IF.

      * A control record left by an earlier night does not
      * count: GLPOST01 did not run tonight.
       READ-THE-POSTING-CONTROL.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF POSTING-FILE-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   NOT AT END
                       IF GO-BUSINESS-DATE = BUSINESS-DATE
                           MOVE "Y" TO POSTING-SWITCH
                           MOVE GO-POSTED-COUNT TO POSTED-COUNT
                           MOVE GO-POSTED-AMOUNT TO POSTED-AMOUNT
                           MOVE GO-REJECTED-COUNT TO REFUSED-COUNT
                           MOVE GO-REJECTED-AMOUNT TO REFUSED-AMOUNT
                       END-IF
               END-READ
           END-IF.
           CLOSE POSTING-CONTROL-FILE.

      * The register is a history: the last row for each
      * of the day's runs is where that run stands, and
      * carries its figures so far. Run 000 only closes
      * the day.
       TALLY-THE-INTRADAY-RUNS.
           MOVE SPACES TO INTRADAY-RUN-TABLE.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT INTRADAY-REGISTER-FILE.
           IF REGISTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-REGISTER-ROW
               PERFORM UNTIL NO-MORE-RECORDS
                   IF  IY-BUSINESS-DATE = BUSINESS-DATE
                   AND IY-RUN-NUMBER IS NUMERIC
                   AND IY-RUN-NUMBER > ZERO
                       MOVE INTRADAY-REGISTER-RECORD
                           TO INTRADAY-RUN-ROW (IY-RUN-NUMBER)
                   END-IF
                   PERFORM READ-THE-NEXT-REGISTER-ROW
               END-PERFORM
           END-IF.
           CLOSE INTRADAY-REGISTER-FILE.
           PERFORM TALLY-ONE-INTRADAY-RUN
               VARYING INTRADAY-RUN-NO FROM 1 BY 1
               UNTIL INTRADAY-RUN-NO > 999.

       READ-THE-NEXT-REGISTER-ROW.
           READ INTRADAY-REGISTER-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TALLY-ONE-INTRADAY-RUN.
           IF INTRADAY-RUN-ROW (INTRADAY-RUN-NO) NOT = SPACES
               MOVE INTRADAY-RUN-ROW (INTRADAY-RUN-NO)
                   TO INTRADAY-REGISTER-RECORD
               ADD 1 TO INTRADAY-RUN-COUNT
               ADD IY-TAKEN-COUNT TO INTRADAY-TAKEN-COUNT
               ADD IY-TAKEN-AMOUNT TO INTRADAY-TAKEN-AMOUNT
               ADD IY-CLEAN-COUNT TO INTRADAY-CLEAN-COUNT
               ADD IY-CLEAN-AMOUNT TO INTRADAY-CLEAN-AMOUNT
               ADD IY-REJECT-COUNT TO INTRADAY-REJECT-COUNT
               ADD IY-REJECT-AMOUNT TO INTRADAY-REJECT-AMOUNT
               IF IY-STATUS = "G" OR "P"
                   ADD IY-POSTED-COUNT TO INTRADAY-POSTED-COUNT
                   ADD IY-POSTED-AMOUNT TO INTRADAY-POSTED-AMOUNT
                   ADD IY-REFUSED-COUNT TO INTRADAY-REFUSED-COUNT
                   ADD IY-REFUSED-AMOUNT TO INTRADAY-REFUSED-AMOUNT
               END-IF
           END-IF.

       READ-THE-TRANSMIT-TRAILER.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT GL-TRANSMIT-FILE.
           IF TRANSMIT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ENVELOPE-RECORD
               PERFORM UNTIL NO-MORE-RECORDS
                   PERFORM TAKE-ONE-ENVELOPE-RECORD
                   PERFORM READ-THE-NEXT-ENVELOPE-RECORD
               END-PERFORM
           END-IF.
           CLOSE GL-TRANSMIT-FILE.
           IF NOT TRANSMIT-IS-TONIGHTS
               MOVE "N" TO TRANSMIT-SWITCH
           END-IF.

       READ-THE-NEXT-ENVELOPE-RECORD.
           READ GL-TRANSMIT-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TAKE-ONE-ENVELOPE-RECORD.
           IF XM-RECORD-TYPE = "H"
               IF XM-BUSINESS-DATE = BUSINESS-DATE
                   MOVE "Y" TO TRANSMIT-DATE-SWITCH
               END-IF
           ELSE
           IF XM-RECORD-TYPE = "T"
               MOVE "Y" TO TRANSMIT-SWITCH
               MOVE XM-RECORD-COUNT TO TRANSMIT-COUNT
               MOVE XM-HASH-TOTAL TO TRANSMIT-HASH
           END-IF
           END-IF.

       WRITE-THE-SHEET-HEADINGS.
           MOVE CALENDAR-DATE TO BH-RUN-DATE.
           MOVE BALANCING-HEADING-1 TO BALANCING-REPORT-LINE.
           WRITE BALANCING-REPORT-LINE.
           MOVE BUSINESS-DATE TO BH-BUSINESS-DATE.
           MOVE BALANCING-HEADING-2 TO BALANCING-REPORT-LINE.
           WRITE BALANCING-REPORT-LINE.
           MOVE SPACES TO BALANCING-REPORT-LINE.
           WRITE BALANCING-REPORT-LINE.
           MOVE BALANCING-HEADING-3 TO BALANCING-REPORT-LINE.
           WRITE BALANCING-REPORT-LINE.

      * Stage 1: what came in against what the pre-edit
      * passed, rejected, and held. The recycled items are
      * already inside the received figures.
       BALANCE-THE-PRE-EDIT.
           MOVE 1 TO SG-STAGE-NO.
           MOVE "PRE-EDIT (ADDEDT01)" TO SG-STAGE-TITLE.
           PERFORM START-ONE-STAGE.
           MOVE "IN" TO IL-DIRECTION.
           MOVE "RECEIVED ADDTRNP" TO IL-ITEM-TEXT.
           MOVE RECEIVED-COUNT TO ITEM-COUNT STAGE-COUNT-IN.
           MOVE RECEIVED-AMOUNT TO ITEM-AMOUNT STAGE-AMOUNT-IN.
           PERFORM WRITE-ONE-ITEM-LINE.
           MOVE SPACES TO IL-DIRECTION.
           MOVE " INCL SUSPENSE RECYCLED" TO IL-ITEM-TEXT.
           MOVE SUSPENSE-RECYCLE-COUNT TO ITEM-COUNT.
           MOVE SUSPENSE-RECYCLE-AMOUNT TO ITEM-AMOUNT.
           PERFORM WRITE-ONE-ITEM-LINE.
           MOVE " INCL HOLDS RECYCLED" TO IL-ITEM-TEXT.
           MOVE HOLD-RECYCLE-COUNT TO ITEM-COUNT.
           MOVE HOLD-RECYCLE-AMOUNT TO ITEM-AMOUNT.
           PERFORM WRITE-ONE-ITEM-LINE.
           MOVE " INCL DUPS RECYCLED" TO IL-ITEM-TEXT.
           MOVE DUP-RECYCLE-COUNT TO ITEM-COUNT.
           MOVE DUP-RECYCLE-AMOUNT TO ITEM-AMOUNT.
           PERFORM WRITE-ONE-ITEM-LINE.
           MOVE " INCL APPROVED RECYCLED" TO IL-ITEM-TEXT.
           MOVE APPROVAL-RECYCLE-COUNT TO ITEM-COUNT.
           MOVE APPROVAL-RECYCLE-AMOUNT TO ITEM-AMOUNT.
           PERFORM WRITE-ONE-ITEM-LINE.
           MOVE " INCL RELEASED ADDWHSE" TO IL-ITEM-TEXT.
           MOVE WAREHOUSE-RELEASE-COUNT TO ITEM-COUNT.
           MOVE WAREHOUSE-RELEASE-AMOUNT TO ITEM-AMOUNT.
           PERFORM WRITE-ONE-ITEM-LINE.
           IF INTRADAY-RUN-COUNT > ZERO
               MOVE "IN" TO IL-DIRECTION
               MOVE "TAKEN INTRADAY ADDTRNK" TO IL-ITEM-TEXT
               MOVE INTRADAY-TAKEN-COUNT TO ITEM-COUNT
               MOVE INTRADAY-TAKEN-AMOUNT TO ITEM-AMOUNT
               ADD ITEM-COUNT TO STAGE-COUNT-IN
               ADD ITEM-AMOUNT TO STAGE-AMOUNT-IN
               PERFORM WRITE-ONE-ITEM-LINE
           END-IF.
           MOVE "OUT" TO IL-DIRECTION.
           MOVE "CLEAN ADDTRNC" TO IL-ITEM-TEXT.
           MOVE CLEAN-COUNT TO ITEM-COUNT.
           MOVE CLEAN-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           MOVE "REJECTED ADDTRNR" TO IL-ITEM-TEXT.
           MOVE REJECT-COUNT TO ITEM-COUNT.
           MOVE REJECT-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           IF INTRADAY-RUN-COUNT > ZERO
               MOVE "CLEAN INTRADAY" TO IL-ITEM-TEXT
               MOVE INTRADAY-CLEAN-COUNT TO ITEM-COUNT
               MOVE INTRADAY-CLEAN-AMOUNT TO ITEM-AMOUNT
               PERFORM ADD-ONE-ITEM-OUT
               MOVE "REJECTED INTRADAY" TO IL-ITEM-TEXT
               MOVE INTRADAY-REJECT-COUNT TO ITEM-COUNT
               MOVE INTRADAY-REJECT-AMOUNT TO ITEM-AMOUNT
               PERFORM ADD-ONE-ITEM-OUT
           END-IF.
           MOVE "HELD ADDCRHLD" TO IL-ITEM-TEXT.
           MOVE HELD-COUNT TO ITEM-COUNT.
           MOVE HELD-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           MOVE "HELD ADDDUPH" TO IL-ITEM-TEXT.
           MOVE DUP-HELD-COUNT TO ITEM-COUNT.
           MOVE DUP-HELD-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           MOVE "HELD ADDSRCH" TO IL-ITEM-TEXT.
           MOVE SOURCE-HELD-COUNT TO ITEM-COUNT.
           MOVE SOURCE-HELD-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           MOVE "PENDING ADDAPRV" TO IL-ITEM-TEXT.
           MOVE PENDING-COUNT TO ITEM-COUNT.
           MOVE PENDING-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           MOVE "WAREHOUSED ADDWHSE" TO IL-ITEM-TEXT.
           MOVE WAREHOUSED-COUNT TO ITEM-COUNT.
           MOVE WAREHOUSED-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           IF NOT FEED-WAS-RECEIVED
               MOVE "N" TO STAGE-CHECKABLE-SWITCH
               MOVE "ADDTRNP" TO STAGE-MISSING-FILE
           ELSE
           IF NOT CLEAN-FILE-WAS-WRITTEN
               MOVE "N" TO STAGE-CHECKABLE-SWITCH
               MOVE "ADDTRNC" TO STAGE-MISSING-FILE
           ELSE
           IF NOT REJECT-FILE-WAS-WRITTEN
               MOVE "N" TO STAGE-CHECKABLE-SWITCH
               MOVE "ADDTRNR" TO STAGE-MISSING-FILE
           END-IF
           END-IF
           END-IF.
           PERFORM JUDGE-ONE-STAGE.

      * Stage 2: the clean file against what ADD07 added
      * up and what it sent to suspense.
       BALANCE-THE-ADD-RUN.
           MOVE 2 TO SG-STAGE-NO.
           MOVE "ADD07" TO SG-STAGE-TITLE.
           PERFORM START-ONE-STAGE.
           MOVE "IN" TO IL-DIRECTION.
           MOVE "CLEAN ADDTRNC" TO IL-ITEM-TEXT.
           MOVE CLEAN-COUNT TO ITEM-COUNT STAGE-COUNT-IN.
           MOVE CLEAN-AMOUNT TO ITEM-AMOUNT STAGE-AMOUNT-IN.
           PERFORM WRITE-ONE-ITEM-LINE.
           IF INTRADAY-RUN-COUNT > ZERO
               MOVE "CLEAN INTRADAY" TO IL-ITEM-TEXT
               MOVE INTRADAY-CLEAN-COUNT TO ITEM-COUNT
               MOVE INTRADAY-CLEAN-AMOUNT TO ITEM-AMOUNT
               ADD ITEM-COUNT TO STAGE-COUNT-IN
               ADD ITEM-AMOUNT TO STAGE-AMOUNT-IN
               PERFORM WRITE-ONE-ITEM-LINE
           END-IF.
           MOVE "OUT" TO IL-DIRECTION.
           MOVE "PROCESSED ADDCTL" TO IL-ITEM-TEXT.
           MOVE PROCESSED-COUNT TO ITEM-COUNT.
           MOVE PROCESSED-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           MOVE "SUSPENDED ADDSUSP" TO IL-ITEM-TEXT.
           MOVE SUSPENDED-COUNT TO ITEM-COUNT.
           MOVE SUSPENDED-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           IF NOT CLEAN-FILE-WAS-WRITTEN
               MOVE "N" TO STAGE-CHECKABLE-SWITCH
               MOVE "ADDTRNC" TO STAGE-MISSING-FILE
           ELSE
           IF NOT TRAILER-WAS-WRITTEN
               MOVE "N" TO STAGE-CHECKABLE-SWITCH
               MOVE "ADDCTL" TO STAGE-MISSING-FILE
           END-IF
           END-IF.
           PERFORM JUDGE-ONE-STAGE.

      * Stage 3: the processed pairs plus their tax
      * against ADD07's extract lines. Amount only.
       BALANCE-THE-GL-EXTRACT.
           MOVE 3 TO SG-STAGE-NO.
           MOVE "GL EXTRACT (ADD07 LINES ON GLEXTR)"
               TO SG-STAGE-TITLE.
           PERFORM START-ONE-STAGE.
           MOVE "N" TO STAGE-COUNTS-SWITCH.
           MOVE "IN" TO IL-DIRECTION.
           MOVE "PROCESSED ADDCTL" TO IL-ITEM-TEXT.
           MOVE PROCESSED-COUNT TO ITEM-COUNT STAGE-COUNT-IN.
           MOVE PROCESSED-AMOUNT TO ITEM-AMOUNT.
           PERFORM WRITE-ONE-ITEM-LINE.
           MOVE SPACES TO IL-DIRECTION.
           MOVE "SALES TAX ADDCTL" TO IL-ITEM-TEXT.
           MOVE ZERO TO ITEM-COUNT.
           MOVE TAX-AMOUNT TO ITEM-AMOUNT.
           PERFORM WRITE-ONE-ITEM-LINE.
           COMPUTE STAGE-AMOUNT-IN = PROCESSED-AMOUNT + TAX-AMOUNT.
           MOVE "OUT" TO IL-DIRECTION.
           MOVE "ADD07 LINES GLEXTR" TO IL-ITEM-TEXT.
           MOVE ADD07-LINE-COUNT TO ITEM-COUNT.
           MOVE ADD07-LINE-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           IF NOT TRAILER-WAS-WRITTEN
               MOVE "N" TO STAGE-CHECKABLE-SWITCH
               MOVE "ADDCTL" TO STAGE-MISSING-FILE
           ELSE
           IF NOT EXTRACT-WAS-WRITTEN
               MOVE "N" TO STAGE-CHECKABLE-SWITCH
               MOVE "GLEXTR" TO STAGE-MISSING-FILE
           END-IF
           END-IF.
           PERFORM JUDGE-ONE-STAGE.

      * Stage 4: the whole extract, in the base currency,
      * against what GLPOST01 posted to GLBAL and refused.
       BALANCE-THE-GL-POSTING.
           MOVE 4 TO SG-STAGE-NO.
           MOVE "GL POSTING TO GLBAL (GLPOST01, BASE)"
               TO SG-STAGE-TITLE.
           PERFORM START-ONE-STAGE.
           MOVE "IN" TO IL-DIRECTION.
           MOVE "ALL LINES GLEXTR" TO IL-ITEM-TEXT.
           MOVE EXTRACT-LINE-COUNT TO ITEM-COUNT STAGE-COUNT-IN.
           MOVE EXTRACT-BASE-AMOUNT TO ITEM-AMOUNT STAGE-AMOUNT-IN.
           PERFORM WRITE-ONE-ITEM-LINE.
           MOVE "OUT" TO IL-DIRECTION.
           MOVE "POSTED TO GLBAL" TO IL-ITEM-TEXT.
           MOVE POSTED-COUNT TO ITEM-COUNT.
           MOVE POSTED-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           MOVE "REFUSED BY GLPOST01" TO IL-ITEM-TEXT.
           MOVE REFUSED-COUNT TO ITEM-COUNT.
           MOVE REFUSED-AMOUNT TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           IF INTRADAY-RUN-COUNT > ZERO
               MOVE "POSTED INTRADAY" TO IL-ITEM-TEXT
               MOVE INTRADAY-POSTED-COUNT TO ITEM-COUNT
               MOVE INTRADAY-POSTED-AMOUNT TO ITEM-AMOUNT
               PERFORM ADD-ONE-ITEM-OUT
               MOVE "REFUSED INTRADAY" TO IL-ITEM-TEXT
               MOVE INTRADAY-REFUSED-COUNT TO ITEM-COUNT
               MOVE INTRADAY-REFUSED-AMOUNT TO ITEM-AMOUNT
               PERFORM ADD-ONE-ITEM-OUT
           END-IF.
           IF NOT EXTRACT-WAS-WRITTEN
               MOVE "N" TO STAGE-CHECKABLE-SWITCH
               MOVE "GLEXTR" TO STAGE-MISSING-FILE
           ELSE
           IF NOT POSTING-WAS-WRITTEN
               MOVE "N" TO STAGE-CHECKABLE-SWITCH
               MOVE "GLPSTCTL" TO STAGE-MISSING-FILE
           END-IF
           END-IF.
           PERFORM JUDGE-ONE-STAGE.

      * Stage 5: the whole extract against the envelope
      * trailer corporate will check it by.
       BALANCE-THE-TRANSMISSION.
           MOVE 5 TO SG-STAGE-NO.
           MOVE "TRANSMISSION (GLXMIT01)" TO SG-STAGE-TITLE.
           PERFORM START-ONE-STAGE.
           MOVE "IN" TO IL-DIRECTION.
           MOVE "ALL LINES GLEXTR" TO IL-ITEM-TEXT.
           MOVE EXTRACT-LINE-COUNT TO ITEM-COUNT STAGE-COUNT-IN.
           MOVE EXTRACT-LINE-AMOUNT TO ITEM-AMOUNT STAGE-AMOUNT-IN.
           PERFORM WRITE-ONE-ITEM-LINE.
           MOVE "OUT" TO IL-DIRECTION.
           MOVE "GLXMIT TRAILER" TO IL-ITEM-TEXT.
           MOVE TRANSMIT-COUNT TO ITEM-COUNT.
           MOVE TRANSMIT-HASH TO ITEM-AMOUNT.
           PERFORM ADD-ONE-ITEM-OUT.
           IF NOT EXTRACT-WAS-WRITTEN
               MOVE "N" TO STAGE-CHECKABLE-SWITCH
               MOVE "GLEXTR" TO STAGE-MISSING-FILE
           ELSE
           IF NOT TRANSMIT-WAS-WRITTEN
               MOVE "N" TO STAGE-CHECKABLE-SWITCH
               MOVE "GLXMIT" TO STAGE-MISSING-FILE
           END-IF
           END-IF.
           PERFORM JUDGE-ONE-STAGE.

       START-ONE-STAGE.
           MOVE "Y" TO STAGE-CHECKABLE-SWITCH.
           MOVE "Y" TO STAGE-COUNTS-SWITCH.
           MOVE SPACES TO STAGE-MISSING-FILE.
           MOVE ZERO TO STAGE-COUNT-IN STAGE-AMOUNT-IN
                        STAGE-COUNT-OUT STAGE-AMOUNT-OUT.
           MOVE SPACES TO BALANCING-REPORT-LINE.
           WRITE BALANCING-REPORT-LINE.
           MOVE STAGE-TITLE-LINE TO BALANCING-REPORT-LINE.
           WRITE BALANCING-REPORT-LINE.

       ADD-ONE-ITEM-OUT.
           ADD ITEM-COUNT TO STAGE-COUNT-OUT.
           ADD ITEM-AMOUNT TO STAGE-AMOUNT-OUT.
           PERFORM WRITE-ONE-ITEM-LINE.

       WRITE-ONE-ITEM-LINE.
           MOVE ITEM-COUNT TO IL-COUNT.
           MOVE ITEM-AMOUNT TO IL-AMOUNT.
           MOVE ITEM-LINE TO BALANCING-REPORT-LINE.
           WRITE BALANCING-REPORT-LINE.

       JUDGE-ONE-STAGE.
           IF NOT STAGE-IS-CHECKABLE
               ADD 1 TO STAGES-UNCHECKED
               IF CONDITION-CODE < 4
                   MOVE 4 TO CONDITION-CODE
               END-IF
               MOVE STAGE-MISSING-FILE TO NC-FILE-NAME
               MOVE NOT-CHECKED-LINE TO BALANCING-REPORT-LINE
               WRITE BALANCING-REPORT-LINE
           ELSE
               PERFORM FIGURE-THE-DIFFERENCE
           END-IF.

       FIGURE-THE-DIFFERENCE.
           IF STAGE-COMPARES-COUNTS
               COMPUTE COUNT-DIFFERENCE =
                   STAGE-COUNT-IN - STAGE-COUNT-OUT
           ELSE
               MOVE ZERO TO COUNT-DIFFERENCE
           END-IF.
           COMPUTE AMOUNT-DIFFERENCE =
               STAGE-AMOUNT-IN - STAGE-AMOUNT-OUT.
           MOVE COUNT-DIFFERENCE TO DL-COUNT.
           MOVE AMOUNT-DIFFERENCE TO DL-AMOUNT.
           IF COUNT-DIFFERENCE = ZERO AND AMOUNT-DIFFERENCE = ZERO
               MOVE "BALANCED" TO DL-VERDICT
               ADD 1 TO STAGES-BALANCED
           ELSE
               MOVE "*** UNEXPLAINED ***" TO DL-VERDICT
               ADD 1 TO STAGES-OUT
               MOVE 8 TO CONDITION-CODE
               DISPLAY "Stage " SG-STAGE-NO " out of balance: "
                       SG-STAGE-TITLE
           END-IF.
           MOVE DIFFERENCE-LINE TO BALANCING-REPORT-LINE.
           WRITE BALANCING-REPORT-LINE.

       WRITE-THE-SHEET-SUMMARY.
           MOVE SPACES TO BALANCING-REPORT-LINE.
           WRITE BALANCING-REPORT-LINE.
           MOVE STAGES-BALANCED TO SL-BALANCED.
           MOVE STAGES-OUT TO SL-OUT.
           MOVE STAGES-UNCHECKED TO SL-UNCHECKED.
           MOVE CONDITION-CODE TO SL-CONDITION-CODE.
           MOVE SUMMARY-LINE TO BALANCING-REPORT-LINE.
           WRITE BALANCING-REPORT-LINE.

       WRITE-THE-BALANCING-CONTROL.
           OPEN OUTPUT BALANCING-CONTROL-FILE.
           MOVE SPACES TO ADD-BALANCING-CONTROL-RECORD.
           MOVE BUSINESS-DATE TO BV-BUSINESS-DATE.
           MOVE CALENDAR-DATE TO BV-RUN-DATE.
           MOVE CONDITION-CODE TO BV-CONDITION-CODE.
           MOVE STAGES-BALANCED TO BV-STAGES-BALANCED.
           MOVE STAGES-OUT TO BV-STAGES-OUT.
           MOVE STAGES-UNCHECKED TO BV-STAGES-UNCHECKED.
           WRITE ADD-BALANCING-CONTROL-RECORD.
           CLOSE BALANCING-CONTROL-FILE.
