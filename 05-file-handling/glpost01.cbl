      * so the two sides of every extract line net to zero
      * across the master.
      *
      * The balance master is the indexed GLBAL.DAT, keyed
      * by company, account, and month, and only the
      * balances the extract touches are read and
      * rewritten, in place -- it used to be loaded whole
      * into an in-memory table and rewritten on exit,
      * which grew slower every month and would in time
      * have outgrown the table. A posting for a month the
      * account has no record for opens that month with
      * the account's latest earlier closing balance
      * carried forward as the opening figure. Each line
      * posts under its own GX-COMPANY ("01" when blank).
      *
      * An extract line naming an account the master has
      * never seen -- in any month -- is rejected whole
      * (neither side posts) and logged, so a typo in
      * GLACCT.DAT can't silently open a new ledger
      * account. The posting report GLPOST.DAT shows the
      * opening balance, activity, and closing balance of
      * every account and month the run changed, plus the
      * reject count.
      *
      * The ledger is kept in the base currency: each line
      * posts its GX-BASE-AMOUNT, falling back to
      * GX-AMOUNT only on a line written before the base
      * amount existed. A line in any other currency also
      * posts both its foreign amount and its base amount
      * to GLFXBAL.DAT, one position per account, currency,
      * and month, carried forward the same way, so the
      * GLFXR01 month-end revaluation knows how many units
      * each account holds and what they are carried at.
      * The report lists those positions after the ledger.
      *
      * GLBAL.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *
      * Each run also rewrites the GLPSTCTL.DAT posting
      * control record -- lines posted and rejected, with
      * their base-currency amounts -- for the nightly ADD
      * control balancing sheet.
      *
      * Launched by INTRDY01 as "glpost01 INTRADAY nnn",
      * the job posts one intraday run: the lines ADD07
      * marked with job name ADD07 plus the run number on
      * the day's GLEXTRI.DAT, and no others. The run's
      * report goes to GLPOSTI.DAT and its control record
      * to GLPSTCI.DAT, stamped with the run number; a run
      * that record already shows posted is not posted
      * again. At night the same intraday lines, carried
      * into GLEXTR.DAT by ADD07, are passed over, since
      * they are on the ledger already.
      *
      * A line dated into an earlier month than the latest
      * the account holds -- a back-dated ADD pair, a late
      * journal -- now also rolls its amount into the
      * opening balance of every later month already on
      * the master for that account, and the same for the
      * foreign-currency positions, so a later month's
      * closing figure still follows from the months
      * before it.
      *
      * GLBAL.DAT is copied to a GENBACK generation before
      * each run posts, the way the name and word masters
      * are before a save, so a bad posting can be rolled
      * back with GENRST01 and GENCMP01 can show exactly
      * which balances a night's run changed.
      *
      * A GLBAL.DAT that will not open for update stops
      * the run before anything posts: the failure goes to
      * EXCLOG.DAT as a FILE exception with return code 8,
      * and no report, posting control, GLFXBAL.DAT save
      * or fresh seal is written, so the next step finds
      * the master and its seal as they stood.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE
               ASSIGN TO DYNAMIC EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT OPTIONAL GL-FX-BALANCE-FILE ASSIGN TO "GLFXBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-BALANCE-FILE-STATUS.

           SELECT POSTING-REPORT-FILE
               ASSIGN TO DYNAMIC POSTING-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSTING-CONTROL-FILE
               ASSIGN TO DYNAMIC POSTING-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  GL-FX-BALANCE-FILE.
       COPY GLFXBAL.

       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-LINE       PIC X(80).

       FD  POSTING-CONTROL-FILE.
       COPY GLPSTCTL.

       WORKING-STORAGE SECTION.

       01  EXTRACT-PATH          PIC X(40)   VALUE "GLEXTR.DAT".
       01  POSTING-REPORT-PATH   PIC X(40)   VALUE "GLPOST.DAT".
       01  POSTING-CONTROL-PATH  PIC X(40)   VALUE "GLPSTCTL.DAT".
       COPY INTRPARM.
       01  EXTRACT-JOB-NAME.
           05  EJ-JOB-NAME       PIC X(5)    VALUE "ADD07".
           05  EJ-RUN-NUMBER     PIC X(3).
       01  CONTROL-FILE-STATUS   PIC XX.
       01  RUN-POSTED-SWITCH     PIC X       VALUE "N".
           88  RUN-WAS-POSTED                VALUE "Y".
       01  MASTER-OPEN-SWITCH    PIC X       VALUE "N".
           88  MASTER-IS-OPEN                VALUE "Y".
       01  BALANCE-FILE-STATUS   PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  FX-BALANCE-FILE-STATUS PIC XX.
       01  FX-BALANCE-END-SWITCH PIC X       VALUE "N".
           88  NO-MORE-FX-BALANCE-RECORDS    VALUE "Y".
       01  ACCOUNT-END-SWITCH    PIC X.
           88  NO-MORE-ACCOUNT-MONTHS        VALUE "Y".
       01  EXTRACT-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-EXTRACT-LINES         VALUE "Y".

      * The balances the run has changed, for the posting
      * report; a full list only shortens the report.
       01  CHANGED-COUNT         PIC 9(4)    VALUE ZERO.
       01  CHANGED-TABLE.
           05  CHANGED-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON CHANGED-COUNT
                              ASCENDING KEY IS CB-KEY
                              INDEXED BY CB-IDX.
               10  CB-KEY              PIC X(16).
       01  CHANGED-FULL-SWITCH   PIC X       VALUE "N".
           88  CHANGED-LIST-IS-FULL          VALUE "Y".
       01  FX-BALANCE-COUNT      PIC 9(4)    VALUE ZERO.
       01  FX-BALANCE-TABLE.
           05  FX-BALANCE-ENTRY OCCURS 1 TO 1000 TIMES
                                 DEPENDING ON FX-BALANCE-COUNT
                                 ASCENDING KEY IS FXL-SORT-KEY
                                 INDEXED BY FXL-IDX FXL-LATER-IDX.
               10  FXL-SORT-KEY.
                   15  FXL-ACCOUNT       PIC 9(6).
                   15  FXL-CURRENCY-CODE PIC X(03).
                   15  FXL-PERIOD        PIC 9(6).
               10  FXL-FOREIGN-OPENING   PIC S9(9)V99.
               10  FXL-FOREIGN-ACTIVITY  PIC S9(9)V99.
               10  FXL-BASE-OPENING      PIC S9(9)V99.
               10  FXL-BASE-ACTIVITY     PIC S9(9)V99.
       01  CARRIED-FOREIGN       PIC S9(9)V99.
       01  CARRIED-BASE          PIC S9(9)V99.
       01  POSTING-FOREIGN-AMOUNT PIC S9(9)V99.
       01  LINE-BASE-AMOUNT      PIC S9(9)V99.
       01  BASE-CURRENCY         PIC X(03)   VALUE "USD".
       01  FX-TABLE-FULL-SWITCH  PIC X       VALUE "N".
           88  FX-TABLE-IS-FULL              VALUE "Y".
       01  FX-LINE-SWITCH        PIC X.
           88  LINE-IS-FOREIGN               VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  BALANCE-FOUND-SWITCH  PIC X.
           88  ACCOUNT-IS-KNOWN              VALUE "Y".
       01  CARRIED-BALANCE       PIC S9(9)V99.

       01  POSTING-COMPANY       PIC X(02).
       01  POSTING-PERIOD        PIC 9(6).
       01  POSTING-ACCOUNT       PIC 9(6).
       01  POSTING-AMOUNT        PIC S9(9)V99.
       01  POSTED-LINE-COUNT     PIC 9(5)    VALUE ZERO.
       01  REJECTED-LINE-COUNT   PIC 9(5)    VALUE ZERO.
       01  POSTED-LINE-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       01  REJECTED-LINE-AMOUNT  PIC S9(11)V99 VALUE ZERO.
       01  CLOSING-BALANCE       PIC S9(9)V99.
       01  BUSINESS-DATE         PIC 9(8).

       01  EXC-JOB-NAME          PIC X(8)    VALUE "GLPOST01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  JOB-NAME              PIC X(8)    VALUE "GLPOST01".
       01  OPERATOR-ID           PIC X(8)    VALUE "BATCH001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "GLPOST01".
       01  BALANCE-MASTER-NAME   PIC X(8)    VALUE "GLBAL".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".
           COPY RUNDATE REPLACING RD-RUN-DATE BY PH-RUN-DATE.

       01  POSTING-HEADING-2.
           05  FILLER             PIC X(4)  VALUE "CO".
           05  FILLER             PIC X(9)  VALUE "ACCOUNT".
           05  FILLER             PIC X(8)  VALUE "PERIOD".
           05  FILLER             PIC X(15) VALUE "    OPENING".
           05  FILLER             PIC X(15) VALUE "    CLOSING".

       01  POSTING-DETAIL-LINE.
           05  PD-COMPANY         PIC X(02).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PD-ACCOUNT         PIC 9(6).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  PD-PERIOD          PIC 9(6).
           05  FILLER             PIC X(12) VALUE "  Rejected: ".
           05  PT-REJECTED-COUNT  PIC ZZZZ9.

       01  CHANGED-FULL-LINE.
           05  FILLER             PIC X(48)
               VALUE "More balances changed than this report lists.".

       01  FX-POSITION-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "FOREIGN-CURRENCY POSITIONS (GLFXBAL)".

       01  FX-POSITION-HEADING-2.
           05  FILLER             PIC X(9)  VALUE "ACCOUNT".
           05  FILLER             PIC X(5)  VALUE "CUR".
           05  FILLER             PIC X(8)  VALUE "PERIOD".
           05  FILLER             PIC X(15) VALUE "  FOREIGN CLOSE".
           05  FILLER             PIC X(15) VALUE "     BASE CLOSE".

       01  FX-POSITION-LINE.
           05  FP-ACCOUNT         PIC 9(6).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FP-CURRENCY-CODE   PIC X(03).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FP-PERIOD          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FP-FOREIGN-CLOSING PIC -(9)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FP-BASE-CLOSING    PIC -(9)9.99.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               MOVE "GLBAL" TO SM-MASTER-NAME
               PERFORM CHECK-THE-MASTER-SEAL
               CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                      VERBOSE-SWITCH
               PERFORM DETERMINE-THE-RUN-MODE
               PERFORM LOAD-THE-FX-BALANCES
               IF RUN-WAS-POSTED
                   DISPLAY "Intraday run " IP-RUN-NUMBER
                           " is already posted; nothing was posted."
               ELSE
               IF LOAD-DID-OVERFLOW
      * Posting against partial positions would lose the
      * unloaded ones on the save, so the run stops here
      * with nothing written.
                   DISPLAY "GLFXBAL.DAT exceeds the table; "
                           "run abandoned, nothing posted."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-THE-BALANCE-MASTER
                   IF MASTER-IS-OPEN
                       PERFORM POST-THE-EXTRACT
                       PERFORM CLOSE-THE-BALANCE-MASTER
                       PERFORM SAVE-THE-FX-BALANCES
                       PERFORM WRITE-THE-POSTING-REPORT
                       PERFORM WRITE-THE-POSTING-CONTROL
                   ELSE
      * Nothing was posted, so the master keeps the seal it
      * came in with rather than a fresh one over whatever
      * is wrong with it.
                       MOVE "GLBAL.DAT would not open for update"
                           TO EXC-TEXT
                       MOVE "FILE" TO EXC-CATEGORY
                       CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                           EXC-CATEGORY
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLPOST01"
               IF FX-TABLE-IS-FULL OR RUN-WAS-POSTED
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "GLPOST01 is already running; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
           STOP RUN.

      * Level 2 routines
      * INTRDY01 names the intraday run on the command
      * line; from the nightly stream the line is empty.
       DETERMINE-THE-RUN-MODE.
           MOVE SPACES TO INTRADAY-PARAMETER.
           ACCEPT INTRADAY-PARAMETER FROM COMMAND-LINE.
           IF RUNNING-INTRADAY
               MOVE "GLEXTRI.DAT" TO EXTRACT-PATH
               MOVE "GLPOSTI.DAT" TO POSTING-REPORT-PATH
               MOVE "GLPSTCI.DAT" TO POSTING-CONTROL-PATH
               MOVE IP-RUN-NUMBER TO EJ-RUN-NUMBER
               DISPLAY "INTRADAY RUN " IP-RUN-NUMBER
                       ": posting its GLEXTRI.DAT lines."
               PERFORM CHECK-THE-RUN-IS-UNPOSTED
           ELSE
               MOVE SPACES TO IP-RUN-NUMBER
           END-IF.

      * GLPSTCI.DAT holds the last intraday run posted, so
      * a run relaunched after it posted is not posted
      * twice.
       CHECK-THE-RUN-IS-UNPOSTED.
           CALL "BUSDATE" USING BUSINESS-DATE.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   NOT AT END
                       IF  GO-BUSINESS-DATE = BUSINESS-DATE
                       AND GO-INTRADAY-RUN = IP-RUN-NUMBER
                           MOVE "Y" TO RUN-POSTED-SWITCH
                       END-IF
               END-READ
           END-IF.
           CLOSE POSTING-CONTROL-FILE.

      * The night's before-image is cut first, so a run
      * that stops part-way through still leaves the
      * ledger as it stood to roll back to.
      * Anything but a clean open -- a missing master
      * included -- leaves MASTER-OPEN-SWITCH off.
       OPEN-THE-BALANCE-MASTER.
           CALL "GENBACK" USING BALANCE-MASTER-NAME.
           OPEN I-O GL-BALANCE-FILE.
           IF BALANCE-FILE-STATUS = "00"
               MOVE "Y" TO MASTER-OPEN-SWITCH
           ELSE
               DISPLAY "GLBAL.DAT would not open (status "
                       BALANCE-FILE-STATUS "); nothing posted."
               CLOSE GL-BALANCE-FILE
           END-IF.

       LOAD-THE-FX-BALANCES.
           MOVE ZERO TO FX-BALANCE-COUNT.
           OPEN INPUT GL-FX-BALANCE-FILE.
           IF FX-BALANCE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-FX-BALANCE
               PERFORM UNTIL NO-MORE-FX-BALANCE-RECORDS
                   IF FX-BALANCE-COUNT >= 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO FX-BALANCE-END-SWITCH
                   ELSE
                   ADD 1 TO FX-BALANCE-COUNT
                   SET FXL-IDX TO FX-BALANCE-COUNT
                   MOVE FB-ACCOUNT TO FXL-ACCOUNT (FXL-IDX)
                   MOVE FB-CURRENCY-CODE
                       TO FXL-CURRENCY-CODE (FXL-IDX)
                   MOVE FB-PERIOD TO FXL-PERIOD (FXL-IDX)
                   MOVE FB-FOREIGN-OPENING
                       TO FXL-FOREIGN-OPENING (FXL-IDX)
                   MOVE FB-FOREIGN-ACTIVITY
                       TO FXL-FOREIGN-ACTIVITY (FXL-IDX)
                   MOVE FB-BASE-OPENING TO FXL-BASE-OPENING (FXL-IDX)
                   MOVE FB-BASE-ACTIVITY
                       TO FXL-BASE-ACTIVITY (FXL-IDX)
                   PERFORM READ-THE-NEXT-FX-BALANCE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE GL-FX-BALANCE-FILE.

       READ-THE-NEXT-FX-BALANCE.
           READ GL-FX-BALANCE-FILE
               AT END
                   MOVE "Y" TO FX-BALANCE-END-SWITCH
           END-READ.

       POST-THE-EXTRACT.
           IF EXTRACT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-EXTRACT-LINE
               PERFORM UNTIL NO-MORE-EXTRACT-LINES
                   PERFORM SELECT-ONE-EXTRACT-LINE
                   PERFORM READ-THE-NEXT-EXTRACT-LINE
               END-PERFORM
           ELSE
               DISPLAY "No " EXTRACT-PATH " extract to post."
           END-IF.
           CLOSE GL-EXTRACT-FILE.

      * An intraday run posts its own lines only; the
      * night passes over every intraday run's lines.
       SELECT-ONE-EXTRACT-LINE.
           IF RUNNING-INTRADAY
               IF GX-JOB-NAME = EXTRACT-JOB-NAME
                   PERFORM POST-ONE-EXTRACT-LINE
               END-IF
           ELSE
               IF  GX-JOB-NAME (1:5) = "ADD07"
               AND GX-JOB-NAME (6:3) IS NUMERIC
                   CONTINUE
               ELSE
                   PERFORM POST-ONE-EXTRACT-LINE
               END-IF
           END-IF.

       READ-THE-NEXT-EXTRACT-LINE.
           READ GL-EXTRACT-FILE
               AT END
      * run dates; the ledger period is their CCYYMM.
       POST-ONE-EXTRACT-LINE.
           COMPUTE POSTING-PERIOD = GX-RUN-DATE / 100.
           MOVE GX-COMPANY TO POSTING-COMPANY.
           IF POSTING-COMPANY = SPACES
               MOVE "01" TO POSTING-COMPANY
           END-IF.
           MOVE GX-DEBIT-ACCOUNT TO POSTING-ACCOUNT.
           PERFORM CHECK-THE-ACCOUNT-IS-KNOWN.
           IF ACCOUNT-IS-KNOWN
               PERFORM CHECK-THE-ACCOUNT-IS-KNOWN
           END-IF.
           IF ACCOUNT-IS-KNOWN
               PERFORM TAKE-THE-LINE-AMOUNTS
               MOVE GX-DEBIT-ACCOUNT TO POSTING-ACCOUNT
               MOVE LINE-BASE-AMOUNT TO POSTING-AMOUNT
               MOVE GX-AMOUNT TO POSTING-FOREIGN-AMOUNT
               PERFORM APPLY-ONE-POSTING
               MOVE GX-CREDIT-ACCOUNT TO POSTING-ACCOUNT
               COMPUTE POSTING-AMOUNT = 0 - LINE-BASE-AMOUNT
               COMPUTE POSTING-FOREIGN-AMOUNT = 0 - GX-AMOUNT
               PERFORM APPLY-ONE-POSTING
               ADD 1 TO POSTED-LINE-COUNT
               ADD LINE-BASE-AMOUNT TO POSTED-LINE-AMOUNT
           ELSE
               PERFORM TAKE-THE-LINE-AMOUNTS
               ADD 1 TO REJECTED-LINE-COUNT
               ADD LINE-BASE-AMOUNT TO REJECTED-LINE-AMOUNT
               DISPLAY "Extract line rejected; account "
                       POSTING-ACCOUNT " is not on the ledger."
               MOVE "Unknown ledger account " TO EXC-TEXT
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

       TAKE-THE-LINE-AMOUNTS.
           IF GX-BASE-AMOUNT IS NUMERIC
               MOVE GX-BASE-AMOUNT TO LINE-BASE-AMOUNT
           ELSE
               MOVE GX-AMOUNT TO LINE-BASE-AMOUNT
           END-IF.
           MOVE "N" TO FX-LINE-SWITCH.
           IF  GX-CURRENCY-CODE NOT = SPACES
           AND GX-CURRENCY-CODE NOT = BASE-CURRENCY
               MOVE "Y" TO FX-LINE-SWITCH
           END-IF.

      * Known means the company holds the account in some
      * month: the first key at or after its month zero
      * is one of the account's own.
       CHECK-THE-ACCOUNT-IS-KNOWN.
           MOVE "N" TO ACCOUNT-KNOWN-SWITCH.
           PERFORM START-AT-THE-ACCOUNT.
           PERFORM READ-THE-NEXT-ACCOUNT-MONTH.
           IF NOT NO-MORE-ACCOUNT-MONTHS
               MOVE "Y" TO ACCOUNT-KNOWN-SWITCH
           END-IF.

       APPLY-ONE-POSTING.
           PERFORM FIND-THE-BALANCE-RECORD.
           IF NOT BALANCE-WAS-FOUND
               PERFORM OPEN-THE-NEW-PERIOD
           END-IF.
           ADD POSTING-AMOUNT TO GB-ACTIVITY.
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "GLBAL.DAT rewrite failed for "
                           GB-KEY
           END-REWRITE.
           PERFORM REMEMBER-THE-CHANGED-BALANCE.
           PERFORM ROLL-THE-LATER-PERIODS.
           IF LINE-IS-FOREIGN
               PERFORM APPLY-ONE-FX-POSTING
           END-IF.

       APPLY-ONE-FX-POSTING.
           MOVE "N" TO BALANCE-FOUND-SWITCH.
           IF FX-BALANCE-COUNT > 0
               SET FXL-IDX TO 1
               SEARCH FX-BALANCE-ENTRY
                   WHEN FXL-ACCOUNT (FXL-IDX) = POSTING-ACCOUNT
                    AND FXL-CURRENCY-CODE (FXL-IDX) =
                        GX-CURRENCY-CODE
                    AND FXL-PERIOD (FXL-IDX) = POSTING-PERIOD
                       MOVE "Y" TO BALANCE-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT BALANCE-WAS-FOUND
               PERFORM OPEN-THE-NEW-FX-PERIOD
           END-IF.
           IF NOT FX-TABLE-IS-FULL
               ADD POSTING-FOREIGN-AMOUNT
                   TO FXL-FOREIGN-ACTIVITY (FXL-IDX)
               ADD POSTING-AMOUNT TO FXL-BASE-ACTIVITY (FXL-IDX)
               PERFORM ROLL-ONE-LATER-FX-PERIOD
                   VARYING FXL-LATER-IDX FROM 1 BY 1
                   UNTIL FXL-LATER-IDX > FX-BALANCE-COUNT
           END-IF.

      * A month the account already holds after the one
      * posted to opens on the figures the posting has
      * just changed; those months follow it in key order.
       ROLL-THE-LATER-PERIODS.
           PERFORM BUILD-THE-POSTING-KEY.
           MOVE "N" TO ACCOUNT-END-SWITCH.
           START GL-BALANCE-FILE KEY IS GREATER THAN GB-KEY
               INVALID KEY
                   MOVE "Y" TO ACCOUNT-END-SWITCH
           END-START.
           PERFORM READ-THE-NEXT-ACCOUNT-MONTH.
           PERFORM UNTIL NO-MORE-ACCOUNT-MONTHS
               ADD POSTING-AMOUNT TO GB-OPENING-BALANCE
               REWRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "GLBAL.DAT rewrite failed for "
                               GB-KEY
               END-REWRITE
               PERFORM REMEMBER-THE-CHANGED-BALANCE
               PERFORM READ-THE-NEXT-ACCOUNT-MONTH
           END-PERFORM.

       ROLL-ONE-LATER-FX-PERIOD.
           IF  FXL-ACCOUNT (FXL-LATER-IDX) = POSTING-ACCOUNT
           AND FXL-CURRENCY-CODE (FXL-LATER-IDX) = GX-CURRENCY-CODE
           AND FXL-PERIOD (FXL-LATER-IDX) > POSTING-PERIOD
               ADD POSTING-FOREIGN-AMOUNT
                   TO FXL-FOREIGN-OPENING (FXL-LATER-IDX)
               ADD POSTING-AMOUNT
                   TO FXL-BASE-OPENING (FXL-LATER-IDX)
           END-IF.

      * A position's first posting in a month opens it with
      * its latest earlier closing figures carried forward,
      * or zero for a currency the account never held. A
      * full table stops the positions short; the ledger
      * still posts, but GLFXBAL.DAT is left as it was and
      * the step ends RC=4.
       OPEN-THE-NEW-FX-PERIOD.
           MOVE ZERO TO CARRIED-FOREIGN.
           MOVE ZERO TO CARRIED-BASE.
           PERFORM CARRY-ONE-PRIOR-FX-PERIOD
               VARYING FXL-IDX FROM 1 BY 1
               UNTIL FXL-IDX > FX-BALANCE-COUNT.
           IF FX-BALANCE-COUNT >= 1000
               MOVE "Y" TO FX-TABLE-FULL-SWITCH
           ELSE
               ADD 1 TO FX-BALANCE-COUNT
               SET FXL-IDX TO FX-BALANCE-COUNT
               MOVE POSTING-ACCOUNT TO FXL-ACCOUNT (FXL-IDX)
               MOVE GX-CURRENCY-CODE TO FXL-CURRENCY-CODE (FXL-IDX)
               MOVE POSTING-PERIOD TO FXL-PERIOD (FXL-IDX)
               MOVE CARRIED-FOREIGN TO FXL-FOREIGN-OPENING (FXL-IDX)
               MOVE ZERO TO FXL-FOREIGN-ACTIVITY (FXL-IDX)
               MOVE CARRIED-BASE TO FXL-BASE-OPENING (FXL-IDX)
               MOVE ZERO TO FXL-BASE-ACTIVITY (FXL-IDX)
           END-IF.

       CARRY-ONE-PRIOR-FX-PERIOD.
           IF  FXL-ACCOUNT (FXL-IDX) = POSTING-ACCOUNT
           AND FXL-CURRENCY-CODE (FXL-IDX) = GX-CURRENCY-CODE
           AND FXL-PERIOD (FXL-IDX) < POSTING-PERIOD
               COMPUTE CARRIED-FOREIGN =
                   FXL-FOREIGN-OPENING (FXL-IDX)
                   + FXL-FOREIGN-ACTIVITY (FXL-IDX)
               COMPUTE CARRIED-BASE =
                   FXL-BASE-OPENING (FXL-IDX)
                   + FXL-BASE-ACTIVITY (FXL-IDX)
           END-IF.

       FIND-THE-BALANCE-RECORD.
           MOVE "Y" TO BALANCE-FOUND-SWITCH.
           PERFORM BUILD-THE-POSTING-KEY.
           READ GL-BALANCE-FILE
               KEY IS GB-KEY
               INVALID KEY
                   MOVE "N" TO BALANCE-FOUND-SWITCH
           END-READ.

      * A new month opens with the account's latest earlier
      * closing balance carried forward -- the account is
      * already proved known, so at least one prior period
      * record exists to carry from (or the carried figure
      * stays zero when every record is later). The new
      * record is written and read straight back, so the
      * posting goes on exactly as for a month on file.
       OPEN-THE-NEW-PERIOD.
           MOVE ZERO TO CARRIED-BALANCE.
           PERFORM START-AT-THE-ACCOUNT.
           PERFORM READ-THE-NEXT-ACCOUNT-MONTH.
           PERFORM UNTIL NO-MORE-ACCOUNT-MONTHS
                      OR GB-PERIOD > POSTING-PERIOD
               COMPUTE CARRIED-BALANCE =
                   GB-OPENING-BALANCE + GB-ACTIVITY
               PERFORM READ-THE-NEXT-ACCOUNT-MONTH
           END-PERFORM.
           PERFORM BUILD-THE-POSTING-KEY.
           MOVE CARRIED-BALANCE TO GB-OPENING-BALANCE.
           MOVE ZERO TO GB-ACTIVITY.
           WRITE GL-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "GLBAL.DAT write failed for " GB-KEY
           END-WRITE.
           PERFORM FIND-THE-BALANCE-RECORD.

       BUILD-THE-POSTING-KEY.
           MOVE SPACES TO GL-BALANCE-RECORD.
           MOVE POSTING-COMPANY TO GB-COMPANY.
           MOVE POSTING-ACCOUNT TO GB-ACCOUNT.
           MOVE POSTING-PERIOD TO GB-PERIOD.

       START-AT-THE-ACCOUNT.
           MOVE SPACES TO GL-BALANCE-RECORD.
           MOVE POSTING-COMPANY TO GB-COMPANY.
           MOVE POSTING-ACCOUNT TO GB-ACCOUNT.
           MOVE ZERO TO GB-PERIOD.
           MOVE "N" TO ACCOUNT-END-SWITCH.
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GB-KEY
               INVALID KEY
                   MOVE "Y" TO ACCOUNT-END-SWITCH
           END-START.

      * Reading stops at the first key that belongs to
      * another account, or another company's.
       READ-THE-NEXT-ACCOUNT-MONTH.
           IF NOT NO-MORE-ACCOUNT-MONTHS
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ACCOUNT-END-SWITCH
               END-READ
           END-IF.
           IF NOT NO-MORE-ACCOUNT-MONTHS
               IF GB-COMPANY NOT = POSTING-COMPANY
               OR GB-ACCOUNT NOT = POSTING-ACCOUNT
                   MOVE "Y" TO ACCOUNT-END-SWITCH
               END-IF
           END-IF.

       REMEMBER-THE-CHANGED-BALANCE.
           MOVE "N" TO BALANCE-FOUND-SWITCH.
           IF CHANGED-COUNT > 0
               SET CB-IDX TO 1
               SEARCH CHANGED-ENTRY
                   WHEN CB-KEY (CB-IDX) = GB-KEY
                       MOVE "Y" TO BALANCE-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT BALANCE-WAS-FOUND
               IF CHANGED-COUNT < 2000
                   ADD 1 TO CHANGED-COUNT
                   MOVE GB-KEY TO CB-KEY (CHANGED-COUNT)
               ELSE
                   MOVE "Y" TO CHANGED-FULL-SWITCH
               END-IF
           END-IF.

       SAVE-THE-FX-BALANCES.
           IF FX-TABLE-IS-FULL
               DISPLAY "GLFXBAL.DAT table full; foreign-currency "
                       "positions not updated."
               MOVE "GLFXBAL table full; positions not saved"
                   TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
               IF FX-BALANCE-COUNT > 0
                   SORT FX-BALANCE-ENTRY ASCENDING KEY FXL-SORT-KEY
               END-IF
               OPEN OUTPUT GL-FX-BALANCE-FILE
               PERFORM WRITE-ONE-FX-BALANCE-RECORD
                   VARYING FXL-IDX FROM 1 BY 1
                   UNTIL FXL-IDX > FX-BALANCE-COUNT
               CLOSE GL-FX-BALANCE-FILE
           END-IF.

       WRITE-ONE-FX-BALANCE-RECORD.
           MOVE SPACES TO GL-FX-BALANCE-RECORD.
           MOVE FXL-ACCOUNT (FXL-IDX) TO FB-ACCOUNT.
           MOVE FXL-CURRENCY-CODE (FXL-IDX) TO FB-CURRENCY-CODE.
           MOVE FXL-PERIOD (FXL-IDX) TO FB-PERIOD.
           MOVE FXL-FOREIGN-OPENING (FXL-IDX) TO FB-FOREIGN-OPENING.
           MOVE FXL-FOREIGN-ACTIVITY (FXL-IDX)
               TO FB-FOREIGN-ACTIVITY.
           MOVE FXL-BASE-OPENING (FXL-IDX) TO FB-BASE-OPENING.
           MOVE FXL-BASE-ACTIVITY (FXL-IDX) TO FB-BASE-ACTIVITY.
           WRITE GL-FX-BALANCE-RECORD.

       CLOSE-THE-BALANCE-MASTER.
           CLOSE GL-BALANCE-FILE.
           PERFORM SEAL-THE-MASTER.

       WRITE-THE-POSTING-REPORT.
           OPEN OUTPUT POSTING-REPORT-FILE.
           WRITE POSTING-REPORT-LINE.
           MOVE POSTING-HEADING-2 TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           IF CHANGED-COUNT > 0
               SORT CHANGED-ENTRY ASCENDING KEY CB-KEY
           END-IF.
           OPEN INPUT GL-BALANCE-FILE.
           PERFORM WRITE-ONE-POSITION-LINE
               VARYING CB-IDX FROM 1 BY 1
               UNTIL CB-IDX > CHANGED-COUNT.
           CLOSE GL-BALANCE-FILE.
           IF CHANGED-LIST-IS-FULL
               MOVE CHANGED-FULL-LINE TO POSTING-REPORT-LINE
               WRITE POSTING-REPORT-LINE
           END-IF.
           MOVE POSTED-LINE-COUNT TO PT-POSTED-COUNT.
           MOVE REJECTED-LINE-COUNT TO PT-REJECTED-COUNT.
           MOVE POSTING-TOTAL-LINE TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE SPACES TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE FX-POSITION-HEADING-1 TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE FX-POSITION-HEADING-2 TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           PERFORM WRITE-ONE-FX-POSITION-LINE
               VARYING FXL-IDX FROM 1 BY 1
               UNTIL FXL-IDX > FX-BALANCE-COUNT.
           CLOSE POSTING-REPORT-FILE.
           DISPLAY "Extract lines posted: " POSTED-LINE-COUNT.
           DISPLAY "Extract lines rejected: " REJECTED-LINE-COUNT.

       WRITE-THE-POSTING-CONTROL.
           OPEN OUTPUT POSTING-CONTROL-FILE.
           MOVE SPACES TO GL-POSTING-CONTROL-RECORD.
           MOVE BUSINESS-DATE TO GO-BUSINESS-DATE.
           MOVE POSTED-LINE-COUNT TO GO-POSTED-COUNT.
           MOVE POSTED-LINE-AMOUNT TO GO-POSTED-AMOUNT.
           MOVE REJECTED-LINE-COUNT TO GO-REJECTED-COUNT.
           MOVE REJECTED-LINE-AMOUNT TO GO-REJECTED-AMOUNT.
           MOVE IP-RUN-NUMBER TO GO-INTRADAY-RUN.
           WRITE GL-POSTING-CONTROL-RECORD.
           CLOSE POSTING-CONTROL-FILE.

       WRITE-ONE-FX-POSITION-LINE.
           MOVE FXL-ACCOUNT (FXL-IDX) TO FP-ACCOUNT.
           MOVE FXL-CURRENCY-CODE (FXL-IDX) TO FP-CURRENCY-CODE.
           MOVE FXL-PERIOD (FXL-IDX) TO FP-PERIOD.
           COMPUTE FP-FOREIGN-CLOSING =
               FXL-FOREIGN-OPENING (FXL-IDX)
               + FXL-FOREIGN-ACTIVITY (FXL-IDX).
           COMPUTE FP-BASE-CLOSING =
               FXL-BASE-OPENING (FXL-IDX)
               + FXL-BASE-ACTIVITY (FXL-IDX).
           MOVE FX-POSITION-LINE TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.

       WRITE-ONE-POSITION-LINE.
           MOVE CB-KEY (CB-IDX) TO GB-KEY.
           READ GL-BALANCE-FILE
               KEY IS GB-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO POSTING-REPORT-LINE
                   MOVE GB-COMPANY TO PD-COMPANY
                   MOVE GB-ACCOUNT TO PD-ACCOUNT
                   MOVE GB-PERIOD TO PD-PERIOD
                   MOVE GB-OPENING-BALANCE TO PD-OPENING
                   MOVE GB-ACTIVITY TO PD-ACTIVITY
                   COMPUTE CLOSING-BALANCE =
                       GB-OPENING-BALANCE + GB-ACTIVITY
                   MOVE CLOSING-BALANCE TO PD-CLOSING
                   MOVE POSTING-DETAIL-LINE TO POSTING-REPORT-LINE
                   WRITE POSTING-REPORT-LINE
           END-READ.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "GLPOST01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "GLPOST01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "GLBAL" TO SM-MASTER-NAME.
           MOVE "GLPOST01" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
