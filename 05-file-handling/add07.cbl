      * logged before the night posts anything to it,
      * instead of the bad account flowing silently into
      * GLEXTR.DAT and the ledger.
      *
      * A GLACCT.DAT row naming a partner company is an
      * intercompany charge. Its bucket posts in the
      * originating company as usual -- debit the due-from
      * account on the row -- and a second extract line is
      * generated in the partner company against the
      * partner debit account and its due-to account. Both
      * halves carry the same GX-IC-REFERENCE (run date
      * plus bucket number), and the partner half is
      * written in the partner company's extract section,
      * so each company's books still stand alone. The
      * partner accounts are proved against the chart
      * with the rest of the row.
      *
      * Taxable sales now charge sales tax. A pair whose
      * TT-TRANS-TYPE TAXTYPE.DAT marks taxable is taxed
      * at the TAXRATE.DAT rate in force for its
      * customer's NM-STATE, found on NAMEMAST.DAT through
      * TT-CUSTOMER. The tax posts through a bucket of its
      * own against the GLACCT.DAT tax row for the state
      * and type (cost center "TX" plus the state) -- the
      * sale's receivable debited, the state's tax
      * liability credited -- so each state's liability
      * builds in its own account. The tax is shown on the
      * pair's ADDRPT detail line, subtotaled per state
      * after the currency lines, and carried in the
      * trailer as CT-TAX-TOTAL so the trailer still
      * balances to the extract. Every posted pair gets a
      * row on the ADDTAX.DAT register -- state, taxed or
      * exempt, sale and tax -- for the monthly sales-tax
      * worksheet. A taxable pair whose state has no tax
      * row on GLACCT.DAT posts its sale untaxed and is
      * logged.
      *
      * A supervisor whose account is suspended at access
      * recertification no longer validates a feed
      * override.
      *
      * NAMEMAST.DAT and OPERCTL.DAT are checked against
      * their control seals before anything is loaded; a
      * master that no longer matches the seal its last
      * writer left stops the run, so an edit made outside
      * the system is never taken on trust.
      *
      * Each ADDRPT detail line now ends with the pair's
      * trans type and its TRNTYPE.DAT description, so the
      * report reads without the code list beside it. The
      * report line is 132 wide to hold it, as the spooler
      * and the reprint already allow; a type with no
      * master row prints its code alone.
      *
      * ADD07 now also adds the day's intraday runs.
      * INTRDY01 launches it as "add07 INTRADAY nnn": the
      * run reads that run's clean pairs (ADDTRNIC.DAT),
      * adds its trailers to the day's ADDICTL.DAT and its
      * extract lines to the day's GLEXTRI.DAT, each line
      * marked with job name ADD07 plus the run number so
      * GLPOST01 posts the run's lines and no others, and
      * reports to ADDRPTI.DAT. An intraday run keeps no
      * checkpoint, reads no trial card, and is not
      * fingerprinted, since every run's feed is new; a
      * run whose trailers are already on ADDICTL.DAT is
      * not added twice. The night's run holds the
      * INTRDY01 lock while it runs, refuses to start
      * while one of the day's intraday runs is left
      * unfinished, carries the day's intraday trailers
      * and extract lines into its own ADDCTL.DAT and
      * GLEXTR.DAT so the day balances as one, and closes
      * intraday posting for the business date on
      * INTRREG.DAT. A trial night carries them in too but
      * leaves the register alone.
      *
      * A pair whose TT-EFFECTIVE-DATE is before the run
      * date now posts under that date: the GL post buckets
      * are keyed by posting date as well, and each extract
      * line carries its bucket's date as GX-RUN-DATE, so
      * GLPOST01 books a back-dated pair into its own
      * period (the pre-edit has already refused one whose
      * period is closed). Every other pair posts under the
      * run date as before. The checkpoint keeps each
      * bucket's date, and each ADDRPT detail line shows
      * the pair's effective date against the date it
      * posted under. Intraday extract lines are carried
      * into the night whatever date they post under.
      *
      * Each detail is also added into the COSTCTR.DAT
      * reporting hierarchy through the shared CCGET
      * routine, and the trailer closes with a roll-up of
      * the run's results by center, every level indented
      * under its parent, down to the level CCROLL.DAT sets
      * for the job. Like the tax lines, the roll-up stops
      * short of the cost-center columns so the report
      * burst never takes it for details.
      *
      * The pairs are also totalled by the upstream source
      * that sent them (TT-SOURCE-ID) within each company,
      * and the control trailer is written one record per
      * company and source, with CT-SOURCE-ID naming it, so
      * a wrong total can be traced to its sender; summed
      * across its sources each company balances as before.
      * The report's totals open with a line per company
      * and source, short of the cost-center columns. The
      * checkpoint keeps the source totals; a restart from
      * a checkpoint without them writes by company.
      * Should the night bring more company and source
      * pairs than the table holds, the sources are logged
      * as lost and the trailer falls back to one record
      * per company.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADD07.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-TRANSACTION-FILE
               ASSIGN TO DYNAMIC TRANSACTION-PATH
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ADD-CONTROL-FILE
               ASSIGN TO DYNAMIC CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT ADD-REPORT-FILE ASSIGN TO DYNAMIC REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE
               ASSIGN TO DYNAMIC EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT OPTIONAL ADD-SUSPENSE-FILE
               ASSIGN TO DYNAMIC SUSPENSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.

           SELECT OPTIONAL SALES-TAX-RATE-FILE
               ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-RATE-FILE-STATUS.

           SELECT OPTIONAL TAXABLE-TYPE-FILE
               ASSIGN TO "TAXTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-TYPE-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-TYPE-FILE
               ASSIGN TO "TRNTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRNTYPE-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE
               ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL SALES-TAX-REGISTER-FILE
               ASSIGN TO DYNAMIC TAX-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-REGISTER-STATUS.

           SELECT OPTIONAL INTRADAY-REGISTER-FILE
               ASSIGN TO "INTRREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT OPTIONAL INTRADAY-CONTROL-FILE
               ASSIGN TO "ADDICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTRADAY-CTL-STATUS.

           SELECT OPTIONAL INTRADAY-EXTRACT-FILE
               ASSIGN TO "GLEXTRI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTRADAY-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-TRANSACTION-FILE.
       COPY ADDCTL.

       FD  ADD-REPORT-FILE.
       01  ADD-REPORT-LINE           PIC X(132).

       FD  ADD-CHECKPOINT-FILE.
       COPY ADDCKPT.
       FD  OPERATOR-CONTROL-FILE.
       COPY OPERCTL.

       FD  SALES-TAX-RATE-FILE.
       COPY TAXRATE.

       FD  TAXABLE-TYPE-FILE.
       COPY TAXTYPE.

       FD  TRANSACTION-TYPE-FILE.
       COPY TRNTYPE.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  SALES-TAX-REGISTER-FILE.
       COPY ADDTAX.

       FD  INTRADAY-REGISTER-FILE.
       COPY INTRREG.

      * The day's intraday trailers and extract lines are
      * read as images and carried into the night's files
      * through the ADDCTL and GLEXTR records.
       FD  INTRADAY-CONTROL-FILE.
       01  INTRADAY-CONTROL-LINE     PIC X(48).

       FD  INTRADAY-EXTRACT-FILE.
       01  INTRADAY-EXTRACT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       01  TRANSACTION-PATH      PIC X(40) VALUE "ADDTRNP.DAT".
       01  CTL-PATH              PIC X(40) VALUE "ADDCTL.DAT".
       01  REPORT-PATH           PIC X(40) VALUE "ADDRPT.DAT".
       01  EXTRACT-PATH          PIC X(40) VALUE "GLEXTR.DAT".
       01  SUSPENSE-PATH         PIC X(40) VALUE "ADDSUSP.DAT".
       01  TAX-REGISTER-PATH     PIC X(40) VALUE "ADDTAX.DAT".
       01  TRIAL-FILE-STATUS     PIC XX.
       01  TRIAL-MODE-SWITCH     PIC X     VALUE "N".
           88  RUNNING-A-TRIAL             VALUE "Y".
       01  CHECKPOINT-SWITCH     PIC X     VALUE "Y".
           88  TAKING-CHECKPOINTS          VALUE "Y".
       01  CONTROL-FILE-STATUS   PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       COPY INTRPARM.
       01  EXTRACT-JOB-NAME.
           05  EJ-JOB-NAME       PIC X(5)  VALUE "ADD07".
           05  EJ-RUN-NUMBER     PIC X(3)  VALUE SPACES.
       01  REGISTER-FILE-STATUS  PIC XX.
       01  INTRADAY-CTL-STATUS   PIC XX.
       01  INTRADAY-EXTRACT-STATUS PIC XX.
       01  INTRADAY-END-SWITCH   PIC X.
           88  NO-MORE-INTRADAY-RECORDS    VALUE "Y".
       01  INTRADAY-DATE         PIC 9(8).
       01  INTRADAY-RUN-NO       PIC 9(4).
       01  INTRADAY-TIME-RAW     PIC 9(8).
       01  INTRADAY-RUN-TABLE.
           05  INTRADAY-RUN-STATUS OCCURS 999 TIMES PIC X.
       01  UNFINISHED-RUN        PIC 9(3).
       01  UNFINISHED-RUN-SWITCH PIC X.
           88  INTRADAY-RUN-UNFINISHED     VALUE "Y".
       01  INTRADAY-ADDED-SWITCH PIC X     VALUE "N".
           88  INTRADAY-RUN-WAS-ADDED      VALUE "Y".
       01  NIGHT-HELD-SWITCH     PIC X     VALUE "N".
           88  NIGHT-IS-HELD               VALUE "Y".
       01  FOLDED-TRAILER-COUNT  PIC 9(5)  VALUE ZERO.
       01  FOLDED-LINE-COUNT     PIC 9(5)  VALUE ZERO.
       01  INTRADAY-LOCK-NAME    PIC X(8)  VALUE "INTRDY01".
       01  INTRADAY-LOCK-ACTION  PIC X.
       01  INTRADAY-LOCK-RESULT  PIC X     VALUE "N".
           88  INTRADAY-LOCK-ACQUIRED      VALUE "Y".
       01  INTRADAY-LOCK-ATTEMPTS PIC 9(2).
       01  INTRADAY-LOCK-WAIT    PIC 9     VALUE 1.
       01  CKPT-FILE-STATUS      PIC XX.
       01  CKPT-END-SWITCH       PIC X.
           88  NO-MORE-CKPT-RECORDS        VALUE "Y".
               10  GAT-TRANS-TYPE      PIC X(02).
               10  GAT-DEBIT-ACCOUNT   PIC 9(6).
               10  GAT-CREDIT-ACCOUNT  PIC 9(6).
               10  GAT-PARTNER-COMPANY PIC X(02).
               10  GAT-PARTNER-DEBIT   PIC 9(6).
               10  GAT-PARTNER-CREDIT  PIC 9(6).
       01  CHART-FILE-STATUS     PIC XX.
       01  CHART-END-SWITCH      PIC X     VALUE "N".
           88  NO-MORE-CHART-RECORDS       VALUE "Y".
               10  GP-COST-CENTER      PIC X(04).
               10  GP-TRANS-TYPE       PIC X(02).
               10  GP-CURRENCY-CODE    PIC X(03).
               10  GP-POSTING-DATE     PIC 9(8).
               10  GP-DEBIT-ACCOUNT    PIC 9(6).
               10  GP-CREDIT-ACCOUNT   PIC 9(6).
               10  GP-SUBTOTAL         PIC S9(7)V99 COMP-3.
       01  GL-POST-FOUND-SWITCH   PIC X   VALUE "N".
           88  GL-POST-WAS-FOUND         VALUE "Y".
       01  IC-REFERENCE.
           05  IR-RUN-DATE            PIC 9(8).
           05  IR-BUCKET-NO           PIC 9(4).
       01  IC-LINE-COUNT          PIC 9(5)  VALUE ZERO.

       01  CURRENCY-COUNT         PIC 9(2)  VALUE ZERO.
       01  CURRENCY-TABLE.
               10  CO-RECORD-COUNT     PIC 9(7).
               10  CO-GRAND-TOTAL      PIC S9(7)V99 COMP-3.
               10  CO-NEGATIVE-COUNT   PIC 9(7).
               10  CO-TAX-TOTAL        PIC S9(7)V99 COMP-3.
       01  COMPANY-FOUND-SWITCH   PIC X   VALUE "N".
           88  COMPANY-WAS-FOUND          VALUE "Y".

       01  SOURCE-TOTAL-COUNT     PIC 9(3)  VALUE ZERO.
       01  SOURCE-TOTAL-TABLE.
           05  SOURCE-TOTAL-ENTRY OCCURS 1 TO 200 TIMES
                                   DEPENDING ON SOURCE-TOTAL-COUNT
                                   INDEXED BY SO-IDX.
               10  SO-COMPANY          PIC X(02).
               10  SO-SOURCE-ID        PIC X(04).
               10  SO-RECORD-COUNT     PIC 9(7).
               10  SO-GRAND-TOTAL      PIC S9(7)V99 COMP-3.
               10  SO-NEGATIVE-COUNT   PIC 9(7).
               10  SO-TAX-TOTAL        PIC S9(7)V99 COMP-3.
       01  SOURCE-FOUND-SWITCH    PIC X   VALUE "N".
           88  SOURCE-WAS-FOUND           VALUE "Y".
       01  SOURCE-FULL-SWITCH     PIC X   VALUE "N".
           88  SOURCE-TABLE-FULL          VALUE "Y".

       01  TAX-RATE-FILE-STATUS   PIC XX.
       01  TAX-TYPE-FILE-STATUS   PIC XX.
       01  TAX-REGISTER-STATUS    PIC XX.
       01  MASTER-FILE-STATUS     PIC XX.
       01  TAX-RATE-END-SWITCH    PIC X   VALUE "N".
           88  NO-MORE-TAX-RATES          VALUE "Y".
       01  TAX-TYPE-END-SWITCH    PIC X   VALUE "N".
           88  NO-MORE-TAX-TYPES          VALUE "Y".
       01  MASTER-END-SWITCH      PIC X   VALUE "N".
           88  NO-MORE-MASTER-RECORDS     VALUE "Y".
       01  TAX-RATE-COUNT         PIC 9(3)  VALUE ZERO.
       01  TAX-RATE-TABLE.
           05  TAX-RATE-ENTRY     OCCURS 1 TO 200 TIMES
                                   DEPENDING ON TAX-RATE-COUNT
                                   INDEXED BY SRT-IDX.
               10  SRT-STATE           PIC X(02).
               10  SRT-EFFECTIVE-DATE  PIC 9(8).
               10  SRT-RATE-PERCENT    PIC 9(2)V9(4).
       01  TAX-TYPE-COUNT         PIC 9(3)  VALUE ZERO.
       01  TAX-TYPE-TABLE.
           05  TAX-TYPE-ENTRY     OCCURS 1 TO 100 TIMES
                                   DEPENDING ON TAX-TYPE-COUNT
                                   INDEXED BY XTT-IDX.
               10  XTT-TRANS-TYPE      PIC X(02).
               10  XTT-TAXABLE-FLAG    PIC X.
       01  TRNTYPE-FILE-STATUS    PIC XX.
       01  TRNTYPE-END-SWITCH     PIC X   VALUE "N".
           88  NO-MORE-TRANS-TYPES        VALUE "Y".
       01  TRANS-TYPE-COUNT       PIC 9(3)  VALUE ZERO.
       01  TRANS-TYPE-TABLE.
           05  TRANS-TYPE-ENTRY   OCCURS 1 TO 100 TIMES
                                   DEPENDING ON TRANS-TYPE-COUNT
                                   INDEXED BY TMT-IDX.
               10  TMT-TRANS-TYPE      PIC X(02).
               10  TMT-DESCRIPTION     PIC X(24).
       01  CUSTOMER-COUNT         PIC 9(4)  VALUE ZERO.
       01  CUSTOMER-STATE-TABLE.
           05  CUSTOMER-ENTRY     OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON CUSTOMER-COUNT
                                   INDEXED BY CST-IDX.
               10  CST-NAME            PIC X(10).
               10  CST-STATE           PIC X(02).
       01  TAX-STATE              PIC X(02).
       01  TAX-COST-CENTER.
           05  FILLER             PIC X(02) VALUE "TX".
           05  TCC-STATE          PIC X(02).
       01  TAX-STATUS             PIC X.
           88  SALE-IS-TAXED              VALUE "T".
           88  SALE-IS-EXEMPT             VALUE "E".
           88  SALE-HAS-NO-TAX-ROW        VALUE "N".
       01  TAXABLE-TYPE-SWITCH    PIC X.
           88  TYPE-IS-TAXABLE            VALUE "Y".
       01  TAX-RATE-FOUND-SWITCH  PIC X.
           88  TAX-RATE-WAS-FOUND         VALUE "Y".
       01  TAX-RATE-PERCENT       PIC 9(2)V9(4).
       01  TAX-RATE-DATE          PIC 9(8).
       01  SALES-TAX              PIC S9(7)V99 COMP-3.
       01  TAX-DEBIT-ACCOUNT      PIC 9(6).
       01  TAX-LIABILITY-ACCOUNT  PIC 9(6).
       01  TAX-BASE-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  TAX-BUCKET-COUNT       PIC 9(3)  VALUE ZERO.

       01  RATE-FILE-STATUS       PIC XX.
       01  RATE-END-SWITCH        PIC X   VALUE "N".
           88  NO-MORE-RATE-RECORDS       VALUE "Y".
       01  BASE-CURRENCY          PIC X(03) VALUE "USD".
       01  RATE-COUNT             PIC 9(4)  VALUE ZERO.
       01  RATE-TABLE.
           05  RATE-ENTRY         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON RATE-COUNT
                                   INDEXED BY RT-IDX.
               10  RTT-CURRENCY-CODE   PIC X(03).
       01  NEGATIVE-COUNT        PIC 9(7)  VALUE ZERO.
       01  GRAND-TOTAL           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  RUN-DATE              PIC 9(8).
       01  POSTING-DATE          PIC 9(8).
       01  PAGE-NUMBER           PIC 9(4)  VALUE ZERO.
       01  LINES-ON-PAGE         PIC 9(2)  VALUE ZERO.
       01  LINES-PER-PAGE        PIC 9(2)  VALUE 20.
           05  RD-REVIEW-FLAG     PIC X(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RD-COST-CENTER     PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RD-SALES-TAX       PIC -(5)9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RD-TRANS-TYPE      PIC X(02).
           05  FILLER             PIC X    VALUE SPACE.
           05  RD-TYPE-DESCRIPTION PIC X(24).
           05  FILLER             PIC X(6) VALUE "  EFF ".
           05  RD-EFFECTIVE-DATE  PIC 9(8).
           05  FILLER             PIC X(7) VALUE "  POST ".
           05  RD-POSTING-DATE    PIC 9(8).

       01  NEGATIVE-TOTAL-LINE.
           05  FILLER             PIC X(20)
           05  BT-BASE-TOTAL      PIC -(9)9.99.
           05  FILLER             PIC X(4) VALUE " USD".

       01  SALES-TAX-LINE.
           05  FILLER             PIC X(14)
               VALUE "  Sales tax   ".
           05  SL-STATE           PIC X(02).
           05  FILLER             PIC X     VALUE SPACE.
           05  SL-TRANS-TYPE      PIC X(02).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  SL-CURRENCY-CODE   PIC X(03).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  SL-TAX-AMOUNT      PIC -(7)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  SL-COMPANY         PIC X(02).

       01  SALES-TAX-TOTAL-LINE.
           05  FILLER             PIC X(23)
               VALUE "  Sales tax total      ".
           05  ST-BASE-TOTAL      PIC -(9)9.99.
           05  FILLER             PIC X(4) VALUE " USD".

       01  SOURCE-TOTAL-LINE.
           05  FILLER             PIC X(10) VALUE "  Source  ".
           05  SL-SOURCE-COMPANY  PIC X(02).
           05  FILLER             PIC X     VALUE SPACE.
           05  SL-SOURCE-ID       PIC X(04).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-RECORD-COUNT    PIC ZZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-GRAND-TOTAL     PIC -(7)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-TAX-TOTAL       PIC -(5)9.99 BLANK WHEN ZERO.

       01  ROLLUP-HEADING-LINE.
           05  FILLER             PIC X(32)
               VALUE "  Cost-center roll-up".
           05  FILLER             PIC X(13)
               VALUE "       RESULT".
           05  FILLER             PIC X(9)  VALUE "    PAIRS".

       01  ROLLUP-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RU-CENTER-NAME     PIC X(30).
           05  RU-RESULT-TOTAL    PIC -(9)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RU-PAIR-COUNT      PIC ZZZZZZ9.

       01  NAME-OFFSET            PIC 99    VALUE ZERO.

       COPY CCPARM.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ADD07   ".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               PERFORM DETERMINE-THE-RUN-MODE
               IF NOT RUNNING-INTRADAY
                   PERFORM DETERMINE-THE-TRIAL-MODE
               END-IF
      * The bucket ceiling is data-driven, so operations
      * can tune it in TBLLIMIT.DAT; the compiled OCCURS
      * maximum is the hard wall it clamps to.
      * it exists to inspect a suspect file, including one
      * the registry would refuse.
                   MOVE "Y" TO FEED-CLEARED-SWITCH
               ELSE
               IF RUNNING-INTRADAY
      * Every intraday run's feed is new, so only the
      * run's own trailers can show it was added before.
                   PERFORM CHECK-THE-INTRADAY-CONTROL
               ELSE
                   PERFORM CHECK-THE-FEED-REGISTRY
                   IF FEED-IS-CLEARED
                       PERFORM CHECK-THE-INTRADAY-DAY
                   END-IF
               END-IF
               END-IF
               IF FEED-IS-CLEARED
                   PERFORM OPEN-THE-FILE
                   PERFORM PROCESS-THE-FILE UNTIL END-OF-FILE
                   PERFORM CLOSE-THE-FILE
                   IF  NOT RUNNING-A-TRIAL
                   AND NOT RUNNING-INTRADAY
                       PERFORM REGISTER-THE-FEED
                   END-IF
                   IF NOT RUNNING-INTRADAY
                       PERFORM FOLD-IN-THE-INTRADAY-RUNS
                   END-IF
                   IF INTRADAY-LOCK-ACQUIRED
                       PERFORM CLOSE-THE-INTRADAY-DAY
                   END-IF
               ELSE
               IF INTRADAY-RUN-WAS-ADDED
                   DISPLAY "Intraday run " IP-RUN-NUMBER
                           " is already on ADDICTL.DAT; nothing "
                           "was added."
               ELSE
               IF NOT NIGHT-IS-HELD
                   DISPLAY "This transaction file has already been "
                           "posted; the run is refused."
                   MOVE "Duplicate feed refused by registry"
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               END-IF
               END-IF
               IF INTRADAY-LOCK-ACQUIRED
                   MOVE "U" TO INTRADAY-LOCK-ACTION
                   CALL "JOBLOCK" USING INTRADAY-LOCK-NAME
                                         INTRADAY-LOCK-ACTION
                                         INTRADAY-LOCK-RESULT
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "ADD07   "
               IF NOT FEED-IS-CLEARED
                   IF INTRADAY-RUN-WAS-ADDED
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "ADD07 is already running; this run aborts."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
           STOP RUN.

      * Level 2 routines
      * INTRDY01 names the intraday run on the command
      * line; from the nightly stream the line is empty.
      * An intraday run works on the day's intraday files
      * and keeps no checkpoint -- a failed run is simply
      * launched again.
       DETERMINE-THE-RUN-MODE.
           MOVE SPACES TO INTRADAY-PARAMETER.
           ACCEPT INTRADAY-PARAMETER FROM COMMAND-LINE.
           IF RUNNING-INTRADAY
               MOVE "N" TO CHECKPOINT-SWITCH
               MOVE "ADDTRNIC.DAT" TO TRANSACTION-PATH
               MOVE "ADDICTL.DAT" TO CTL-PATH
               MOVE "ADDRPTI.DAT" TO REPORT-PATH
               MOVE "GLEXTRI.DAT" TO EXTRACT-PATH
               MOVE IP-RUN-NUMBER TO EJ-RUN-NUMBER
               MOVE SPACES TO RH-TITLE
               STRING "ADD07 INTRADAY " DELIMITED BY SIZE
                      IP-RUN-NUMBER DELIMITED BY SIZE
                   INTO RH-TITLE
               DISPLAY "INTRADAY RUN " IP-RUN-NUMBER
                       ": adding to ADDICTL.DAT and GLEXTRI.DAT."
           ELSE
               MOVE SPACES TO IP-RUN-NUMBER
           END-IF.

      * Trial mode reroutes every output to a .TRI file;
      * the live names stay exactly as a real run would
      * leave them.
           END-IF.
           CLOSE TRIAL-CONTROL-FILE.
           IF RUNNING-A-TRIAL
               MOVE "N" TO CHECKPOINT-SWITCH
               MOVE "ADDCTL.TRI" TO CTL-PATH
               MOVE "ADDRPT.TRI" TO REPORT-PATH
               MOVE "GLEXTR.TRI" TO EXTRACT-PATH
               MOVE "ADDSUSP.TRI" TO SUSPENSE-PATH
               MOVE "ADDTAX.TRI" TO TAX-REGISTER-PATH
               MOVE "ADD07 TRIAL RUN" TO RH-TITLE
               DISPLAY "TRIAL RUN: nothing will post; outputs "
                       "go to the .TRI files."
               PERFORM UNTIL NO-MORE-OPERATORS
                   IF  OC-OPERATOR-ID = OVERRIDE-ID
                   AND OC-AUTH-GROUP = "9"
                   AND NOT OC-ACCOUNT-IS-SUSPENDED
                       MOVE "Y" TO OVERRIDE-VALID-SWITCH
                   END-IF
                   PERFORM READ-THE-NEXT-OPERATOR

       OPEN-THE-FILE.
           OPEN INPUT ADD-TRANSACTION-FILE.
           IF RUNNING-INTRADAY
               PERFORM OPEN-THE-INTRADAY-OUTPUTS
           ELSE
               OPEN OUTPUT ADD-CONTROL-FILE
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           OPEN OUTPUT ADD-REPORT-FILE.
           PERFORM LOAD-THE-GL-CHART.
           PERFORM LOAD-THE-GL-ACCOUNTS.
           PERFORM LOAD-THE-CURRENCY-RATES.
           PERFORM LOAD-THE-SALES-TAX-RATES.
           PERFORM LOAD-THE-TAXABLE-TYPES.
           PERFORM LOAD-THE-TRANSACTION-TYPES.
           PERFORM LOAD-THE-CUSTOMER-STATES.
           PERFORM OPEN-THE-TAX-REGISTER.
      * The run stamps the suite's business date, not the
      * wall clock, so a rerun books to the night it
      * belongs to.
           CALL "BUSDATE" USING RUN-DATE-CCYYMMDD.
           MOVE RUN-DATE-CCYYMMDD TO RUN-DATE.
           PERFORM WRITE-THE-REPORT-HEADING.
           MOVE "S" TO CG-ACTION.
           MOVE "ADD07" TO CG-JOB-NAME.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.
           IF TAKING-CHECKPOINTS
               PERFORM READ-THE-RESTART-POINT
               PERFORM SKIP-ALREADY-PROCESSED-RECORDS
                   UNTIL END-OF-FILE
           ELSE
               MOVE TT-COMPANY TO WORK-COMPANY
           END-IF.
           PERFORM FIND-THE-POSTING-DATE.
           MOVE "N" TO SIZE-ERROR-SWITCH.
           COMPUTE THE-RESULT = FIRST-NUMBER + SECOND-NUMBER
               ON SIZE ERROR
               END-IF
               ADD THE-RESULT TO GRAND-TOTAL
               PERFORM POST-TO-THE-COMPANY-TOTAL
               MOVE ZERO TO SALES-TAX
               PERFORM POST-TO-THE-GL-BUCKET
               PERFORM WRITE-THE-DETAIL-LINE
           END-IF
           END-IF.

           IF TAKING-CHECKPOINTS
               PERFORM WRITE-THE-CHECKPOINT
           END-IF.
           PERFORM READ-THE-NEXT-PAIR.
           CLOSE ADD-TRANSACTION-FILE
                 ADD-CONTROL-FILE
                 ADD-REPORT-FILE
                 GL-EXTRACT-FILE
                 SALES-TAX-REGISTER-FILE.
           MOVE ZERO TO CURRENT-RECORD-NO.
           IF TAKING-CHECKPOINTS
               PERFORM WRITE-THE-CHECKPOINT
           END-IF.

      * The day's intraday trailers and extract lines
      * build up across the runs; INTRDY01 empties both
      * files when the first run of a new day starts.
       OPEN-THE-INTRADAY-OUTPUTS.
           OPEN EXTEND ADD-CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = "00"
               OPEN OUTPUT ADD-CONTROL-FILE
               CLOSE ADD-CONTROL-FILE
               OPEN EXTEND ADD-CONTROL-FILE
           END-IF.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
           END-IF.

       LOAD-THE-GL-CHART.
           MOVE ZERO TO CHART-COUNT.
           OPEN INPUT GL-CHART-FILE.
           IF RATE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-RATE-RECORD
               PERFORM UNTIL NO-MORE-RATE-RECORDS
                   IF RATE-COUNT >= 5000
                       DISPLAY "Rate table full at 5000; "
                               "remaining CURRATE rows ignored."
                       MOVE "Y" TO RATE-END-SWITCH
                   ELSE
               MOVE "Y" TO RATE-FOUND-SWITCH
           END-IF.

       LOAD-THE-SALES-TAX-RATES.
           MOVE ZERO TO TAX-RATE-COUNT.
           OPEN INPUT SALES-TAX-RATE-FILE.
           IF TAX-RATE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TAX-RATE
               PERFORM UNTIL NO-MORE-TAX-RATES
                   IF TAX-RATE-COUNT >= 200
                       DISPLAY "Tax rate table full at 200; "
                               "remaining TAXRATE rows ignored."
                       MOVE "Y" TO TAX-RATE-END-SWITCH
                   ELSE
                   ADD 1 TO TAX-RATE-COUNT
                   SET SRT-IDX TO TAX-RATE-COUNT
                   MOVE SR-STATE TO SRT-STATE (SRT-IDX)
                   MOVE SR-EFFECTIVE-DATE
                       TO SRT-EFFECTIVE-DATE (SRT-IDX)
                   MOVE SR-RATE-PERCENT TO SRT-RATE-PERCENT (SRT-IDX)
                   PERFORM READ-THE-NEXT-TAX-RATE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE SALES-TAX-RATE-FILE.

       READ-THE-NEXT-TAX-RATE.
           READ SALES-TAX-RATE-FILE
               AT END
                   MOVE "Y" TO TAX-RATE-END-SWITCH
           END-READ.

       LOAD-THE-TAXABLE-TYPES.
           MOVE ZERO TO TAX-TYPE-COUNT.
           OPEN INPUT TAXABLE-TYPE-FILE.
           IF TAX-TYPE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TAX-TYPE
               PERFORM UNTIL NO-MORE-TAX-TYPES
                   IF TAX-TYPE-COUNT >= 100
                       DISPLAY "Taxable type table full at 100; "
                               "remaining TAXTYPE rows ignored."
                       MOVE "Y" TO TAX-TYPE-END-SWITCH
                   ELSE
                   ADD 1 TO TAX-TYPE-COUNT
                   SET XTT-IDX TO TAX-TYPE-COUNT
                   MOVE XT-TRANS-TYPE TO XTT-TRANS-TYPE (XTT-IDX)
                   MOVE XT-TAXABLE-FLAG TO XTT-TAXABLE-FLAG (XTT-IDX)
                   PERFORM READ-THE-NEXT-TAX-TYPE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE TAXABLE-TYPE-FILE.

       READ-THE-NEXT-TAX-TYPE.
           READ TAXABLE-TYPE-FILE
               AT END
                   MOVE "Y" TO TAX-TYPE-END-SWITCH
           END-READ.

       LOAD-THE-TRANSACTION-TYPES.
           MOVE ZERO TO TRANS-TYPE-COUNT.
           OPEN INPUT TRANSACTION-TYPE-FILE.
           IF TRNTYPE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TRANS-TYPE
               PERFORM UNTIL NO-MORE-TRANS-TYPES
                   IF TRANS-TYPE-COUNT >= 100
                       DISPLAY "Transaction-type table full at 100; "
                               "remaining TRNTYPE rows ignored."
                       MOVE "Y" TO TRNTYPE-END-SWITCH
                   ELSE
                   ADD 1 TO TRANS-TYPE-COUNT
                   SET TMT-IDX TO TRANS-TYPE-COUNT
                   MOVE TM-TRANS-TYPE TO TMT-TRANS-TYPE (TMT-IDX)
                   MOVE TM-DESCRIPTION TO TMT-DESCRIPTION (TMT-IDX)
                   PERFORM READ-THE-NEXT-TRANS-TYPE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE TRANSACTION-TYPE-FILE.

       READ-THE-NEXT-TRANS-TYPE.
           READ TRANSACTION-TYPE-FILE
               AT END
                   MOVE "Y" TO TRNTYPE-END-SWITCH
           END-READ.

      * Only the name key and state are kept: the state is
      * all the tax lookup needs from the master.
       LOAD-THE-CUSTOMER-STATES.
           MOVE ZERO TO CUSTOMER-COUNT.
           OPEN INPUT NAME-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   IF CUSTOMER-COUNT >= 1000
                       DISPLAY "Name master exceeds the table; "
                               "remaining records not loaded."
                       MOVE "Y" TO MASTER-END-SWITCH
                   ELSE
                   ADD 1 TO CUSTOMER-COUNT
                   SET CST-IDX TO CUSTOMER-COUNT
                   MOVE NM-NAME  TO CST-NAME (CST-IDX)
                   MOVE NM-STATE TO CST-STATE (CST-IDX)
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

      * A trial writes its register to ADDTAX.TRI afresh;
      * a live run adds to the month's ADDTAX.DAT.
       OPEN-THE-TAX-REGISTER.
           IF RUNNING-A-TRIAL
               OPEN OUTPUT SALES-TAX-REGISTER-FILE
           ELSE
               OPEN EXTEND SALES-TAX-REGISTER-FILE
               IF TAX-REGISTER-STATUS NOT = "00"
                   OPEN OUTPUT SALES-TAX-REGISTER-FILE
                   CLOSE SALES-TAX-REGISTER-FILE
                   OPEN EXTEND SALES-TAX-REGISTER-FILE
               END-IF
           END-IF.

       LOAD-THE-GL-ACCOUNTS.
           MOVE ZERO TO GL-ACCOUNT-COUNT.
           OPEN INPUT GL-ACCOUNT-FILE.
                   MOVE GA-DEBIT-ACCOUNT TO GAT-DEBIT-ACCOUNT (GA-IDX)
                   MOVE GA-CREDIT-ACCOUNT
                       TO GAT-CREDIT-ACCOUNT (GA-IDX)
                   PERFORM TAKE-THE-PARTNER-ACCOUNTS
               END-IF
               PERFORM READ-THE-NEXT-GL-ACCOUNT
               END-IF
           END-PERFORM.
           CLOSE GL-ACCOUNT-FILE.

      * An intercompany row names its partner company; an
      * ordinary row leaves the partner fields blank.
       TAKE-THE-PARTNER-ACCOUNTS.
           MOVE GA-PARTNER-COMPANY TO GAT-PARTNER-COMPANY (GA-IDX).
           IF GA-PARTNER-COMPANY = SPACES
               MOVE ZERO TO GAT-PARTNER-DEBIT (GA-IDX)
               MOVE ZERO TO GAT-PARTNER-CREDIT (GA-IDX)
           ELSE
               MOVE GA-PARTNER-DEBIT-ACCOUNT
                   TO GAT-PARTNER-DEBIT (GA-IDX)
               MOVE GA-PARTNER-CREDIT-ACCOUNT
                   TO GAT-PARTNER-CREDIT (GA-IDX)
           END-IF.

      * A GLACCT.DAT row only makes the lookup table when
      * both of its accounts are on the chart and active.
      * An empty chart (no GLCHART.DAT) loads every row
                   MOVE GA-CREDIT-ACCOUNT TO CHECKED-ACCOUNT
                   PERFORM CHECK-ONE-CHART-ACCOUNT
               END-IF
               IF  CHART-ACCOUNT-OK
               AND GA-PARTNER-COMPANY NOT = SPACES
                   PERFORM CHECK-THE-PARTNER-ACCOUNTS
               END-IF
               IF NOT CHART-ACCOUNT-OK
                   MOVE "N" TO ACCOUNT-ROW-SWITCH
                   DISPLAY "GLACCT row refused; account "
               END-IF
           END-IF.

       CHECK-THE-PARTNER-ACCOUNTS.
           IF GA-PARTNER-DEBIT-ACCOUNT IS NOT NUMERIC
               MOVE ZERO TO CHECKED-ACCOUNT
               MOVE "N" TO CHART-FOUND-SWITCH
           ELSE
               MOVE GA-PARTNER-DEBIT-ACCOUNT TO CHECKED-ACCOUNT
               PERFORM CHECK-ONE-CHART-ACCOUNT
           END-IF.
           IF CHART-ACCOUNT-OK
               IF GA-PARTNER-CREDIT-ACCOUNT IS NOT NUMERIC
                   MOVE ZERO TO CHECKED-ACCOUNT
                   MOVE "N" TO CHART-FOUND-SWITCH
               ELSE
                   MOVE GA-PARTNER-CREDIT-ACCOUNT TO CHECKED-ACCOUNT
                   PERFORM CHECK-ONE-CHART-ACCOUNT
               END-IF
           END-IF.

       CHECK-ONE-CHART-ACCOUNT.
           MOVE "N" TO CHART-FOUND-SWITCH.
           SET CH-IDX TO 1.
               MOVE ZERO TO CO-RECORD-COUNT (CO-IDX)
               MOVE ZERO TO CO-GRAND-TOTAL (CO-IDX)
               MOVE ZERO TO CO-NEGATIVE-COUNT (CO-IDX)
               MOVE ZERO TO CO-TAX-TOTAL (CO-IDX)
           END-IF.
           ADD 1 TO CO-RECORD-COUNT (CO-IDX).
           ADD THE-RESULT TO CO-GRAND-TOTAL (CO-IDX).
           IF THE-RESULT < ZERO
               ADD 1 TO CO-NEGATIVE-COUNT (CO-IDX)
           END-IF.
           IF NOT SOURCE-TABLE-FULL
               PERFORM POST-TO-THE-SOURCE-TOTAL
           END-IF.

      * The company's total by the source that sent the
      * pair. Once the table is full the sources are lost
      * for the night and the trailer goes out by company.
       POST-TO-THE-SOURCE-TOTAL.
           MOVE "N" TO SOURCE-FOUND-SWITCH.
           IF SOURCE-TOTAL-COUNT > 0
               SET SO-IDX TO 1
               SEARCH SOURCE-TOTAL-ENTRY
                   WHEN SO-COMPANY (SO-IDX) = WORK-COMPANY
                    AND SO-SOURCE-ID (SO-IDX) = TT-SOURCE-ID
                       MOVE "Y" TO SOURCE-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF  NOT SOURCE-WAS-FOUND
           AND SOURCE-TOTAL-COUNT >= 200
               MOVE "Y" TO SOURCE-FULL-SWITCH
               DISPLAY "Source total table full at 200; "
                       "trailer written by company."
               MOVE "Source totals lost; trailer by company"
                   TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
           ELSE
               IF NOT SOURCE-WAS-FOUND
                   ADD 1 TO SOURCE-TOTAL-COUNT
                   SET SO-IDX TO SOURCE-TOTAL-COUNT
                   MOVE WORK-COMPANY TO SO-COMPANY (SO-IDX)
                   MOVE TT-SOURCE-ID TO SO-SOURCE-ID (SO-IDX)
                   MOVE ZERO TO SO-RECORD-COUNT (SO-IDX)
                   MOVE ZERO TO SO-GRAND-TOTAL (SO-IDX)
                   MOVE ZERO TO SO-NEGATIVE-COUNT (SO-IDX)
                   MOVE ZERO TO SO-TAX-TOTAL (SO-IDX)
               END-IF
               ADD 1 TO SO-RECORD-COUNT (SO-IDX)
               ADD THE-RESULT TO SO-GRAND-TOTAL (SO-IDX)
               IF THE-RESULT < ZERO
                   ADD 1 TO SO-NEGATIVE-COUNT (SO-IDX)
               END-IF
           END-IF.

      * A back-dated pair posts under its own effective
      * date; one with none, or one dated ahead (which the
      * pre-edit would have warehoused), posts under the
      * run date.
       FIND-THE-POSTING-DATE.
           MOVE RUN-DATE TO POSTING-DATE.
           IF  TT-EFFECTIVE-DATE IS NUMERIC
           AND TT-EFFECTIVE-DATE NOT = ZERO
               MOVE TT-EFFECTIVE-DATE TO POSTING-DATE
               IF POSTING-DATE > RUN-DATE
                   MOVE RUN-DATE TO POSTING-DATE
               END-IF
           END-IF.

       POST-TO-THE-GL-BUCKET.
           PERFORM FIND-THE-GL-ACCOUNT.
                       PERFORM ADD-THE-GL-POST-BUCKET
                   END-IF
                   ADD THE-RESULT TO GP-SUBTOTAL (GP-IDX)
                   PERFORM POST-THE-SALES-TAX
               END-IF
           ELSE
               DISPLAY "No GL account mapped for cost center "
                    AND GP-COST-CENTER (GP-IDX) = TT-COST-CENTER
                    AND GP-TRANS-TYPE (GP-IDX) = TT-TRANS-TYPE
                    AND GP-CURRENCY-CODE (GP-IDX) = TT-CURRENCY-CODE
                    AND GP-POSTING-DATE (GP-IDX) = POSTING-DATE
                       MOVE "Y" TO GL-POST-FOUND-SWITCH
               END-SEARCH
           END-IF.
           MOVE TT-COST-CENTER   TO GP-COST-CENTER (GP-IDX).
           MOVE TT-TRANS-TYPE    TO GP-TRANS-TYPE (GP-IDX).
           MOVE TT-CURRENCY-CODE TO GP-CURRENCY-CODE (GP-IDX).
           MOVE POSTING-DATE     TO GP-POSTING-DATE (GP-IDX).
           MOVE GAT-DEBIT-ACCOUNT (GA-IDX)
               TO GP-DEBIT-ACCOUNT (GP-IDX).
           MOVE GAT-CREDIT-ACCOUNT (GA-IDX)
               TO GP-CREDIT-ACCOUNT (GP-IDX).
           MOVE ZERO TO GP-SUBTOTAL (GP-IDX).

      * Tax follows the sale into the ledger. The customer's
      * state picks the rate and the GLACCT tax row, and
      * the tax gets a bucket of its own under the "TX"
      * cost center, so the extract and the checkpoint
      * carry it the way they carry any other posting.
      * Every posted pair, taxed or not, goes on the
      * register.
       POST-THE-SALES-TAX.
           PERFORM FIGURE-THE-SALES-TAX.
           IF SALE-IS-TAXED
               PERFORM FIND-THE-TAX-POST-BUCKET
               IF  NOT GL-POST-WAS-FOUND
               AND GL-POST-COUNT >= GL-POST-LIMIT
                   DISPLAY "GL post table full at "
                           GL-POST-LIMIT "; sales tax not posted."
                   MOVE "GL post table full; tax not posted"
                       TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
                   MOVE ZERO TO SALES-TAX
                   MOVE "N" TO TAX-STATUS
               ELSE
                   IF NOT GL-POST-WAS-FOUND
                       PERFORM ADD-THE-TAX-POST-BUCKET
                   END-IF
                   ADD SALES-TAX TO GP-SUBTOTAL (GP-IDX)
                   ADD SALES-TAX TO CO-TAX-TOTAL (CO-IDX)
                   IF NOT SOURCE-TABLE-FULL
                       ADD SALES-TAX TO SO-TAX-TOTAL (SO-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-THE-TAX-REGISTER-RECORD.

      * A sale is taxed when its type is marked taxable,
      * its customer's state has a rate in force on the
      * run date, and GLACCT.DAT has the state's tax row.
      * A taxable sale missing only the tax row posts
      * untaxed and is logged for the GL desk to map.
       FIGURE-THE-SALES-TAX.
           MOVE ZERO TO SALES-TAX.
           MOVE ZERO TO TAX-DEBIT-ACCOUNT.
           MOVE ZERO TO TAX-LIABILITY-ACCOUNT.
           MOVE "E" TO TAX-STATUS.
           PERFORM FIND-THE-CUSTOMER-STATE.
           PERFORM FIND-THE-TAXABLE-TYPE.
           IF  TYPE-IS-TAXABLE
           AND TAX-STATE NOT = SPACES
               PERFORM FIND-THE-SALES-TAX-RATE
               IF TAX-RATE-WAS-FOUND
                   PERFORM FIND-THE-TAX-ACCOUNT
                   IF GL-ACCOUNT-WAS-FOUND
                       MOVE "T" TO TAX-STATUS
                       MOVE GAT-DEBIT-ACCOUNT (GA-IDX)
                           TO TAX-DEBIT-ACCOUNT
                       MOVE GAT-CREDIT-ACCOUNT (GA-IDX)
                           TO TAX-LIABILITY-ACCOUNT
                       COMPUTE SALES-TAX ROUNDED =
                           THE-RESULT * TAX-RATE-PERCENT / 100
                   ELSE
                       MOVE "N" TO TAX-STATUS
                       DISPLAY "No GLACCT tax row for state "
                               TAX-STATE " type " TT-TRANS-TYPE
                               "; sale posted untaxed."
                       MOVE "No tax account for state/type"
                           TO EXC-TEXT
                       MOVE TAX-STATE TO EXC-TEXT (31:2)
                       MOVE TT-TRANS-TYPE TO EXC-TEXT (34:2)
                       MOVE "CTRL" TO EXC-CATEGORY
                       CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                            EXC-CATEGORY
                   END-IF
               END-IF
           END-IF.

       FIND-THE-CUSTOMER-STATE.
           MOVE SPACES TO TAX-STATE.
           IF  TT-CUSTOMER NOT = SPACES
           AND CUSTOMER-COUNT > 0
               SET CST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   WHEN CST-NAME (CST-IDX) = TT-CUSTOMER
                       MOVE CST-STATE (CST-IDX) TO TAX-STATE
               END-SEARCH
           END-IF.

       FIND-THE-TAXABLE-TYPE.
           MOVE "N" TO TAXABLE-TYPE-SWITCH.
           IF TAX-TYPE-COUNT > 0
               SET XTT-IDX TO 1
               SEARCH TAX-TYPE-ENTRY
                   WHEN XTT-TRANS-TYPE (XTT-IDX) = TT-TRANS-TYPE
                    AND XTT-TAXABLE-FLAG (XTT-IDX) = "Y"
                       MOVE "Y" TO TAXABLE-TYPE-SWITCH
               END-SEARCH
           END-IF.

      * The same choice as the currency rate: the state's
      * row with the latest effective date at or before
      * the run date.
       FIND-THE-SALES-TAX-RATE.
           MOVE "N" TO TAX-RATE-FOUND-SWITCH.
           MOVE ZERO TO TAX-RATE-PERCENT.
           MOVE ZERO TO TAX-RATE-DATE.
           PERFORM CHECK-ONE-TAX-RATE-ROW
               VARYING SRT-IDX FROM 1 BY 1
               UNTIL SRT-IDX > TAX-RATE-COUNT.

       CHECK-ONE-TAX-RATE-ROW.
           IF  SRT-STATE (SRT-IDX) = TAX-STATE
           AND SRT-EFFECTIVE-DATE (SRT-IDX) <= RUN-DATE-CCYYMMDD
           AND SRT-EFFECTIVE-DATE (SRT-IDX) >= TAX-RATE-DATE
               MOVE SRT-EFFECTIVE-DATE (SRT-IDX) TO TAX-RATE-DATE
               MOVE SRT-RATE-PERCENT (SRT-IDX) TO TAX-RATE-PERCENT
               MOVE "Y" TO TAX-RATE-FOUND-SWITCH
           END-IF.

       FIND-THE-TAX-ACCOUNT.
           MOVE TAX-STATE TO TCC-STATE.
           MOVE "N" TO GL-ACCOUNT-FOUND-SWITCH.
           IF GL-ACCOUNT-COUNT > 0
               SET GA-IDX TO 1
               SEARCH GL-ACCOUNT-ENTRY
                   WHEN GAT-COMPANY (GA-IDX) = WORK-COMPANY
                    AND GAT-COST-CENTER (GA-IDX) = TAX-COST-CENTER
                    AND GAT-TRANS-TYPE (GA-IDX) = TT-TRANS-TYPE
                       MOVE "Y" TO GL-ACCOUNT-FOUND-SWITCH
               END-SEARCH
           END-IF.

       FIND-THE-TAX-POST-BUCKET.
           MOVE "N" TO GL-POST-FOUND-SWITCH.
           IF GL-POST-COUNT > 0
               SET GP-IDX TO 1
               SEARCH GL-POST-ENTRY
                   WHEN GP-COMPANY (GP-IDX) = WORK-COMPANY
                    AND GP-COST-CENTER (GP-IDX) = TAX-COST-CENTER
                    AND GP-TRANS-TYPE (GP-IDX) = TT-TRANS-TYPE
                    AND GP-CURRENCY-CODE (GP-IDX) = TT-CURRENCY-CODE
                    AND GP-POSTING-DATE (GP-IDX) = POSTING-DATE
                       MOVE "Y" TO GL-POST-FOUND-SWITCH
               END-SEARCH
           END-IF.

       ADD-THE-TAX-POST-BUCKET.
           ADD 1 TO GL-POST-COUNT.
           SET GP-IDX TO GL-POST-COUNT.
           MOVE WORK-COMPANY     TO GP-COMPANY (GP-IDX).
           MOVE TAX-COST-CENTER  TO GP-COST-CENTER (GP-IDX).
           MOVE TT-TRANS-TYPE    TO GP-TRANS-TYPE (GP-IDX).
           MOVE TT-CURRENCY-CODE TO GP-CURRENCY-CODE (GP-IDX).
           MOVE POSTING-DATE     TO GP-POSTING-DATE (GP-IDX).
           MOVE TAX-DEBIT-ACCOUNT TO GP-DEBIT-ACCOUNT (GP-IDX).
           MOVE TAX-LIABILITY-ACCOUNT
               TO GP-CREDIT-ACCOUNT (GP-IDX).
           MOVE ZERO TO GP-SUBTOTAL (GP-IDX).

      * FOUND-RATE still holds the pair's own currency
      * rate, looked up when the pair was read.
       WRITE-THE-TAX-REGISTER-RECORD.
           MOVE SPACES TO SALES-TAX-REGISTER-RECORD.
           MOVE RUN-DATE TO SX-RUN-DATE.
           MOVE CURRENT-RECORD-NO TO SX-RECORD-NO.
           MOVE WORK-COMPANY TO SX-COMPANY.
           MOVE TAX-STATE TO SX-STATE.
           MOVE TT-CUSTOMER TO SX-CUSTOMER.
           MOVE TT-TRANS-TYPE TO SX-TRANS-TYPE.
           MOVE TT-CURRENCY-CODE TO SX-CURRENCY-CODE.
           MOVE TAX-STATUS TO SX-TAX-STATUS.
           MOVE THE-RESULT TO SX-SALE-AMOUNT.
           MOVE SALES-TAX TO SX-TAX-AMOUNT.
           COMPUTE SX-BASE-SALE ROUNDED = THE-RESULT * FOUND-RATE.
           COMPUTE SX-BASE-TAX ROUNDED = SALES-TAX * FOUND-RATE.
           MOVE TAX-DEBIT-ACCOUNT TO SX-DEBIT-ACCOUNT.
           MOVE TAX-LIABILITY-ACCOUNT TO SX-LIABILITY-ACCOUNT.
           WRITE SALES-TAX-REGISTER-RECORD.

       POST-TO-THE-CURRENCY-BUCKET.
           PERFORM FIND-THE-CURRENCY-BUCKET.
           IF  NOT CURRENCY-WAS-FOUND
      * are walked in the order first seen, and only that
      * company's buckets land in its section -- the
      * corporate side never has to unpick mixed books.
      * The partner halves of intercompany charges follow
      * in the receiving company's section; a receiving
      * company with no pairs of its own that night gets
      * a section of its own at the end.
       WRITE-THE-GL-EXTRACT.
           MOVE RUN-DATE TO IR-RUN-DATE.
           PERFORM WRITE-ONE-COMPANY-SECTION
               VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > COMPANY-COUNT.
           PERFORM WRITE-ONE-UNSEEN-PARTNER-LINE
               VARYING GP-IDX FROM 1 BY 1
               UNTIL GP-IDX > GL-POST-COUNT.
           IF IC-LINE-COUNT > ZERO
               DISPLAY "Intercompany partner lines: " IC-LINE-COUNT
           END-IF.

       WRITE-ONE-COMPANY-SECTION.
           PERFORM WRITE-ONE-GL-EXTRACT-LINE
               VARYING GP-IDX FROM 1 BY 1
               UNTIL GP-IDX > GL-POST-COUNT.
           PERFORM WRITE-ONE-PARTNER-LINE
               VARYING GP-IDX FROM 1 BY 1
               UNTIL GP-IDX > GL-POST-COUNT.

       WRITE-ONE-GL-EXTRACT-LINE.
           IF GP-COMPANY (GP-IDX) NOT = CO-COMPANY (CO-IDX)
               PERFORM BUILD-ONE-GL-EXTRACT-LINE
           END-IF.

       WRITE-ONE-PARTNER-LINE.
           PERFORM FIND-THE-BUCKET-ACCOUNT.
           IF  GL-ACCOUNT-WAS-FOUND
           AND GAT-PARTNER-COMPANY (GA-IDX) = CO-COMPANY (CO-IDX)
               PERFORM BUILD-ONE-PARTNER-LINE
           END-IF.

       WRITE-ONE-UNSEEN-PARTNER-LINE.
           PERFORM FIND-THE-BUCKET-ACCOUNT.
           IF  GL-ACCOUNT-WAS-FOUND
           AND GAT-PARTNER-COMPANY (GA-IDX) NOT = SPACES
               MOVE "N" TO COMPANY-FOUND-SWITCH
               SET CO-IDX TO 1
               SEARCH COMPANY-ENTRY
                   WHEN CO-COMPANY (CO-IDX) =
                        GAT-PARTNER-COMPANY (GA-IDX)
                       MOVE "Y" TO COMPANY-FOUND-SWITCH
               END-SEARCH
               IF NOT COMPANY-WAS-FOUND
                   PERFORM BUILD-ONE-PARTNER-LINE
               END-IF
           END-IF.

      * The GLACCT row behind a bucket, found again from
      * the bucket's own keys, so a bucket restored from
      * the checkpoint finds its partner the same way.
       FIND-THE-BUCKET-ACCOUNT.
           MOVE "N" TO GL-ACCOUNT-FOUND-SWITCH.
           IF GL-ACCOUNT-COUNT > 0
               SET GA-IDX TO 1
               SEARCH GL-ACCOUNT-ENTRY
                   WHEN GAT-COMPANY (GA-IDX) = GP-COMPANY (GP-IDX)
                    AND GAT-COST-CENTER (GA-IDX) =
                        GP-COST-CENTER (GP-IDX)
                    AND GAT-TRANS-TYPE (GA-IDX) =
                        GP-TRANS-TYPE (GP-IDX)
                       MOVE "Y" TO GL-ACCOUNT-FOUND-SWITCH
               END-SEARCH
           END-IF.

       BUILD-ONE-PARTNER-LINE.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE EXTRACT-JOB-NAME TO GX-JOB-NAME.
           MOVE GP-POSTING-DATE (GP-IDX) TO GX-RUN-DATE.
           MOVE GAT-PARTNER-DEBIT (GA-IDX)  TO GX-DEBIT-ACCOUNT.
           MOVE GAT-PARTNER-CREDIT (GA-IDX) TO GX-CREDIT-ACCOUNT.
           MOVE GP-SUBTOTAL (GP-IDX) TO GX-AMOUNT.
           MOVE GP-CURRENCY-CODE (GP-IDX) TO GX-CURRENCY-CODE.
           MOVE GP-COST-CENTER (GP-IDX) TO GX-COST-CENTER.
           MOVE GP-CURRENCY-CODE (GP-IDX) TO WANTED-CURRENCY.
           PERFORM FIND-THE-CURRENCY-RATE.
           COMPUTE GX-BASE-AMOUNT ROUNDED =
               GP-SUBTOTAL (GP-IDX) * FOUND-RATE.
           MOVE GAT-PARTNER-COMPANY (GA-IDX) TO GX-COMPANY.
           SET IR-BUCKET-NO TO GP-IDX.
           MOVE IC-REFERENCE TO GX-IC-REFERENCE.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO IC-LINE-COUNT.

       BUILD-ONE-GL-EXTRACT-LINE.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE EXTRACT-JOB-NAME TO GX-JOB-NAME.
           MOVE GP-POSTING-DATE (GP-IDX) TO GX-RUN-DATE.
           MOVE GP-DEBIT-ACCOUNT (GP-IDX)  TO GX-DEBIT-ACCOUNT.
           MOVE GP-CREDIT-ACCOUNT (GP-IDX) TO GX-CREDIT-ACCOUNT.
           MOVE GP-SUBTOTAL (GP-IDX) TO GX-AMOUNT.
           COMPUTE GX-BASE-AMOUNT ROUNDED =
               GP-SUBTOTAL (GP-IDX) * FOUND-RATE.
           MOVE GP-COMPANY (GP-IDX) TO GX-COMPANY.
           PERFORM FIND-THE-BUCKET-ACCOUNT.
           IF  GL-ACCOUNT-WAS-FOUND
           AND GAT-PARTNER-COMPANY (GA-IDX) NOT = SPACES
               SET IR-BUCKET-NO TO GP-IDX
               MOVE IC-REFERENCE TO GX-IC-REFERENCE
           END-IF.
           WRITE GL-EXTRACT-RECORD.

      * The whole running state comes back on a restart:
               END-PERFORM
           END-IF.
           CLOSE ADD-CHECKPOINT-FILE.
           IF  COMPANY-COUNT > ZERO
           AND SOURCE-TOTAL-COUNT = ZERO
               MOVE "Y" TO SOURCE-FULL-SWITCH
           END-IF.
           IF RESTART-RECORD-NO NOT = ZERO
               DISPLAY "Restarting after record " RESTART-RECORD-NO
               DISPLAY "Restored count " RECORD-COUNT
                   PERFORM RESTORE-ONE-CURRENCY-BUCKET
               WHEN "K"
                   PERFORM RESTORE-ONE-COMPANY-TOTAL
               WHEN "S"
                   PERFORM RESTORE-ONE-SOURCE-TOTAL
           END-EVALUATE.

       RESTORE-ONE-GL-BUCKET.
           MOVE CKPT-COST-CENTER TO GP-COST-CENTER (GP-IDX).
           MOVE CKPT-TRANS-TYPE TO GP-TRANS-TYPE (GP-IDX).
           MOVE CKPT-CURRENCY-CODE TO GP-CURRENCY-CODE (GP-IDX).
           IF CKPT-POSTING-DATE IS NUMERIC
               MOVE CKPT-POSTING-DATE TO GP-POSTING-DATE (GP-IDX)
           ELSE
               MOVE RUN-DATE TO GP-POSTING-DATE (GP-IDX)
           END-IF.
           MOVE CKPT-DEBIT-ACCOUNT TO GP-DEBIT-ACCOUNT (GP-IDX).
           MOVE CKPT-CREDIT-ACCOUNT TO GP-CREDIT-ACCOUNT (GP-IDX).
           MOVE CKPT-SUBTOTAL TO GP-SUBTOTAL (GP-IDX).
           MOVE CKPT-CO-GRAND-TOTAL TO CO-GRAND-TOTAL (CO-IDX).
           MOVE CKPT-CO-NEGATIVE-COUNT
               TO CO-NEGATIVE-COUNT (CO-IDX).
      * A checkpoint written before the tax total rode
      * along carries spaces there: no tax so far.
           IF CKPT-CO-TAX-TOTAL IS NUMERIC
               MOVE CKPT-CO-TAX-TOTAL TO CO-TAX-TOTAL (CO-IDX)
           ELSE
               MOVE ZERO TO CO-TAX-TOTAL (CO-IDX)
           END-IF.

       RESTORE-ONE-SOURCE-TOTAL.
           ADD 1 TO SOURCE-TOTAL-COUNT.
           SET SO-IDX TO SOURCE-TOTAL-COUNT.
           MOVE CKPT-SO-COMPANY TO SO-COMPANY (SO-IDX).
           MOVE CKPT-SO-SOURCE-ID TO SO-SOURCE-ID (SO-IDX).
           MOVE CKPT-SO-RECORD-COUNT TO SO-RECORD-COUNT (SO-IDX).
           MOVE CKPT-SO-GRAND-TOTAL TO SO-GRAND-TOTAL (SO-IDX).
           MOVE CKPT-SO-NEGATIVE-COUNT
               TO SO-NEGATIVE-COUNT (SO-IDX).
           MOVE CKPT-SO-TAX-TOTAL TO SO-TAX-TOTAL (SO-IDX).

       SKIP-ALREADY-PROCESSED-RECORDS.
           PERFORM READ-THE-NEXT-PAIR.
               PERFORM WRITE-ONE-COMPANY-CKPT
                   VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > COMPANY-COUNT
               IF NOT SOURCE-TABLE-FULL
                   PERFORM WRITE-ONE-SOURCE-CKPT
                       VARYING SO-IDX FROM 1 BY 1
                       UNTIL SO-IDX > SOURCE-TOTAL-COUNT
               END-IF
           END-IF.
           CLOSE ADD-CHECKPOINT-FILE.

           MOVE GP-DEBIT-ACCOUNT (GP-IDX) TO CKPT-DEBIT-ACCOUNT.
           MOVE GP-CREDIT-ACCOUNT (GP-IDX) TO CKPT-CREDIT-ACCOUNT.
           MOVE GP-SUBTOTAL (GP-IDX) TO CKPT-SUBTOTAL.
           MOVE GP-POSTING-DATE (GP-IDX) TO CKPT-POSTING-DATE.
           WRITE ADD-CHECKPOINT-RECORD.

       WRITE-ONE-CURRENCY-CKPT.
           MOVE CO-GRAND-TOTAL (CO-IDX) TO CKPT-CO-GRAND-TOTAL.
           MOVE CO-NEGATIVE-COUNT (CO-IDX)
               TO CKPT-CO-NEGATIVE-COUNT.
           MOVE CO-TAX-TOTAL (CO-IDX) TO CKPT-CO-TAX-TOTAL.
           WRITE ADD-CHECKPOINT-RECORD.

       WRITE-ONE-SOURCE-CKPT.
           MOVE SPACES TO ADD-CHECKPOINT-RECORD.
           MOVE "S" TO CKPT-RECORD-TYPE.
           MOVE SO-COMPANY (SO-IDX) TO CKPT-SO-COMPANY.
           MOVE SO-SOURCE-ID (SO-IDX) TO CKPT-SO-SOURCE-ID.
           MOVE SO-RECORD-COUNT (SO-IDX) TO CKPT-SO-RECORD-COUNT.
           MOVE SO-GRAND-TOTAL (SO-IDX) TO CKPT-SO-GRAND-TOTAL.
           MOVE SO-NEGATIVE-COUNT (SO-IDX)
               TO CKPT-SO-NEGATIVE-COUNT.
           MOVE SO-TAX-TOTAL (SO-IDX) TO CKPT-SO-TAX-TOTAL.
           WRITE ADD-CHECKPOINT-RECORD.

       WRITE-THE-SUSPENSE-RECORD.
           MOVE "O" TO SS-DISPOSITION.
           MOVE TT-CUSTOMER TO SS-CUSTOMER.
           MOVE WORK-COMPANY TO SS-COMPANY.
           MOVE ZERO TO SS-RECYCLE-DATE.
           MOVE TT-EFFECTIVE-DATE TO SS-EFFECTIVE-DATE.
           WRITE ADD-SUSPENSE-RECORD.
           CLOSE ADD-SUSPENSE-FILE.

           MOVE THE-RESULT      TO RD-RESULT.
           MOVE TT-CURRENCY-CODE TO RD-CURRENCY-CODE.
           MOVE TT-COST-CENTER TO RD-COST-CENTER.
           MOVE SALES-TAX TO RD-SALES-TAX.
           MOVE TT-TRANS-TYPE TO RD-TRANS-TYPE.
           IF  TT-EFFECTIVE-DATE IS NUMERIC
           AND TT-EFFECTIVE-DATE NOT = ZERO
               MOVE TT-EFFECTIVE-DATE TO RD-EFFECTIVE-DATE
           ELSE
               MOVE RUN-DATE TO RD-EFFECTIVE-DATE
           END-IF.
           MOVE POSTING-DATE TO RD-POSTING-DATE.
           MOVE SPACES TO RD-TYPE-DESCRIPTION.
           IF TRANS-TYPE-COUNT > 0
               SET TMT-IDX TO 1
               SEARCH TRANS-TYPE-ENTRY
                   WHEN TMT-TRANS-TYPE (TMT-IDX) = TT-TRANS-TYPE
                       MOVE TMT-DESCRIPTION (TMT-IDX)
                           TO RD-TYPE-DESCRIPTION
               END-SEARCH
           END-IF.
           IF THE-RESULT < ZERO
               MOVE "*NEG*" TO RD-REVIEW-FLAG
           ELSE
           MOVE REPORT-DETAIL-LINE TO ADD-REPORT-LINE.
           WRITE ADD-REPORT-LINE.
           ADD 1 TO LINES-ON-PAGE.
           MOVE "A" TO CG-ACTION.
           MOVE TT-COST-CENTER TO CG-COST-CENTER.
           MOVE THE-RESULT TO CG-AMOUNT.
           MOVE 1 TO CG-COUNT.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.

      * One trailer record per company and source, each
      * company's records together balancing its own
      * entity's night; the overall figures still go to
      * the console for the operator.
       WRITE-THE-TRAILER.
           IF SOURCE-TABLE-FULL
               PERFORM WRITE-ONE-COMPANY-TRAILER
                   VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > COMPANY-COUNT
           ELSE
               PERFORM WRITE-ONE-SOURCE-TRAILER
                   VARYING SO-IDX FROM 1 BY 1
                   UNTIL SO-IDX > SOURCE-TOTAL-COUNT
           END-IF.
           DISPLAY "Records processed: " RECORD-COUNT.
           DISPLAY "Grand total: " GRAND-TOTAL.
           DISPLAY "Negative results: " NEGATIVE-COUNT.
               UNTIL CX-IDX > CURRENCY-COUNT.
           MOVE BASE-GRAND-TOTAL TO BT-BASE-TOTAL.
           PERFORM RESUME-AFTER-BASE-TOTAL.
           PERFORM WRITE-THE-SALES-TAX-SUMMARY.
           PERFORM WRITE-THE-HIERARCHY-ROLLUP.

       WRITE-ONE-COMPANY-TRAILER.
           MOVE SPACES TO ADD-CONTROL-TRAILER.
           MOVE CO-GRAND-TOTAL (CO-IDX) TO CT-GRAND-TOTAL.
           MOVE CO-NEGATIVE-COUNT (CO-IDX) TO CT-NEGATIVE-COUNT.
           MOVE CO-COMPANY (CO-IDX) TO CT-COMPANY.
           MOVE CO-TAX-TOTAL (CO-IDX) TO CT-TAX-TOTAL.
           MOVE IP-RUN-NUMBER TO CT-INTRADAY-RUN.
           WRITE ADD-CONTROL-TRAILER.

       WRITE-ONE-SOURCE-TRAILER.
           MOVE SPACES TO ADD-CONTROL-TRAILER.
           MOVE SO-RECORD-COUNT (SO-IDX) TO CT-RECORD-COUNT.
           MOVE SO-GRAND-TOTAL (SO-IDX) TO CT-GRAND-TOTAL.
           MOVE SO-NEGATIVE-COUNT (SO-IDX) TO CT-NEGATIVE-COUNT.
           MOVE SO-COMPANY (SO-IDX) TO CT-COMPANY.
           MOVE SO-TAX-TOTAL (SO-IDX) TO CT-TAX-TOTAL.
           MOVE IP-RUN-NUMBER TO CT-INTRADAY-RUN.
           MOVE SO-SOURCE-ID (SO-IDX) TO CT-SOURCE-ID.
           WRITE ADD-CONTROL-TRAILER.
           MOVE SO-COMPANY (SO-IDX) TO SL-SOURCE-COMPANY.
           MOVE SO-SOURCE-ID (SO-IDX) TO SL-SOURCE-ID.
           MOVE SO-RECORD-COUNT (SO-IDX) TO SL-RECORD-COUNT.
           MOVE SO-GRAND-TOTAL (SO-IDX) TO SL-GRAND-TOTAL.
           MOVE SO-TAX-TOTAL (SO-IDX) TO SL-TAX-TOTAL.
           MOVE SOURCE-TOTAL-LINE TO ADD-REPORT-LINE.
           WRITE ADD-REPORT-LINE.

       RESUME-AFTER-BASE-TOTAL.
           MOVE BASE-TOTAL-LINE TO ADD-REPORT-LINE.
           WRITE ADD-REPORT-LINE.
           MOVE CURRENCY-SUBTOTAL-LINE TO ADD-REPORT-LINE.
           WRITE ADD-REPORT-LINE.

      * One line per tax bucket -- state, type, currency,
      * company -- then the night's tax in base currency.
      * The lines stop short of the cost-center columns so
      * the report burst never takes them for details.
       WRITE-THE-SALES-TAX-SUMMARY.
           MOVE ZERO TO TAX-BASE-TOTAL.
           MOVE ZERO TO TAX-BUCKET-COUNT.
           PERFORM WRITE-ONE-SALES-TAX-LINE
               VARYING GP-IDX FROM 1 BY 1
               UNTIL GP-IDX > GL-POST-COUNT.
           IF TAX-BUCKET-COUNT > ZERO
               MOVE TAX-BASE-TOTAL TO ST-BASE-TOTAL
               MOVE SALES-TAX-TOTAL-LINE TO ADD-REPORT-LINE
               WRITE ADD-REPORT-LINE
               DISPLAY "Sales tax base total: " TAX-BASE-TOTAL
                       " " BASE-CURRENCY
           END-IF.

       WRITE-ONE-SALES-TAX-LINE.
           IF GP-COST-CENTER (GP-IDX) (1:2) = "TX"
               ADD 1 TO TAX-BUCKET-COUNT
               MOVE GP-COST-CENTER (GP-IDX) (3:2) TO SL-STATE
               MOVE GP-TRANS-TYPE (GP-IDX) TO SL-TRANS-TYPE
               MOVE GP-CURRENCY-CODE (GP-IDX) TO SL-CURRENCY-CODE
               MOVE GP-SUBTOTAL (GP-IDX) TO SL-TAX-AMOUNT
               MOVE GP-COMPANY (GP-IDX) TO SL-COMPANY
               MOVE SALES-TAX-LINE TO ADD-REPORT-LINE
               WRITE ADD-REPORT-LINE
               MOVE GP-CURRENCY-CODE (GP-IDX) TO WANTED-CURRENCY
               PERFORM FIND-THE-CURRENCY-RATE
               COMPUTE BASE-EQUIVALENT ROUNDED =
                   GP-SUBTOTAL (GP-IDX) * FOUND-RATE
               ADD BASE-EQUIVALENT TO TAX-BASE-TOTAL
           END-IF.

      * The run's results by reporting center, top down,
      * each level indented under its parent. No COSTCTR
      * master on file means no roll-up.
       WRITE-THE-HIERARCHY-ROLLUP.
           MOVE "L" TO CG-ACTION.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.
           IF NOT CG-END-OF-ROLLUP
               MOVE ROLLUP-HEADING-LINE TO ADD-REPORT-LINE
               WRITE ADD-REPORT-LINE
           END-IF.
           PERFORM UNTIL CG-END-OF-ROLLUP
               PERFORM WRITE-ONE-ROLLUP-LINE
               CALL "CCGET" USING COST-CENTER-PARAMETERS
           END-PERFORM.

       WRITE-ONE-ROLLUP-LINE.
           MOVE SPACES TO RU-CENTER-NAME.
           COMPUTE NAME-OFFSET = ((CG-LEVEL - 1) * 2) + 1.
           MOVE CG-COST-CENTER TO RU-CENTER-NAME (NAME-OFFSET:4).
           MOVE CG-DESCRIPTION TO RU-CENTER-NAME (NAME-OFFSET + 5:).
           MOVE CG-AMOUNT TO RU-RESULT-TOTAL.
           MOVE CG-COUNT TO RU-PAIR-COUNT.
           MOVE ROLLUP-DETAIL-LINE TO ADD-REPORT-LINE.
           WRITE ADD-REPORT-LINE.

       READ-THE-NEXT-PAIR.
           READ ADD-TRANSACTION-FILE
               AT END
               NOT AT END
                   ADD 1 TO CURRENT-RECORD-NO
           END-READ.

       CHECK-THE-INTRADAY-CONTROL.
           MOVE "N" TO INTRADAY-ADDED-SWITCH.
           MOVE "N" TO INTRADAY-END-SWITCH.
           OPEN INPUT ADD-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CONTROL-TRAILER
               PERFORM UNTIL NO-MORE-INTRADAY-RECORDS
                   IF CT-INTRADAY-RUN = IP-RUN-NUMBER
                       MOVE "Y" TO INTRADAY-ADDED-SWITCH
                   END-IF
                   PERFORM READ-THE-NEXT-CONTROL-TRAILER
               END-PERFORM
           END-IF.
           CLOSE ADD-CONTROL-FILE.
           IF INTRADAY-RUN-WAS-ADDED
               MOVE "N" TO FEED-CLEARED-SWITCH
           ELSE
               MOVE "Y" TO FEED-CLEARED-SWITCH
           END-IF.

       READ-THE-NEXT-CONTROL-TRAILER.
           READ ADD-CONTROL-FILE
               AT END
                   MOVE "Y" TO INTRADAY-END-SWITCH
           END-READ.

      * The night holds the INTRDY01 lock from here until
      * it has closed the day, so no intraday run can
      * start under it, and it will not start over a run
      * INTRDY01 has left part way through: that run is
      * finished first, by running INTRDY01 again.
       CHECK-THE-INTRADAY-DAY.
           PERFORM LOCK-THE-INTRADAY-RUNS.
           IF NOT INTRADAY-LOCK-ACQUIRED
               DISPLAY "An intraday run is in progress; run ADD07 "
                       "again once INTRDY01 has finished."
               MOVE "Night refused; intraday run in progress"
                   TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               MOVE "Y" TO NIGHT-HELD-SWITCH
               MOVE "N" TO FEED-CLEARED-SWITCH
           ELSE
               PERFORM LOAD-THE-INTRADAY-REGISTER
               IF INTRADAY-RUN-UNFINISHED
                   DISPLAY "Intraday run " UNFINISHED-RUN
                           " is unfinished; run INTRDY01 to finish "
                           "it, then run ADD07 again."
                   MOVE "Night refused; intraday run unfinished"
                       TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
                   MOVE "Y" TO NIGHT-HELD-SWITCH
                   MOVE "N" TO FEED-CLEARED-SWITCH
               END-IF
           END-IF.

      * INTRDY01 holds its lock only while a run is under
      * way, so a refused lock is tried again once a
      * second for half a minute.
       LOCK-THE-INTRADAY-RUNS.
           MOVE ZERO TO INTRADAY-LOCK-ATTEMPTS.
           MOVE "N" TO INTRADAY-LOCK-RESULT.
           PERFORM UNTIL INTRADAY-LOCK-ACQUIRED
                      OR INTRADAY-LOCK-ATTEMPTS = 30
               IF INTRADAY-LOCK-ATTEMPTS > 0
                   CALL "C$SLEEP" USING INTRADAY-LOCK-WAIT
               END-IF
               ADD 1 TO INTRADAY-LOCK-ATTEMPTS
               MOVE "L" TO INTRADAY-LOCK-ACTION
               CALL "JOBLOCK" USING INTRADAY-LOCK-NAME
                                     INTRADAY-LOCK-ACTION
                                     INTRADAY-LOCK-RESULT
           END-PERFORM.

      * The register is a history, so the last row for a
      * run is where it stands.
       LOAD-THE-INTRADAY-REGISTER.
           CALL "BUSDATE" USING INTRADAY-DATE.
           MOVE SPACES TO INTRADAY-RUN-TABLE.
           MOVE "N" TO UNFINISHED-RUN-SWITCH.
           MOVE "N" TO INTRADAY-END-SWITCH.
           OPEN INPUT INTRADAY-REGISTER-FILE.
           IF REGISTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-REGISTER-ROW
               PERFORM UNTIL NO-MORE-INTRADAY-RECORDS
                   IF  IY-BUSINESS-DATE = INTRADAY-DATE
                   AND IY-RUN-NUMBER IS NUMERIC
                   AND IY-RUN-NUMBER > ZERO
                       MOVE IY-STATUS
                           TO INTRADAY-RUN-STATUS (IY-RUN-NUMBER)
                   END-IF
                   PERFORM READ-THE-NEXT-REGISTER-ROW
               END-PERFORM
           END-IF.
           CLOSE INTRADAY-REGISTER-FILE.
           PERFORM CHECK-ONE-INTRADAY-RUN
               VARYING INTRADAY-RUN-NO FROM 1 BY 1
               UNTIL INTRADAY-RUN-NO > 999.

       READ-THE-NEXT-REGISTER-ROW.
           READ INTRADAY-REGISTER-FILE
               AT END
                   MOVE "Y" TO INTRADAY-END-SWITCH
           END-READ.

       CHECK-ONE-INTRADAY-RUN.
           IF  INTRADAY-RUN-STATUS (INTRADAY-RUN-NO) NOT = SPACE
           AND INTRADAY-RUN-STATUS (INTRADAY-RUN-NO) NOT = "P"
               MOVE "Y" TO UNFINISHED-RUN-SWITCH
               MOVE INTRADAY-RUN-NO TO UNFINISHED-RUN
           END-IF.

      * Only the trailers and lines of runs registered for
      * the business date are carried in, so files a day
      * without intraday runs left behind stay out of the
      * night. The lines keep their intraday job names:
      * they are on the ledger already, and GLPOST01 passes
      * over them at night.
       FOLD-IN-THE-INTRADAY-RUNS.
           PERFORM LOAD-THE-INTRADAY-REGISTER.
           OPEN EXTEND ADD-CONTROL-FILE.
           MOVE "N" TO INTRADAY-END-SWITCH.
           OPEN INPUT INTRADAY-CONTROL-FILE.
           IF INTRADAY-CTL-STATUS = "00"
               PERFORM READ-THE-NEXT-INTRADAY-TRAILER
               PERFORM UNTIL NO-MORE-INTRADAY-RECORDS
                   MOVE INTRADAY-CONTROL-LINE TO ADD-CONTROL-TRAILER
                   PERFORM FOLD-IN-ONE-TRAILER
                   PERFORM READ-THE-NEXT-INTRADAY-TRAILER
               END-PERFORM
           END-IF.
           CLOSE INTRADAY-CONTROL-FILE.
           CLOSE ADD-CONTROL-FILE.
           OPEN EXTEND GL-EXTRACT-FILE.
           MOVE "N" TO INTRADAY-END-SWITCH.
           OPEN INPUT INTRADAY-EXTRACT-FILE.
           IF INTRADAY-EXTRACT-STATUS = "00"
               PERFORM READ-THE-NEXT-INTRADAY-LINE
               PERFORM UNTIL NO-MORE-INTRADAY-RECORDS
                   MOVE INTRADAY-EXTRACT-LINE TO GL-EXTRACT-RECORD
                   PERFORM FOLD-IN-ONE-EXTRACT-LINE
                   PERFORM READ-THE-NEXT-INTRADAY-LINE
               END-PERFORM
           END-IF.
           CLOSE INTRADAY-EXTRACT-FILE.
           CLOSE GL-EXTRACT-FILE.
           IF FOLDED-TRAILER-COUNT > ZERO
               DISPLAY "Intraday trailers carried in: "
                       FOLDED-TRAILER-COUNT
               DISPLAY "Intraday extract lines carried in: "
                       FOLDED-LINE-COUNT
           END-IF.

       READ-THE-NEXT-INTRADAY-TRAILER.
           READ INTRADAY-CONTROL-FILE
               AT END
                   MOVE "Y" TO INTRADAY-END-SWITCH
           END-READ.

       FOLD-IN-ONE-TRAILER.
           IF  CT-INTRADAY-RUN IS NUMERIC
           AND CT-INTRADAY-RUN NOT = "000"
               MOVE CT-INTRADAY-RUN TO INTRADAY-RUN-NO
               IF INTRADAY-RUN-STATUS (INTRADAY-RUN-NO) NOT = SPACE
                   WRITE ADD-CONTROL-TRAILER
                   ADD 1 TO FOLDED-TRAILER-COUNT
               END-IF
           END-IF.

       READ-THE-NEXT-INTRADAY-LINE.
           READ INTRADAY-EXTRACT-FILE
               AT END
                   MOVE "Y" TO INTRADAY-END-SWITCH
           END-READ.

       FOLD-IN-ONE-EXTRACT-LINE.
           IF  GX-JOB-NAME (1:5) = "ADD07"
           AND GX-JOB-NAME (6:3) IS NUMERIC
           AND GX-JOB-NAME (6:3) NOT = "000"
               MOVE GX-JOB-NAME (6:3) TO INTRADAY-RUN-NO
               IF INTRADAY-RUN-STATUS (INTRADAY-RUN-NO) NOT = SPACE
                   WRITE GL-EXTRACT-RECORD
                   ADD 1 TO FOLDED-LINE-COUNT
               END-IF
           END-IF.

      * Run 000 status "C" closes intraday posting for the
      * business date; INTRDY01 starts no run after it.
       CLOSE-THE-INTRADAY-DAY.
           OPEN EXTEND INTRADAY-REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT INTRADAY-REGISTER-FILE
               CLOSE INTRADAY-REGISTER-FILE
               OPEN EXTEND INTRADAY-REGISTER-FILE
           END-IF.
           MOVE SPACES TO INTRADAY-REGISTER-RECORD.
           MOVE RUN-DATE TO IY-BUSINESS-DATE.
           MOVE ZERO TO IY-RUN-NUMBER.
           MOVE "C" TO IY-STATUS.
           ACCEPT IY-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT INTRADAY-TIME-RAW FROM TIME.
           MOVE INTRADAY-TIME-RAW (1:6) TO IY-STAMP-TIME.
           MOVE ZERO TO IY-TAKEN-COUNT IY-TAKEN-AMOUNT
                        IY-CLEAN-COUNT IY-CLEAN-AMOUNT
                        IY-REJECT-COUNT IY-REJECT-AMOUNT
                        IY-POSTED-COUNT IY-POSTED-AMOUNT
                        IY-REFUSED-COUNT IY-REFUSED-AMOUNT
                        IY-STEP-RC.
           MOVE "ADD07" TO IY-STEP-NAME.
           WRITE INTRADAY-REGISTER-RECORD.
           CLOSE INTRADAY-REGISTER-FILE.
           DISPLAY "Intraday posting closed for " RUN-DATE ".".

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "ADD07" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "ADD07   "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
