      * record, and ends with return code 8 when the
      * rejects exceed the ADDEDCTL.DAT tolerance so
      * NIGHTLY.JCL can hold the stream.
      *
      * A transaction that passes those edits is then
      * measured against its customer's credit. A sale on
      * account -- an ARCTL.DAT receivable type -- for a
      * customer with a NAMECRED.DAT record is held when
      * the customer is on credit hold, or when the pair,
      * in the base currency, plus what the customer
      * already owes on AROPEN.DAT would pass the limit.
      * What the customer owes grows as the night's sales
      * pass, so a string of small sales cannot slip under
      * the limit one at a time. A held transaction goes
      * to ADDCRHLD.DAT instead of the clean feed and does
      * not count against the reject tolerance; the credit
      * supervisor releases or rejects it on CRDREV01, and
      * CRDRCY01 feeds a released one back into the next
      * night's ADDTRNP, where it is let through without
      * being held again. Credits, and pairs ADD07 would
      * send to suspense anyway, are never held. Holds
      * already written for the business date mean the
      * stream was resubmitted, and they are not written
      * twice. ADDCRHLD.DAT is appended under the ADDCRHLD
      * lock the review screen and the recycle step hold.
      *
      * Ahead of the credit check, each transaction that
      * passes the edits is fingerprinted -- customer,
      * trans type, cost center, company, currency, and
      * both amounts -- and checked against the night's
      * earlier transactions and every night still inside
      * the ADDEDCTL.DAT duplicate window, kept on
      * ADDFPHST.DAT. The processed-feed registry stops a
      * whole file posting twice, but not an upstream
      * resend of a batch inside a new file. A match goes
      * to ADDDUPH.DAT with the night and feed record it
      * repeats, instead of the clean feed, and does not
      * count against the reject tolerance; it is released
      * (with a reason) or rejected on DUPREV01, and
      * DUPRCY01 feeds a released one back the way CRDRCY01
      * does. Items recycled tonight -- released duplicates,
      * released credit holds, corrected suspense -- repeat
      * an earlier night on purpose and pass the check. The
      * history is rewritten at the end of the run, holding
      * what was taken tonight and the nights still inside
      * the window; a resubmitted stream's first try is
      * dropped from it, so the night is not measured
      * against itself. ADDDUPH.DAT is appended under its
      * own ADDDUPH lock, shared with DUPREV01 and DUPRCY01.
      *
      * A transaction that is not a duplicate is then
      * measured against the APRTHR.DAT approval threshold
      * for its trans type, company, and currency. Before
      * this, anything that fit the packed pair posted
      * overnight with no one looking at it. A pair over
      * its threshold goes to ADDAPRV.DAT to wait for
      * approval on APRREV01, stamped with the operator
      * who keyed it (from the ADDENT01 keying log) so
      * they cannot approve it themselves. It does not go
      * on to the credit check until it comes back.
      * APRRCY01 feeds an approved item back, and it
      * passes the threshold once that night. ADDAPRV.DAT
      * is appended under its own ADDAPRV lock.
      *
      * Every pair is held to its type's rules on the
      * TRNTYPE.DAT transaction-type master as well: a
      * result of the wrong sign for the type, a currency
      * the type is not keyed in, or a type outside its
      * active dates on the night is rejected like any
      * other edit failure. A type with no master row is
      * passed on -- CTLAUD01 flags its GLACCT.DAT rows at
      * the top of the stream -- and a night with no
      * master on file skips the check.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *
      * The pre-edit also runs intraday, launched by the
      * INTRDY01 driver as "addedt01 INTRADAY nnn" on the
      * pairs taken off ADDTRNK for intraday run nnn: it
      * reads ADDTRNI.DAT and writes ADDTRNIC.DAT and
      * ADDTRNIR.DAT instead of the night's files, and
      * stamps the run number on the holds it writes and
      * on its fingerprints. A hold already on file for
      * the date and the same run (or, at night, for the
      * date and no run) is what marks a resubmission.
      * Fingerprints of the day's earlier intraday runs
      * stay on the history, so the night and the later
      * runs still catch a pair keyed twice in a day. The
      * intraday pairs waiting on ADDTRNID.DAT for the
      * night's ARPOST01 are not on AROPEN.DAT yet, so
      * they are added to what their customers owe before
      * any credit is measured.
      *
      * A pair may now carry an effective date. One that is
      * not a real CCYYMMDD date is rejected. One dated
      * after the business date passes the edits above and
      * then goes to the ADDWHSE.DAT warehouse instead of
      * the clean feed, before the duplicate, approval and
      * credit checks and without a fingerprint, since all
      * of those are made when ADDWHS01 feeds it back on
      * its day. One dated before the business date posts
      * into its own FISCCTL.DAT period, and is rejected
      * when that period is closed. ADDWHSE.DAT is appended
      * under its own ADDWHSE lock, shared with ADDWHS01;
      * pairs already warehoused for the date and run mark
      * a resubmission, as the holds do.
      *
      * A pair whose cost center is marked inactive on the
      * COSTCTR.DAT cost-center master, looked up through
      * the shared CCGET routine, is rejected like any
      * other edit failure. A cost center with no master
      * row is passed on -- CTLAUD01 flags it where it is
      * keyed -- and a night with no master on file skips
      * the check.
      *
      * Every pair now names the source that sent it, and
      * a sender brackets its pairs with a header and a
      * trailer carrying its own count and hash (the two
      * amounts summed). At night the feed is surveyed
      * before the edit: a block that lacks either end,
      * mixes sources, or does not match its trailer is
      * held whole on ADDSRCH.DAT, as are pairs from a
      * source missing from the ADDSRC.DAT registry, or
      * sent outside a block by a source the registry
      * says must send controls. A registered source
      * marked as expected that sent nothing is reported.
      * Either one is logged and ends the step with
      * return code 4; the rest of the feed goes on to
      * the edit. ADDSRCR.DAT lists each block and its
      * result. With no registry on file every source is
      * taken, but its blocks are still balanced. The
      * intraday runs take only ADDENT01's own batches,
      * which balance as they are written, and just set
      * the header and trailer records aside.
      *
      * The CURRATE.DAT rate table is held 5000 rows
      * deep, now that treasury's rates come in every day
      * through RATIMP01 rather than being keyed by hand.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-TRANSACTION-FILE
               ASSIGN TO DYNAMIC TRANSACTION-PATH
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLEAN-TRANSACTION-FILE ASSIGN TO DYNAMIC CLEAN-PATH
               ORGANIZATION IS SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AWAITING-RECEIVABLE-FILE
               ASSIGN TO "ADDTRNID.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AWAITING-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-CTL-FILE-STATUS.

           SELECT OPTIONAL AR-CONTROL-FILE ASSIGN TO "ARCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-CTL-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL NAME-CREDIT-FILE ASSIGN TO "NAMECRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-FILE-STATUS.

           SELECT OPTIONAL AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-FILE-STATUS.

           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "ADDCRHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT OPTIONAL DUPLICATE-HOLD-FILE
               ASSIGN TO "ADDDUPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-FILE-STATUS.

           SELECT OPTIONAL FINGERPRINT-FILE ASSIGN TO "ADDFPHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT OPTIONAL ADD-SUSPENSE-FILE ASSIGN TO "ADDSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "ADDAPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.

           SELECT OPTIONAL THRESHOLD-FILE ASSIGN TO "APRTHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-FILE-STATUS.

           SELECT OPTIONAL KEYING-LOG-FILE ASSIGN TO "ADDKEYLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEYLOG-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-TYPE-FILE
               ASSIGN TO "TRNTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYPE-FILE-STATUS.

           SELECT OPTIONAL WAREHOUSE-FILE ASSIGN TO "ADDWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAREHOUSE-FILE-STATUS.

           SELECT OPTIONAL SOURCE-REGISTRY-FILE ASSIGN TO "ADDSRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT SOURCE-HOLD-FILE ASSIGN TO "ADDSRCH.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SOURCE-REPORT-FILE ASSIGN TO "ADDSRCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-TRANSACTION-FILE.
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

       FD  REJECT-FILE.
       COPY ADDREJ.

       FD  AWAITING-RECEIVABLE-FILE.
       COPY ADDTRNP REPLACING ADD-TRANSACTION-PACKED
                            BY AWAITING-TRANSACTION-PACKED
                            FIRST-NUMBER BY AV-FIRST-NUMBER
                            SECOND-NUMBER BY AV-SECOND-NUMBER
                            TT-TRANS-TYPE BY AV-TRANS-TYPE
                            TT-CURRENCY-CODE BY AV-CURRENCY-CODE
                            TT-COST-CENTER BY AV-COST-CENTER
                            TT-CUSTOMER BY AV-CUSTOMER
                            TT-COMPANY BY AV-COMPANY
                            TT-EFFECTIVE-DATE
                            BY AV-EFFECTIVE-DATE
                            TT-SOURCE-ID BY AV-SOURCE-ID
                            TT-RECORD-KIND BY AV-RECORD-KIND
                            TT-SOURCE-PAIR BY AV-SOURCE-PAIR
                            TT-SOURCE-HEADER BY AV-SOURCE-HEADER
                            TT-SOURCE-TRAILER BY AV-SOURCE-TRAILER
                            TT-SOURCE-COUNT BY AV-SOURCE-COUNT
                            TT-SOURCE-HASH BY AV-SOURCE-HASH.

       FD  GL-ACCOUNT-FILE.
       COPY GLACCT.

       FD  EDIT-CONTROL-FILE.
       COPY ADDEDCTL.

       FD  AR-CONTROL-FILE.
       COPY ARCTL.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  NAME-CREDIT-FILE.
       COPY NAMECRED.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPEN.

       FD  CREDIT-HOLD-FILE.
       COPY ADDCRHLD.

       FD  DUPLICATE-HOLD-FILE.
       COPY ADDDUPH.

       FD  FINGERPRINT-FILE.
       COPY ADDFPHST.

       FD  ADD-SUSPENSE-FILE.
       COPY ADDSUSP.

       FD  APPROVAL-FILE.
       COPY ADDAPRV.

       FD  THRESHOLD-FILE.
       COPY APRTHR.

       FD  KEYING-LOG-FILE.
       COPY ADDKEYLG.

       FD  TRANSACTION-TYPE-FILE.
       COPY TRNTYPE.

       FD  WAREHOUSE-FILE.
       COPY ADDWHSE.

       FD  SOURCE-REGISTRY-FILE.
       COPY ADDSRC.

       FD  SOURCE-HOLD-FILE.
       01  SOURCE-HOLD-IMAGE         PIC X(56).

       FD  SOURCE-REPORT-FILE.
       01  SOURCE-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       01  TRANSACTION-PATH      PIC X(40)   VALUE "ADDTRNP.DAT".
       01  CLEAN-PATH            PIC X(40)   VALUE "ADDTRNC.DAT".
       01  REJECT-PATH           PIC X(40)   VALUE "ADDTRNR.DAT".
       COPY INTRPARM.
       01  AWAITING-FILE-STATUS  PIC XX.
       01  AWAITING-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-AWAITING-PAIRS        VALUE "Y".
       01  AWAITING-COUNT        PIC 9(7)    VALUE ZERO.
       01  RATE-FILE-STATUS      PIC XX.
       01  EDIT-CTL-FILE-STATUS  PIC XX.
       01  AR-CTL-FILE-STATUS    PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  CREDIT-FILE-STATUS    PIC XX.
       01  OPEN-ITEM-FILE-STATUS PIC XX.
       01  HOLD-FILE-STATUS      PIC XX.
       01  DUP-FILE-STATUS       PIC XX.
       01  PRINT-FILE-STATUS     PIC XX.
       01  SUSPENSE-FILE-STATUS  PIC XX.
       01  APPROVAL-FILE-STATUS  PIC XX.
       01  THRESHOLD-FILE-STATUS PIC XX.
       01  KEYLOG-FILE-STATUS    PIC XX.
       01  TYPE-FILE-STATUS      PIC XX.
       01  WAREHOUSE-FILE-STATUS PIC XX.
       01  SOURCE-FILE-STATUS    PIC XX.
       01  TRAN-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-TRANSACTIONS          VALUE "Y".
       01  GL-ACCOUNT-END-SWITCH PIC X       VALUE "N".
           88  GL-ACCOUNT-END                VALUE "Y".
       01  RATE-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-RATE-RECORDS          VALUE "Y".
       01  AR-CTL-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-AR-CONTROLS           VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  CREDIT-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-CREDIT-RECORDS        VALUE "Y".
       01  OPEN-ITEM-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-OPEN-ITEMS            VALUE "Y".
       01  HOLD-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-HOLD-RECORDS          VALUE "Y".
       01  DUP-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-DUP-RECORDS           VALUE "Y".
       01  PRINT-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-FINGERPRINTS          VALUE "Y".
       01  SUSPENSE-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-SUSPENSE-ITEMS        VALUE "Y".
       01  APPROVAL-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-APPROVAL-ITEMS        VALUE "Y".
       01  THRESHOLD-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-THRESHOLDS            VALUE "Y".
       01  KEYLOG-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-KEYLOG-RECORDS        VALUE "Y".
       01  TYPE-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-TYPE-RECORDS          VALUE "Y".
       01  WAREHOUSE-END-SWITCH  PIC X       VALUE "N".
           88  NO-MORE-WAREHOUSE-ITEMS       VALUE "Y".
       01  SOURCE-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-SOURCE-ROWS           VALUE "Y".

       01  GL-ACCOUNT-COUNT      PIC 9(3)    VALUE ZERO.
       01  GL-ACCOUNT-TABLE.
       01  GL-ACCOUNT-FOUND-SWITCH PIC X.
           88  GL-ACCOUNT-WAS-FOUND          VALUE "Y".

       01  TRANS-TYPE-COUNT      PIC 9(3)    VALUE ZERO.
       01  TRANS-TYPE-TABLE.
           05  TRANS-TYPE-ENTRY OCCURS 1 TO 100 TIMES
                                 DEPENDING ON TRANS-TYPE-COUNT
                                 INDEXED BY TM-IDX.
               10  TMT-TRANS-TYPE      PIC X(02).
               10  TMT-SIGN-RULE       PIC X.
               10  TMT-ALLOWED-CURRENCY PIC X(03) OCCURS 4 TIMES
                                        INDEXED BY TC-IDX.
               10  TMT-ACTIVE-FROM     PIC 9(8).
               10  TMT-ACTIVE-TO       PIC 9(8).
       01  TRANS-TYPE-FOUND-SWITCH PIC X.
           88  TRANS-TYPE-WAS-FOUND          VALUE "Y".
       01  TYPE-CURRENCY-SWITCH  PIC X.
           88  CURRENCY-IS-ALLOWED           VALUE "Y".

       01  BASE-CURRENCY         PIC X(03)   VALUE "USD".
       01  CURRENCY-LIST-COUNT   PIC 9(3)    VALUE ZERO.
       01  CURRENCY-LIST-TABLE.
       01  WANTED-CURRENCY       PIC X(03).
       01  WORK-COMPANY          PIC X(02).

      * Rates as well as codes, for the credit check's
      * base-currency amount -- the rate in force on the
      * business date, as ADD07 will choose it.
       01  RATE-COUNT            PIC 9(4)    VALUE ZERO.
       01  RATE-TABLE.
           05  RATE-ENTRY        OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON RATE-COUNT
                                  INDEXED BY RT-IDX.
               10  RTT-CURRENCY-CODE   PIC X(03).
               10  RTT-EFFECTIVE-DATE  PIC 9(8).
               10  RTT-RATE            PIC 9(3)V9(6).
       01  RATE-FOUND-SWITCH     PIC X.
           88  RATE-WAS-FOUND                VALUE "Y".
       01  FOUND-RATE            PIC 9(3)V9(6).
       01  FOUND-EFFECTIVE-DATE  PIC 9(8).

      * Receivable types from ARCTL.DAT.
       01  RECEIVABLE-COUNT      PIC 9(3)    VALUE ZERO.
       01  RECEIVABLE-TABLE.
           05  RECEIVABLE-ENTRY OCCURS 1 TO 100 TIMES
                                 DEPENDING ON RECEIVABLE-COUNT
                                 INDEXED BY RV-IDX.
               10  RVT-COMPANY        PIC X(02).
               10  RVT-TRANS-TYPE     PIC X(02).
       01  RECEIVABLE-FOUND-SWITCH PIC X.
           88  PAIR-IS-RECEIVABLE            VALUE "Y".

       01  MASTER-COUNT          PIC 9(4)    VALUE ZERO.
       01  NAME-TABLE.
           05  NAME-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON MASTER-COUNT
                           INDEXED BY NAME-IDX.
               10  TBL-NAME          PIC X(10).
               10  TBL-CUST-NO       PIC X(06).
       01  NAME-FOUND-SWITCH     PIC X.
           88  NAME-WAS-FOUND                VALUE "Y".

      * One row per NAMECRED.DAT customer; CRT-BALANCE
      * starts at the customer's AROPEN.DAT open amount
      * and takes on each of the night's sales as it
      * passes.
       01  CREDIT-COUNT          PIC 9(4)    VALUE ZERO.
       01  CREDIT-TABLE.
           05  CREDIT-ENTRY OCCURS 1 TO 1000 TIMES
                             DEPENDING ON CREDIT-COUNT
                             INDEXED BY CR-IDX.
               10  CRT-CUST-NO       PIC X(06).
               10  CRT-CREDIT-LIMIT  PIC 9(9)V99.
               10  CRT-HOLD-FLAG     PIC X.
               10  CRT-BALANCE       PIC S9(11)V99.
       01  CREDIT-FOUND-SWITCH   PIC X.
           88  CREDIT-WAS-FOUND              VALUE "Y".

      * Released items CRDRCY01 fed back into tonight's
      * ADDTRNP; each lets one matching transaction past
      * the credit check.
       01  PASS-COUNT            PIC 9(4)    VALUE ZERO.
       01  PASS-TABLE.
           05  PASS-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON PASS-COUNT
                           INDEXED BY PS-IDX.
               10  PST-FIRST-NUMBER    PIC S9(7)V99.
               10  PST-SECOND-NUMBER   PIC S9(7)V99.
               10  PST-TRANS-TYPE      PIC X(02).
               10  PST-CURRENCY-CODE   PIC X(03).
               10  PST-COST-CENTER     PIC X(04).
               10  PST-CUSTOMER        PIC X(10).
               10  PST-COMPANY         PIC X(02).
               10  PST-USED-SWITCH     PIC X.
       01  PASS-FOUND-SWITCH     PIC X.
           88  PASS-WAS-FOUND                VALUE "Y".

      * Approval thresholds; "**" and "***" fit any value.
       01  THRESHOLD-COUNT       PIC 9(3)    VALUE ZERO.
       01  THRESHOLD-TABLE.
           05  THRESHOLD-ENTRY OCCURS 1 TO 200 TIMES
                                DEPENDING ON THRESHOLD-COUNT
                                INDEXED BY HT-IDX.
               10  HTT-TRANS-TYPE      PIC X(02).
               10  HTT-COMPANY         PIC X(02).
               10  HTT-CURRENCY-CODE   PIC X(03).
               10  HTT-THRESHOLD       PIC 9(9)V99.
       01  ROW-FIT-COUNT         PIC 9.
       01  ROW-FITS-SWITCH       PIC X.
           88  ROW-FITS                      VALUE "Y".
       01  BEST-FIT-COUNT        PIC 9.
       01  BEST-THRESHOLD        PIC 9(9)V99.
       01  PAIR-SIZE             PIC S9(9)V99.
       01  APPROVAL-SWITCH       PIC X.
           88  APPROVAL-IS-NEEDED            VALUE "Y".

      * Approved items APRRCY01 fed back into tonight's
      * ADDTRNP; each lets one matching transaction past
      * the threshold.
       01  APPROVAL-PASS-COUNT   PIC 9(4)    VALUE ZERO.
       01  APPROVAL-PASS-TABLE.
           05  APPROVAL-PASS-ENTRY OCCURS 1 TO 1000 TIMES
                                    DEPENDING ON APPROVAL-PASS-COUNT
                                    INDEXED BY APT-IDX.
               10  APT-FIRST-NUMBER    PIC S9(7)V99.
               10  APT-SECOND-NUMBER   PIC S9(7)V99.
               10  APT-TRANS-TYPE      PIC X(02).
               10  APT-CURRENCY-CODE   PIC X(03).
               10  APT-COST-CENTER     PIC X(04).
               10  APT-CUSTOMER        PIC X(10).
               10  APT-COMPANY         PIC X(02).
               10  APT-USED-SWITCH     PIC X.
       01  APPROVAL-PASS-FOUND-SWITCH PIC X.
           88  APPROVAL-PASS-WAS-FOUND       VALUE "Y".
       01  APPROVALS-WRITTEN-SWITCH PIC X    VALUE "N".
           88  NIGHT-ALREADY-PENDING         VALUE "Y".
       01  PENDING-COUNT         PIC 9(7)    VALUE ZERO.
       01  APPROVED-PASS-COUNT   PIC 9(7)    VALUE ZERO.

      * Pairs keyed on ADDENT01 in the last week, to find
      * who keyed a high-value item.
       01  KEYLOG-COUNT          PIC 9(4)    VALUE ZERO.
       01  KEYLOG-TABLE.
           05  KEYLOG-ENTRY OCCURS 1 TO 2000 TIMES
                             DEPENDING ON KEYLOG-COUNT
                             INDEXED BY KL-IDX.
               10  KLT-OPERATOR-ID     PIC X(08).
               10  KLT-FIRST-NUMBER    PIC S9(7)V99.
               10  KLT-SECOND-NUMBER   PIC S9(7)V99.
               10  KLT-TRANS-TYPE      PIC X(02).
               10  KLT-CURRENCY-CODE   PIC X(03).
               10  KLT-COST-CENTER     PIC X(04).
               10  KLT-CUSTOMER        PIC X(10).
               10  KLT-COMPANY         PIC X(02).
               10  KLT-USED-SWITCH     PIC X.
       01  KEYLOG-FOUND-SWITCH   PIC X.
           88  KEYER-WAS-FOUND               VALUE "Y".
       01  KEYLOG-DAYS           PIC S9(7).

      * Fingerprints of every transaction taken on the
      * nights inside the window, tonight's added as they
      * pass.
       01  DUPLICATE-WINDOW      PIC 9(3)    VALUE 7.
       01  NIGHT-AGE             PIC S9(7).
       01  FINGERPRINT-LIMIT     PIC 9(5)    VALUE 5000.
       01  FINGERPRINT-TABLE-NAME PIC X(8)   VALUE "FPRINTS".
       01  FINGERPRINT-COUNT     PIC 9(5)    VALUE ZERO.
       01  FINGERPRINT-TABLE.
           05  FINGERPRINT-ENTRY OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON FINGERPRINT-COUNT
                                  INDEXED BY FP-IDX.
               10  FPT-FEED-DATE       PIC 9(8).
               10  FPT-RECORD-NUMBER   PIC 9(7).
               10  FPT-CUSTOMER        PIC X(10).
               10  FPT-TRANS-TYPE      PIC X(02).
               10  FPT-COST-CENTER     PIC X(04).
               10  FPT-COMPANY         PIC X(02).
               10  FPT-CURRENCY-CODE   PIC X(03).
               10  FPT-FIRST-NUMBER    PIC S9(7)V99.
               10  FPT-SECOND-NUMBER   PIC S9(7)V99.
               10  FPT-INTRADAY-RUN    PIC X(03).
       01  FINGERPRINT-FULL-SWITCH PIC X     VALUE "N".
           88  FINGERPRINT-TABLE-FULL        VALUE "Y".
       01  DUPLICATE-FOUND-SWITCH PIC X.
           88  DUPLICATE-WAS-FOUND           VALUE "Y".

      * Items recycled into tonight's ADDTRNP; each lets
      * one matching transaction past the duplicate check.
       01  DUP-PASS-COUNT        PIC 9(4)    VALUE ZERO.
       01  DUP-PASS-TABLE.
           05  DUP-PASS-ENTRY OCCURS 1 TO 1000 TIMES
                               DEPENDING ON DUP-PASS-COUNT
                               INDEXED BY DP-IDX.
               10  DPT-FIRST-NUMBER    PIC S9(7)V99.
               10  DPT-SECOND-NUMBER   PIC S9(7)V99.
               10  DPT-TRANS-TYPE      PIC X(02).
               10  DPT-CURRENCY-CODE   PIC X(03).
               10  DPT-COST-CENTER     PIC X(04).
               10  DPT-CUSTOMER        PIC X(10).
               10  DPT-COMPANY         PIC X(02).
               10  DPT-USED-SWITCH     PIC X.
       01  DUP-PASS-CANDIDATE.
           05  DPC-FIRST-NUMBER      PIC S9(7)V99.
           05  DPC-SECOND-NUMBER     PIC S9(7)V99.
           05  DPC-TRANS-TYPE        PIC X(02).
           05  DPC-CURRENCY-CODE     PIC X(03).
           05  DPC-COST-CENTER       PIC X(04).
           05  DPC-CUSTOMER          PIC X(10).
           05  DPC-COMPANY           PIC X(02).
       01  DUP-PASS-FOUND-SWITCH PIC X.
           88  DUP-PASS-WAS-FOUND            VALUE "Y".
       01  DUPS-WRITTEN-SWITCH   PIC X       VALUE "N".
           88  NIGHT-ALREADY-DUP-HELD        VALUE "Y".
       01  DUPLICATE-COUNT       PIC 9(7)    VALUE ZERO.
       01  RECYCLE-PASS-COUNT    PIC 9(7)    VALUE ZERO.

      * The pair's effective date, the business date when
      * it carries none.
       01  EFFECTIVE-DATE        PIC 9(8).
       01  FUTURE-DATED-SWITCH   PIC X.
           88  PAIR-IS-FUTURE-DATED          VALUE "Y".
       01  WAREHOUSE-WRITTEN-SWITCH PIC X    VALUE "N".
           88  NIGHT-ALREADY-WAREHOUSED      VALUE "Y".
       01  WAREHOUSED-COUNT      PIC 9(7)    VALUE ZERO.
       COPY DATECALC.

      * The ADDSRC.DAT source registry.
       01  SOURCE-COUNT          PIC 9(3)    VALUE ZERO.
       01  SOURCE-TABLE.
           05  SOURCE-ENTRY OCCURS 1 TO 50 TIMES
                             DEPENDING ON SOURCE-COUNT
                             INDEXED BY SC-IDX.
               10  SCT-SOURCE-ID       PIC X(04).
               10  SCT-DESCRIPTION     PIC X(30).
               10  SCT-EXPECTED-FLAG   PIC X.
               10  SCT-CONTROL-FLAG    PIC X.
               10  SCT-RECEIVED-SWITCH PIC X.
       01  SOURCE-FOUND-SWITCH   PIC X.
           88  SOURCE-IS-REGISTERED          VALUE "Y".

      * The night's feed as its senders sent it, surveyed
      * before the edit: one "B" entry per header record
      * (or trailer with no header), and one "L" entry per
      * source for the pairs outside any header/trailer.
      * The edit pass walks the feed the same way and
      * finds each record's entry again; an entry with a
      * hold reason sends its records to ADDSRCH.DAT.
       01  BLOCK-COUNT           PIC 9(3)    VALUE ZERO.
       01  BLOCK-TABLE.
           05  BLOCK-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON BLOCK-COUNT
                            INDEXED BY BK-IDX.
               10  BKT-KIND            PIC X.
               10  BKT-SOURCE-ID       PIC X(04).
               10  BKT-FIRST-RECORD    PIC 9(7).
               10  BKT-HEADER-SWITCH   PIC X.
               10  BKT-TRAILER-SWITCH  PIC X.
               10  BKT-MIXED-SWITCH    PIC X.
               10  BKT-PAIR-COUNT      PIC 9(7).
               10  BKT-PAIR-HASH       PIC S9(13)V99.
               10  BKT-SENT-COUNT      PIC 9(7).
               10  BKT-SENT-HASH       PIC S9(13)V99.
               10  BKT-HOLD-REASON     PIC X(15).
       01  BLOCK-FOUND-SWITCH    PIC X.
           88  BLOCK-WAS-FOUND               VALUE "Y".
       01  BLOCK-KIND-WANTED     PIC X.
       01  BLOCK-FULL-SWITCH     PIC X       VALUE "N".
           88  BLOCK-TABLE-FULL              VALUE "Y".
       01  OPEN-BLOCK            PIC 9(3)    VALUE ZERO.
       01  RECORD-BLOCK          PIC 9(3)    VALUE ZERO.
       01  SOURCE-CHECK-SWITCH   PIC X       VALUE "N".
           88  CHECKING-THE-SOURCES          VALUE "Y".
       01  SURVEY-SWITCH         PIC X       VALUE "N".
           88  SURVEYING-THE-FEED            VALUE "Y".
       01  SOURCE-HOLD-SWITCH    PIC X.
           88  SOURCE-IS-HELD                VALUE "Y".
       01  CONTROL-RECORD-COUNT  PIC 9(7)    VALUE ZERO.
       01  SOURCE-HELD-COUNT     PIC 9(7)    VALUE ZERO.
       01  SOURCES-HELD-COUNT    PIC 9(3)    VALUE ZERO.
       01  SOURCES-MISSING-COUNT PIC 9(3)    VALUE ZERO.

       01  SOURCE-HEADING-1.
           05  FILLER             PIC X(36)
               VALUE "ADD FEED SOURCE BALANCING".
           COPY RUNDATE REPLACING RD-RUN-DATE BY SB-RUN-DATE.

       01  SOURCE-HEADING-2.
           05  FILLER             PIC X(13) VALUE "SRC   RECORD".
           05  FILLER             PIC X(8)  VALUE "   PAIRS".
           05  FILLER             PIC X(15) VALUE "      PAIR HASH".
           05  FILLER             PIC X(8)  VALUE "    SENT".
           05  FILLER             PIC X(15) VALUE "      SENT HASH".
           05  FILLER             PIC X(7)  VALUE " STATUS".

       01  SOURCE-DETAIL-LINE.
           05  SD-SOURCE-ID       PIC X(04).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-FIRST-RECORD    PIC ZZZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-PAIR-COUNT      PIC ZZZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-PAIR-HASH       PIC -(10)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-SENT-COUNT      PIC ZZZZZZ9 BLANK WHEN ZERO.
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-SENT-HASH       PIC -(10)9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-STATUS          PIC X(20).

       01  SOURCE-MISSING-LINE.
           05  SM-SOURCE-ID       PIC X(04).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SM-DESCRIPTION     PIC X(30).
           05  FILLER             PIC X(24)
               VALUE "EXPECTED, NOT RECEIVED".

       01  SOURCE-TOTAL-LINE.
           05  FILLER             PIC X(17) VALUE "Pairs passed on: ".
           05  ST-PASSED-COUNT    PIC ZZZZZZ9.
           05  FILLER             PIC X(15) VALUE "   Pairs held: ".
           05  ST-HELD-COUNT      PIC ZZZZZZ9.
           05  FILLER             PIC X(20)
               VALUE "   Sources missing: ".
           05  ST-MISSING-COUNT   PIC ZZ9.

       01  BUSINESS-DATE         PIC 9(8).
       01  PAIR-RESULT           PIC S9(7)V99.
       01  SIZE-ERROR-SWITCH     PIC X.
           88  RESULT-TOO-BIG                VALUE "Y".
       01  BASE-EQUIVALENT       PIC S9(9)V99.
       01  HOLD-REASON           PIC X(20).
       01  HOLDS-WRITTEN-SWITCH  PIC X       VALUE "N".
           88  NIGHT-ALREADY-HELD            VALUE "Y".

       01  REJECT-TOLERANCE      PIC 9(5)    VALUE ZERO.
       01  READ-COUNT            PIC 9(7)    VALUE ZERO.
       01  CLEAN-COUNT           PIC 9(7)    VALUE ZERO.
       01  REJECT-COUNT          PIC 9(7)    VALUE ZERO.
       01  REJECT-REASON         PIC X(20).
       01  HELD-COUNT            PIC 9(7)    VALUE ZERO.
       01  RELEASED-COUNT        PIC 9(7)    VALUE ZERO.
       01  EXC-JOB-NAME          PIC X(8)    VALUE "ADDEDT01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-JOB-NAME         PIC X(8)    VALUE "ADDCRHLD".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".
       01  DUP-LOCK-NAME         PIC X(8)    VALUE "ADDDUPH".
       01  DUP-LOCK-RESULT       PIC X.
           88  DUP-LOCK-ACQUIRED             VALUE "Y".
       01  APPROVAL-LOCK-NAME    PIC X(8)    VALUE "ADDAPRV".
       01  APPROVAL-LOCK-RESULT  PIC X.
           88  APPROVAL-LOCK-ACQUIRED        VALUE "Y".
       01  WAREHOUSE-LOCK-NAME   PIC X(8)    VALUE "ADDWHSE".
       01  WAREHOUSE-LOCK-RESULT PIC X.
           88  WAREHOUSE-LOCK-ACQUIRED       VALUE "Y".

       COPY CCPARM.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ADDEDT01".
           PERFORM DETERMINE-THE-RUN-MODE.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               PERFORM TAKE-THE-DUPLICATE-LOCK
               PERFORM TAKE-THE-APPROVAL-LOCK
               PERFORM TAKE-THE-WAREHOUSE-LOCK
               CALL "BUSDATE" USING BUSINESS-DATE
               PERFORM LOAD-THE-GL-ACCOUNTS
               PERFORM LOAD-THE-CURRENCY-LIST
               PERFORM GET-THE-REJECT-TOLERANCE
               PERFORM LOAD-THE-RECEIVABLE-TYPES
               PERFORM LOAD-THE-NAME-MASTER
               PERFORM LOAD-THE-CREDIT-LIMITS
               PERFORM LOAD-THE-OPEN-BALANCES
               PERFORM LOAD-THE-AWAITING-RECEIVABLES
               PERFORM LOAD-THE-RELEASE-PASSES
               PERFORM LOAD-THE-FINGERPRINT-HISTORY
               PERFORM LOAD-THE-DUPLICATE-PASSES
               PERFORM LOAD-THE-SUSPENSE-RECYCLES
               PERFORM LOAD-THE-THRESHOLDS
               PERFORM LOAD-THE-APPROVAL-PASSES
               PERFORM LOAD-THE-KEYING-LOG
               PERFORM LOAD-THE-TRANSACTION-TYPES
               PERFORM LOAD-THE-WAREHOUSE-MARKS
               IF CHECKING-THE-SOURCES
                   PERFORM LOAD-THE-SOURCE-REGISTRY
                   PERFORM SURVEY-THE-SOURCES
                   OPEN OUTPUT SOURCE-HOLD-FILE
               END-IF
               OPEN INPUT ADD-TRANSACTION-FILE
               OPEN OUTPUT CLEAN-TRANSACTION-FILE
               OPEN OUTPUT REJECT-FILE
               PERFORM OPEN-THE-HOLD-FILE-FOR-APPEND
               PERFORM OPEN-THE-DUP-FILE-FOR-APPEND
               PERFORM OPEN-THE-APPROVAL-FILE-FOR-APPEND
               PERFORM OPEN-THE-WAREHOUSE-FOR-APPEND
               PERFORM READ-THE-NEXT-TRANSACTION
               PERFORM UNTIL NO-MORE-TRANSACTIONS
                   PERFORM TAKE-ONE-TRANSACTION
                   PERFORM READ-THE-NEXT-TRANSACTION
               END-PERFORM
               CLOSE ADD-TRANSACTION-FILE
                     CLEAN-TRANSACTION-FILE
                     REJECT-FILE
                     CREDIT-HOLD-FILE
                     DUPLICATE-HOLD-FILE
                     APPROVAL-FILE
                     WAREHOUSE-FILE
               IF CHECKING-THE-SOURCES
                   CLOSE SOURCE-HOLD-FILE
                   PERFORM WRITE-THE-SOURCE-REPORT
               END-IF
               PERFORM SAVE-THE-FINGERPRINT-HISTORY
               DISPLAY "Transactions read: " READ-COUNT
               DISPLAY "Passed to ADD07:   " CLEAN-COUNT
               DISPLAY "Rejected:          " REJECT-COUNT
               DISPLAY "Held for credit:   " HELD-COUNT
               DISPLAY "Credit releases:   " RELEASED-COUNT
               DISPLAY "Held as duplicates:" DUPLICATE-COUNT
               DISPLAY "Recycled, passed:  " RECYCLE-PASS-COUNT
               DISPLAY "Held for approval: " PENDING-COUNT
               DISPLAY "Approvals posted:  " APPROVED-PASS-COUNT
               DISPLAY "Warehoused:        " WAREHOUSED-COUNT
               DISPLAY "Source records:    " CONTROL-RECORD-COUNT
               DISPLAY "Held by source:    " SOURCE-HELD-COUNT
               IF SOURCES-HELD-COUNT > ZERO
                   MOVE "ADD feed source out of balance; held"
                       TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               IF SOURCES-MISSING-COUNT > ZERO
                   MOVE "Expected ADD feed source not received"
                       TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               IF PENDING-COUNT > ZERO
                   MOVE "High-value items held for approval"
                       TO EXC-TEXT
                   MOVE "DATA" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               IF DUPLICATE-COUNT > ZERO
                   MOVE "Suspected duplicates held for review"
                       TO EXC-TEXT
                   MOVE "DATA" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               IF HELD-COUNT > ZERO
                   MOVE "Transactions held for credit review"
                       TO EXC-TEXT
                   MOVE "DATA" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING WAREHOUSE-LOCK-NAME LOCK-ACTION
                                     WAREHOUSE-LOCK-RESULT
               CALL "JOBLOCK" USING APPROVAL-LOCK-NAME LOCK-ACTION
                                     APPROVAL-LOCK-RESULT
               CALL "JOBLOCK" USING DUP-LOCK-NAME LOCK-ACTION
                                     DUP-LOCK-RESULT
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "ADDEDT01"
               IF REJECT-COUNT > REJECT-TOLERANCE
                   DISPLAY "Rejects exceed the tolerance of "
                           REJECT-TOLERANCE "; the stream should hold."
                   MOVE "Reject count over edit tolerance" TO EXC-TEXT
                   MOVE "DATA" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF SOURCES-HELD-COUNT > ZERO
                   OR SOURCES-MISSING-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "The credit hold file is in use; "
                       "the pre-edit cannot run."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "ADDEDT01"
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * Level 2 routines
      * An intraday run is named on the command line; the
      * night's run has none and keeps the night's files.
       DETERMINE-THE-RUN-MODE.
           MOVE SPACES TO INTRADAY-PARAMETER.
           ACCEPT INTRADAY-PARAMETER FROM COMMAND-LINE.
           IF RUNNING-INTRADAY
               MOVE "ADDTRNI.DAT" TO TRANSACTION-PATH
               MOVE "ADDTRNIC.DAT" TO CLEAN-PATH
               MOVE "ADDTRNIR.DAT" TO REJECT-PATH
               DISPLAY "Intraday pre-edit, run " IP-RUN-NUMBER "."
           ELSE
               MOVE SPACES TO IP-RUN-NUMBER
               MOVE "Y" TO SOURCE-CHECK-SWITCH
           END-IF.

       LOAD-THE-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE.
           PERFORM READ-THE-NEXT-GL-ACCOUNT.
                   MOVE "Y" TO GL-ACCOUNT-END-SWITCH
           END-READ.

      * The codes prove the currency is on the table at
      * all; the rates are kept only to price the credit
      * check -- which rate is in force is still ADD07's
      * business when it posts.
       LOAD-THE-CURRENCY-LIST.
           OPEN INPUT CURRENCY-RATE-FILE.
           IF RATE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-RATE-RECORD
               PERFORM UNTIL NO-MORE-RATE-RECORDS
                   PERFORM NOTE-ONE-CURRENCY-CODE
                   PERFORM NOTE-ONE-RATE-ROW
                   PERFORM READ-THE-NEXT-RATE-RECORD
               END-PERFORM
           END-IF.
                   TO CLT-CURRENCY-CODE (CL-IDX)
           END-IF.

       NOTE-ONE-RATE-ROW.
           IF RATE-COUNT < 5000
               ADD 1 TO RATE-COUNT
               SET RT-IDX TO RATE-COUNT
               MOVE CU-CURRENCY-CODE TO RTT-CURRENCY-CODE (RT-IDX)
               MOVE CU-EFFECTIVE-DATE TO RTT-EFFECTIVE-DATE (RT-IDX)
               MOVE CU-RATE TO RTT-RATE (RT-IDX)
           END-IF.

       CHECK-THE-CURRENCY-CODE.
           MOVE "N" TO CURRENCY-FOUND-SWITCH.
           IF WANTED-CURRENCY = BASE-CURRENCY
               READ EDIT-CONTROL-FILE
                   NOT AT END
                       MOVE ED-REJECT-TOLERANCE TO REJECT-TOLERANCE
                       IF  ED-DUPLICATE-WINDOW IS NUMERIC
                       AND ED-DUPLICATE-WINDOW > ZERO
                           MOVE ED-DUPLICATE-WINDOW
                               TO DUPLICATE-WINDOW
                       END-IF
               END-READ
           END-IF.
           CLOSE EDIT-CONTROL-FILE.
                   ADD 1 TO READ-COUNT
           END-READ.

      * A source header or trailer is never edited or
      * passed on; a pair from a held source goes to
      * ADDSRCH.DAT with them instead of being edited, and
      * counts against no tolerance. An intraday run takes
      * ADDENT01's own batches, balanced as they were
      * keyed, and only sets their control records aside.
       TAKE-ONE-TRANSACTION.
           MOVE "N" TO SOURCE-HOLD-SWITCH.
           IF CHECKING-THE-SOURCES
               PERFORM PLACE-THE-RECORD
               IF  RECORD-BLOCK > ZERO
               AND BKT-HOLD-REASON (RECORD-BLOCK) NOT = SPACES
                   MOVE "Y" TO SOURCE-HOLD-SWITCH
               END-IF
           END-IF.
           IF NOT TT-SOURCE-PAIR
               ADD 1 TO CONTROL-RECORD-COUNT
               IF SOURCE-IS-HELD
                   PERFORM WRITE-THE-SOURCE-HOLD-RECORD
               END-IF
           ELSE
               IF SOURCE-IS-HELD
                   PERFORM WRITE-THE-SOURCE-HOLD-RECORD
                   ADD 1 TO SOURCE-HELD-COUNT
               ELSE
                   PERFORM EDIT-ONE-TRANSACTION
               END-IF
           END-IF.

       WRITE-THE-SOURCE-HOLD-RECORD.
           MOVE ADD-TRANSACTION-PACKED TO SOURCE-HOLD-IMAGE.
           WRITE SOURCE-HOLD-IMAGE.

       EDIT-ONE-TRANSACTION.
           IF TT-COMPANY = SPACES
               MOVE "01" TO WORK-COMPANY
               PERFORM CHECK-THE-CURRENCY-CODE
               IF NOT CURRENCY-IS-KNOWN
                   MOVE "UNKNOWN CURRENCY" TO REJECT-REASON
               ELSE
                   PERFORM CHECK-THE-TYPE-RULES
                   IF REJECT-REASON = SPACES
                       PERFORM CHECK-THE-COST-CENTER
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO FUTURE-DATED-SWITCH.
           IF REJECT-REASON = SPACES
               PERFORM CHECK-THE-EFFECTIVE-DATE
           END-IF.
           IF  REJECT-REASON = SPACES
           AND PAIR-IS-FUTURE-DATED
               PERFORM WRITE-THE-WAREHOUSE-RECORD
           ELSE
           IF REJECT-REASON = SPACES
               PERFORM CHECK-FOR-A-DUPLICATE
               IF DUPLICATE-WAS-FOUND
                   PERFORM WRITE-THE-DUPLICATE-RECORD
               ELSE
                   PERFORM CHECK-THE-APPROVAL-THRESHOLD
                   IF APPROVAL-IS-NEEDED
                       PERFORM WRITE-THE-APPROVAL-RECORD
                   ELSE
                       PERFORM CHECK-THE-CUSTOMER-CREDIT
                       IF HOLD-REASON = SPACES
                           PERFORM WRITE-THE-CLEAN-RECORD
                       ELSE
                           PERFORM WRITE-THE-HOLD-RECORD
                       END-IF
                   END-IF
                   PERFORM KEEP-THE-FINGERPRINT
               END-IF
           ELSE
               PERFORM WRITE-THE-REJECT-RECORD
           END-IF
           END-IF.

       FIND-THE-GL-ACCOUNT.
               END-SEARCH
           END-IF.

      * A result too big for the pair is ADD07's to send to
      * suspense, so only a result that fits is held to
      * the type's sign; zero breaks neither sign rule.
       CHECK-THE-TYPE-RULES.
           PERFORM FIND-THE-TRANSACTION-TYPE.
           IF TRANS-TYPE-WAS-FOUND
               IF BUSINESS-DATE < TMT-ACTIVE-FROM (TM-IDX)
               OR BUSINESS-DATE > TMT-ACTIVE-TO (TM-IDX)
                   MOVE "TYPE NOT ACTIVE" TO REJECT-REASON
               ELSE
                   PERFORM CHECK-THE-TYPE-CURRENCY
                   IF NOT CURRENCY-IS-ALLOWED
                       MOVE "CURRENCY NOT ALLOWED" TO REJECT-REASON
                   ELSE
                       MOVE "N" TO SIZE-ERROR-SWITCH
                       COMPUTE PAIR-RESULT =
                           FIRST-NUMBER + SECOND-NUMBER
                           ON SIZE ERROR
                               MOVE "Y" TO SIZE-ERROR-SWITCH
                       END-COMPUTE
                       IF NOT RESULT-TOO-BIG
                           IF (TMT-SIGN-RULE (TM-IDX) = "P"
                               AND PAIR-RESULT < ZERO)
                           OR (TMT-SIGN-RULE (TM-IDX) = "N"
                               AND PAIR-RESULT > ZERO)
                               MOVE "WRONG SIGN FOR TYPE"
                                   TO REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-THE-COST-CENTER.
           MOVE "F" TO CG-ACTION.
           MOVE TT-COST-CENTER TO CG-COST-CENTER.
           CALL "CCGET" USING COST-CENTER-PARAMETERS.
           IF  CG-CENTER-FOUND
           AND CG-CENTER-IS-INACTIVE
               MOVE "COST CENTER INACTIVE" TO REJECT-REASON
           END-IF.

       FIND-THE-TRANSACTION-TYPE.
           MOVE "N" TO TRANS-TYPE-FOUND-SWITCH.
           IF TRANS-TYPE-COUNT > 0
               SET TM-IDX TO 1
               SEARCH TRANS-TYPE-ENTRY
                   WHEN TMT-TRANS-TYPE (TM-IDX) = TT-TRANS-TYPE
                       MOVE "Y" TO TRANS-TYPE-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * A blank currency list allows any currency the rate
      * table knows.
       CHECK-THE-TYPE-CURRENCY.
           MOVE "Y" TO TYPE-CURRENCY-SWITCH.
           IF TMT-ALLOWED-CURRENCY (TM-IDX, 1) NOT = SPACES
               MOVE "N" TO TYPE-CURRENCY-SWITCH
               PERFORM VARYING TC-IDX FROM 1 BY 1
                       UNTIL TC-IDX > 4
                   IF TMT-ALLOWED-CURRENCY (TM-IDX, TC-IDX)
                          = TT-CURRENCY-CODE
                       MOVE "Y" TO TYPE-CURRENCY-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

      * A pair with no effective date belongs to the night
      * it arrives. A back-dated pair must find its period
      * open; a date no FISCCTL.DAT period covers is taken
      * as open, the way the other period checks take it.
       CHECK-THE-EFFECTIVE-DATE.
           MOVE BUSINESS-DATE TO EFFECTIVE-DATE.
           IF  TT-EFFECTIVE-DATE NOT = SPACES
           AND TT-EFFECTIVE-DATE NOT = ZERO
               IF TT-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "BAD EFFECTIVE DATE" TO REJECT-REASON
               ELSE
                   MOVE TT-EFFECTIVE-DATE TO EFFECTIVE-DATE
                   MOVE "P" TO DK-ACTION
                   MOVE EFFECTIVE-DATE TO DK-FIRST-DATE
                   CALL "DATECALC" USING DATE-CALC-PARAMETERS
                   IF DK-FIRST-DATE-INVALID
                       MOVE "BAD EFFECTIVE DATE" TO REJECT-REASON
                   ELSE
                       IF EFFECTIVE-DATE > BUSINESS-DATE
                           MOVE "Y" TO FUTURE-DATED-SWITCH
                       END-IF
                       IF  EFFECTIVE-DATE < BUSINESS-DATE
                       AND DK-DATE-OK
                       AND DK-PERIOD-STATUS = "C"
                           MOVE "PERIOD CLOSED" TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-THE-WAREHOUSE-RECORD.
           ADD 1 TO WAREHOUSED-COUNT.
           IF NOT NIGHT-ALREADY-WAREHOUSED
               MOVE SPACES TO ADD-WAREHOUSE-RECORD
               MOVE FIRST-NUMBER     TO WH-FIRST-NUMBER
               MOVE SECOND-NUMBER    TO WH-SECOND-NUMBER
               MOVE TT-TRANS-TYPE    TO WH-TRANS-TYPE
               MOVE TT-CURRENCY-CODE TO WH-CURRENCY-CODE
               MOVE TT-COST-CENTER   TO WH-COST-CENTER
               MOVE TT-CUSTOMER      TO WH-CUSTOMER
               MOVE TT-COMPANY       TO WH-COMPANY
               MOVE EFFECTIVE-DATE   TO WH-EFFECTIVE-DATE
               MOVE BUSINESS-DATE    TO WH-RECEIVED-DATE
               MOVE READ-COUNT       TO WH-RECORD-NUMBER
               MOVE "W"              TO WH-STATUS
               MOVE ZERO             TO WH-RELEASE-DATE
               MOVE IP-RUN-NUMBER    TO WH-INTRADAY-RUN
               WRITE ADD-WAREHOUSE-RECORD
           END-IF.

       OPEN-THE-WAREHOUSE-FOR-APPEND.
           OPEN EXTEND WAREHOUSE-FILE.
           IF WAREHOUSE-FILE-STATUS NOT = "00"
               OPEN OUTPUT WAREHOUSE-FILE
               CLOSE WAREHOUSE-FILE
               OPEN EXTEND WAREHOUSE-FILE
           END-IF.

       WRITE-THE-CLEAN-RECORD.
           MOVE FIRST-NUMBER     TO CL-FIRST-NUMBER.
           MOVE SECOND-NUMBER    TO CL-SECOND-NUMBER.
           MOVE TT-COST-CENTER   TO CL-COST-CENTER.
           MOVE TT-CUSTOMER      TO CL-CUSTOMER.
           MOVE TT-COMPANY       TO CL-COMPANY.
           MOVE TT-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE.
           MOVE TT-SOURCE-ID     TO CL-SOURCE-ID.
           MOVE SPACE            TO CL-RECORD-KIND.
           MOVE ZERO             TO CL-SOURCE-COUNT.
           MOVE ZERO             TO CL-SOURCE-HASH.
           WRITE CLEAN-TRANSACTION-PACKED.
           ADD 1 TO CLEAN-COUNT.

           MOVE WORK-COMPANY     TO RJ-COMPANY.
           WRITE ADD-REJECT-RECORD.
           ADD 1 TO REJECT-COUNT.

      * Level 3 routines -- source balancing.
       LOAD-THE-SOURCE-REGISTRY.
           OPEN INPUT SOURCE-REGISTRY-FILE.
           IF SOURCE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-SOURCE-ROW
               PERFORM UNTIL NO-MORE-SOURCE-ROWS
                   IF SOURCE-COUNT < 50
                       ADD 1 TO SOURCE-COUNT
                       SET SC-IDX TO SOURCE-COUNT
                       MOVE SC-SOURCE-ID TO SCT-SOURCE-ID (SC-IDX)
                       MOVE SC-DESCRIPTION
                           TO SCT-DESCRIPTION (SC-IDX)
                       MOVE SC-EXPECTED-FLAG
                           TO SCT-EXPECTED-FLAG (SC-IDX)
                       MOVE SC-CONTROL-FLAG
                           TO SCT-CONTROL-FLAG (SC-IDX)
                       MOVE "N" TO SCT-RECEIVED-SWITCH (SC-IDX)
                   END-IF
                   PERFORM READ-THE-NEXT-SOURCE-ROW
               END-PERFORM
           END-IF.
           CLOSE SOURCE-REGISTRY-FILE.

       READ-THE-NEXT-SOURCE-ROW.
           READ SOURCE-REGISTRY-FILE
               AT END
                   MOVE "Y" TO SOURCE-END-SWITCH
           END-READ.

      * The whole feed is read once ahead of the edit, so a
      * source's every pair is known to balance (or not)
      * before the first of them is passed on.
       SURVEY-THE-SOURCES.
           MOVE "Y" TO SURVEY-SWITCH.
           OPEN INPUT ADD-TRANSACTION-FILE.
           PERFORM READ-THE-NEXT-TRANSACTION.
           PERFORM UNTIL NO-MORE-TRANSACTIONS
               PERFORM PLACE-THE-RECORD
               PERFORM READ-THE-NEXT-TRANSACTION
           END-PERFORM.
           CLOSE ADD-TRANSACTION-FILE.
           PERFORM JUDGE-ONE-BLOCK
               VARYING BK-IDX FROM 1 BY 1
               UNTIL BK-IDX > BLOCK-COUNT.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > SOURCE-COUNT
               IF  SCT-EXPECTED-FLAG (SC-IDX) = "Y"
               AND SCT-RECEIVED-SWITCH (SC-IDX) NOT = "Y"
                   ADD 1 TO SOURCES-MISSING-COUNT
               END-IF
           END-PERFORM.
           MOVE "N" TO SURVEY-SWITCH.
           MOVE "N" TO TRAN-END-SWITCH.
           MOVE ZERO TO READ-COUNT.
           MOVE ZERO TO OPEN-BLOCK.

      * Finds the entry the record belongs to, in
      * RECORD-BLOCK (zero past a full table), and while
      * surveying adds the record to it. A header opens a
      * block; a trailer closes the open block of its own
      * source, and one that finds no such block -- as
      * does a header that finds a block still open -- is
      * left to show what it does not close.
       PLACE-THE-RECORD.
           MOVE ZERO TO RECORD-BLOCK.
           EVALUATE TRUE
               WHEN TT-SOURCE-HEADER
                   PERFORM FIND-THE-STARTING-BLOCK
                   MOVE RECORD-BLOCK TO OPEN-BLOCK
               WHEN TT-SOURCE-TRAILER
                   IF  OPEN-BLOCK > ZERO
                   AND BKT-SOURCE-ID (OPEN-BLOCK) = TT-SOURCE-ID
                       MOVE OPEN-BLOCK TO RECORD-BLOCK
                   ELSE
                       PERFORM FIND-THE-STARTING-BLOCK
                   END-IF
                   IF  SURVEYING-THE-FEED
                   AND RECORD-BLOCK > ZERO
                       MOVE "Y" TO BKT-TRAILER-SWITCH (RECORD-BLOCK)
                       MOVE TT-SOURCE-COUNT
                           TO BKT-SENT-COUNT (RECORD-BLOCK)
                       MOVE TT-SOURCE-HASH
                           TO BKT-SENT-HASH (RECORD-BLOCK)
                   END-IF
                   MOVE ZERO TO OPEN-BLOCK
               WHEN OTHER
                   IF OPEN-BLOCK > ZERO
                       MOVE OPEN-BLOCK TO RECORD-BLOCK
                   ELSE
                       PERFORM FIND-THE-LOOSE-BLOCK
                   END-IF
                   IF  SURVEYING-THE-FEED
                   AND RECORD-BLOCK > ZERO
                       ADD 1 TO BKT-PAIR-COUNT (RECORD-BLOCK)
                       ADD FIRST-NUMBER SECOND-NUMBER
                           TO BKT-PAIR-HASH (RECORD-BLOCK)
                       IF TT-SOURCE-ID
                          NOT = BKT-SOURCE-ID (RECORD-BLOCK)
                           MOVE "Y"
                               TO BKT-MIXED-SWITCH (RECORD-BLOCK)
                       END-IF
                   END-IF
           END-EVALUATE.

      * A block is known again on the edit pass by the
      * feed record it starts at.
       FIND-THE-STARTING-BLOCK.
           IF SURVEYING-THE-FEED
               MOVE "B" TO BLOCK-KIND-WANTED
               PERFORM ADD-ONE-BLOCK-ENTRY
           ELSE
               IF BLOCK-COUNT > 0
                   SET BK-IDX TO 1
                   SEARCH BLOCK-ENTRY
                       WHEN BKT-KIND (BK-IDX) = "B"
                        AND BKT-FIRST-RECORD (BK-IDX) = READ-COUNT
                           SET RECORD-BLOCK TO BK-IDX
                   END-SEARCH
               END-IF
           END-IF.

       FIND-THE-LOOSE-BLOCK.
           MOVE "N" TO BLOCK-FOUND-SWITCH.
           IF BLOCK-COUNT > 0
               SET BK-IDX TO 1
               SEARCH BLOCK-ENTRY
                   WHEN BKT-KIND (BK-IDX) = "L"
                    AND BKT-SOURCE-ID (BK-IDX) = TT-SOURCE-ID
                       MOVE "Y" TO BLOCK-FOUND-SWITCH
                       SET RECORD-BLOCK TO BK-IDX
               END-SEARCH
           END-IF.
           IF  SURVEYING-THE-FEED
           AND NOT BLOCK-WAS-FOUND
               MOVE "L" TO BLOCK-KIND-WANTED
               PERFORM ADD-ONE-BLOCK-ENTRY
           END-IF.

      * Records past a full table are passed unbalanced.
       ADD-ONE-BLOCK-ENTRY.
           IF BLOCK-COUNT < 100
               ADD 1 TO BLOCK-COUNT
               MOVE BLOCK-COUNT TO RECORD-BLOCK
               MOVE BLOCK-KIND-WANTED TO BKT-KIND (RECORD-BLOCK)
               MOVE TT-SOURCE-ID TO BKT-SOURCE-ID (RECORD-BLOCK)
               MOVE READ-COUNT TO BKT-FIRST-RECORD (RECORD-BLOCK)
               IF TT-SOURCE-HEADER
                   MOVE "Y" TO BKT-HEADER-SWITCH (RECORD-BLOCK)
               ELSE
                   MOVE "N" TO BKT-HEADER-SWITCH (RECORD-BLOCK)
               END-IF
               MOVE "N" TO BKT-TRAILER-SWITCH (RECORD-BLOCK)
               MOVE "N" TO BKT-MIXED-SWITCH (RECORD-BLOCK)
               MOVE ZERO TO BKT-PAIR-COUNT (RECORD-BLOCK)
               MOVE ZERO TO BKT-PAIR-HASH (RECORD-BLOCK)
               MOVE ZERO TO BKT-SENT-COUNT (RECORD-BLOCK)
               MOVE ZERO TO BKT-SENT-HASH (RECORD-BLOCK)
               MOVE SPACES TO BKT-HOLD-REASON (RECORD-BLOCK)
           ELSE
               IF NOT BLOCK-TABLE-FULL
                   DISPLAY "Source block table full at 100; "
                           "later blocks pass unbalanced."
                   MOVE "Y" TO BLOCK-FULL-SWITCH
               END-IF
           END-IF.

      * A block must run header to trailer under one
      * source and match the sender's own count and hash;
      * pairs outside a block are taken only from a source
      * the registry lets send that way. With no registry
      * on file any source is taken.
       JUDGE-ONE-BLOCK.
           PERFORM FIND-THE-SOURCE.
           IF BKT-KIND (BK-IDX) = "B"
               EVALUATE TRUE
                   WHEN BKT-HEADER-SWITCH (BK-IDX) NOT = "Y"
                       MOVE "NO HEADER" TO BKT-HOLD-REASON (BK-IDX)
                   WHEN BKT-TRAILER-SWITCH (BK-IDX) NOT = "Y"
                       MOVE "NO TRAILER" TO BKT-HOLD-REASON (BK-IDX)
                   WHEN BKT-MIXED-SWITCH (BK-IDX) = "Y"
                       MOVE "MIXED SOURCES"
                           TO BKT-HOLD-REASON (BK-IDX)
                   WHEN BKT-PAIR-COUNT (BK-IDX)
                           NOT = BKT-SENT-COUNT (BK-IDX)
                       MOVE "COUNT OFF" TO BKT-HOLD-REASON (BK-IDX)
                   WHEN BKT-PAIR-HASH (BK-IDX)
                           NOT = BKT-SENT-HASH (BK-IDX)
                       MOVE "HASH OFF" TO BKT-HOLD-REASON (BK-IDX)
                   WHEN SOURCE-COUNT > ZERO
                    AND NOT SOURCE-IS-REGISTERED
                       MOVE "NOT REGISTERED"
                           TO BKT-HOLD-REASON (BK-IDX)
               END-EVALUATE
           ELSE
               IF SOURCE-COUNT > ZERO
                   IF NOT SOURCE-IS-REGISTERED
                       MOVE "NOT REGISTERED"
                           TO BKT-HOLD-REASON (BK-IDX)
                   ELSE
                       IF SCT-CONTROL-FLAG (SC-IDX) = "Y"
                           MOVE "NOT IN A BLOCK"
                               TO BKT-HOLD-REASON (BK-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF SOURCE-IS-REGISTERED
               MOVE "Y" TO SCT-RECEIVED-SWITCH (SC-IDX)
           END-IF.
           IF BKT-HOLD-REASON (BK-IDX) NOT = SPACES
               ADD 1 TO SOURCES-HELD-COUNT
           END-IF.

       FIND-THE-SOURCE.
           MOVE "N" TO SOURCE-FOUND-SWITCH.
           IF SOURCE-COUNT > 0
               SET SC-IDX TO 1
               SEARCH SOURCE-ENTRY
                   WHEN SCT-SOURCE-ID (SC-IDX) = BKT-SOURCE-ID (BK-IDX)
                       MOVE "Y" TO SOURCE-FOUND-SWITCH
               END-SEARCH
           END-IF.

       WRITE-THE-SOURCE-REPORT.
           OPEN OUTPUT SOURCE-REPORT-FILE.
           MOVE BUSINESS-DATE TO SB-RUN-DATE.
           MOVE SOURCE-HEADING-1 TO SOURCE-REPORT-LINE.
           WRITE SOURCE-REPORT-LINE.
           MOVE SOURCE-HEADING-2 TO SOURCE-REPORT-LINE.
           WRITE SOURCE-REPORT-LINE.
           PERFORM WRITE-ONE-SOURCE-LINE
               VARYING BK-IDX FROM 1 BY 1
               UNTIL BK-IDX > BLOCK-COUNT.
           PERFORM WRITE-ONE-MISSING-LINE
               VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SOURCE-COUNT.
           COMPUTE ST-PASSED-COUNT = READ-COUNT
               - CONTROL-RECORD-COUNT - SOURCE-HELD-COUNT.
           MOVE SOURCE-HELD-COUNT TO ST-HELD-COUNT.
           MOVE SOURCES-MISSING-COUNT TO ST-MISSING-COUNT.
           MOVE SOURCE-TOTAL-LINE TO SOURCE-REPORT-LINE.
           WRITE SOURCE-REPORT-LINE.
           CLOSE SOURCE-REPORT-FILE.

       WRITE-ONE-SOURCE-LINE.
           MOVE BKT-SOURCE-ID (BK-IDX) TO SD-SOURCE-ID.
           MOVE BKT-FIRST-RECORD (BK-IDX) TO SD-FIRST-RECORD.
           MOVE BKT-PAIR-COUNT (BK-IDX) TO SD-PAIR-COUNT.
           MOVE BKT-PAIR-HASH (BK-IDX) TO SD-PAIR-HASH.
           MOVE BKT-SENT-COUNT (BK-IDX) TO SD-SENT-COUNT.
           MOVE BKT-SENT-HASH (BK-IDX) TO SD-SENT-HASH.
           MOVE SPACES TO SD-STATUS.
           IF BKT-HOLD-REASON (BK-IDX) NOT = SPACES
               STRING "HELD " DELIMITED BY SIZE
                      BKT-HOLD-REASON (BK-IDX) DELIMITED BY SIZE
                   INTO SD-STATUS
           ELSE
               IF BKT-KIND (BK-IDX) = "B"
                   MOVE "BALANCED" TO SD-STATUS
               ELSE
                   MOVE "TAKEN, NO TRAILER" TO SD-STATUS
               END-IF
           END-IF.
           MOVE SOURCE-DETAIL-LINE TO SOURCE-REPORT-LINE.
           WRITE SOURCE-REPORT-LINE.

       WRITE-ONE-MISSING-LINE.
           IF  SCT-EXPECTED-FLAG (SC-IDX) = "Y"
           AND SCT-RECEIVED-SWITCH (SC-IDX) NOT = "Y"
               MOVE SCT-SOURCE-ID (SC-IDX) TO SM-SOURCE-ID
               MOVE SCT-DESCRIPTION (SC-IDX) TO SM-DESCRIPTION
               MOVE SOURCE-MISSING-LINE TO SOURCE-REPORT-LINE
               WRITE SOURCE-REPORT-LINE
           END-IF.

      * Level 3 routines -- the credit check.
      * Only a sale on account for a customer with a
      * NAMECRED.DAT record is measured, and only a pair
      * ADD07 will actually post -- one that fits and has
      * a rate -- since nothing else reaches the ledger.
      * A released item CRDRCY01 fed back tonight passes,
      * though it still counts toward what is owed.
       CHECK-THE-CUSTOMER-CREDIT.
           MOVE SPACES TO HOLD-REASON.
           PERFORM FIND-THE-RECEIVABLE-TYPE.
           PERFORM FIND-THE-CUSTOMER-NUMBER.
           MOVE "N" TO CREDIT-FOUND-SWITCH.
           IF NAME-WAS-FOUND
               PERFORM FIND-THE-CREDIT-ROW
           END-IF.
           IF PAIR-IS-RECEIVABLE AND CREDIT-WAS-FOUND
               MOVE "N" TO SIZE-ERROR-SWITCH
               COMPUTE PAIR-RESULT = FIRST-NUMBER + SECOND-NUMBER
                   ON SIZE ERROR
                       MOVE "Y" TO SIZE-ERROR-SWITCH
               END-COMPUTE
               MOVE TT-CURRENCY-CODE TO WANTED-CURRENCY
               PERFORM FIND-THE-CURRENCY-RATE
               IF NOT RESULT-TOO-BIG AND RATE-WAS-FOUND
                   COMPUTE BASE-EQUIVALENT ROUNDED =
                       PAIR-RESULT * FOUND-RATE
                   PERFORM MEASURE-THE-CREDIT
               END-IF
           END-IF.

       MEASURE-THE-CREDIT.
           IF BASE-EQUIVALENT > ZERO
               IF CRT-HOLD-FLAG (CR-IDX) = "H"
                   MOVE "CUSTOMER ON HOLD" TO HOLD-REASON
               ELSE
                   IF CRT-BALANCE (CR-IDX) + BASE-EQUIVALENT
                      > CRT-CREDIT-LIMIT (CR-IDX)
                       MOVE "OVER CREDIT LIMIT" TO HOLD-REASON
                   END-IF
               END-IF
           END-IF.
           IF HOLD-REASON NOT = SPACES
               PERFORM FIND-THE-RELEASE-PASS
               IF PASS-WAS-FOUND
                   MOVE "Y" TO PST-USED-SWITCH (PS-IDX)
                   MOVE SPACES TO HOLD-REASON
                   ADD 1 TO RELEASED-COUNT
               END-IF
           END-IF.
           IF HOLD-REASON = SPACES
               ADD BASE-EQUIVALENT TO CRT-BALANCE (CR-IDX)
           END-IF.

       FIND-THE-RECEIVABLE-TYPE.
           MOVE "N" TO RECEIVABLE-FOUND-SWITCH.
           IF RECEIVABLE-COUNT > 0
               SET RV-IDX TO 1
               SEARCH RECEIVABLE-ENTRY
                   WHEN RVT-COMPANY (RV-IDX) = WORK-COMPANY
                    AND RVT-TRANS-TYPE (RV-IDX) = TT-TRANS-TYPE
                       MOVE "Y" TO RECEIVABLE-FOUND-SWITCH
               END-SEARCH
           END-IF.

       FIND-THE-CUSTOMER-NUMBER.
           MOVE "N" TO NAME-FOUND-SWITCH.
           IF  MASTER-COUNT > 0
           AND TT-CUSTOMER NOT = SPACES
               SET NAME-IDX TO 1
               SEARCH NAME-ENTRY
                   WHEN TBL-NAME (NAME-IDX) = TT-CUSTOMER
                       MOVE "Y" TO NAME-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NAME-WAS-FOUND
           AND TBL-CUST-NO (NAME-IDX) = SPACES
               MOVE "N" TO NAME-FOUND-SWITCH
           END-IF.

       FIND-THE-CREDIT-ROW.
           MOVE "N" TO CREDIT-FOUND-SWITCH.
           IF CREDIT-COUNT > 0
               SET CR-IDX TO 1
               SEARCH CREDIT-ENTRY
                   WHEN CRT-CUST-NO (CR-IDX) = TBL-CUST-NO (NAME-IDX)
                       MOVE "Y" TO CREDIT-FOUND-SWITCH
               END-SEARCH
           END-IF.

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

       FIND-THE-RELEASE-PASS.
           MOVE "N" TO PASS-FOUND-SWITCH.
           IF PASS-COUNT > 0
               SET PS-IDX TO 1
               SEARCH PASS-ENTRY
                   WHEN PST-USED-SWITCH (PS-IDX) = "N"
                    AND PST-FIRST-NUMBER (PS-IDX) = FIRST-NUMBER
                    AND PST-SECOND-NUMBER (PS-IDX) = SECOND-NUMBER
                    AND PST-TRANS-TYPE (PS-IDX) = TT-TRANS-TYPE
                    AND PST-CURRENCY-CODE (PS-IDX) = TT-CURRENCY-CODE
                    AND PST-COST-CENTER (PS-IDX) = TT-COST-CENTER
                    AND PST-CUSTOMER (PS-IDX) = TT-CUSTOMER
                    AND PST-COMPANY (PS-IDX) = TT-COMPANY
                       MOVE "Y" TO PASS-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * On a resubmitted stream the night's holds are
      * already on file, so the item is kept out of the
      * clean feed again but not written a second time.
       WRITE-THE-HOLD-RECORD.
           ADD 1 TO HELD-COUNT.
           IF NOT NIGHT-ALREADY-HELD
               MOVE SPACES TO ADD-CREDIT-HOLD-RECORD
               MOVE FIRST-NUMBER     TO CH-FIRST-NUMBER
               MOVE SECOND-NUMBER    TO CH-SECOND-NUMBER
               MOVE TT-TRANS-TYPE    TO CH-TRANS-TYPE
               MOVE TT-CURRENCY-CODE TO CH-CURRENCY-CODE
               MOVE TT-COST-CENTER   TO CH-COST-CENTER
               MOVE TT-CUSTOMER      TO CH-CUSTOMER
               MOVE TT-COMPANY       TO CH-COMPANY
               MOVE CRT-CUST-NO (CR-IDX) TO CH-CUST-NO
               MOVE BUSINESS-DATE    TO CH-HOLD-DATE
               MOVE HOLD-REASON      TO CH-REASON
               MOVE BASE-EQUIVALENT  TO CH-BASE-AMOUNT
               MOVE CRT-BALANCE (CR-IDX) TO CH-BALANCE
               MOVE CRT-CREDIT-LIMIT (CR-IDX) TO CH-CREDIT-LIMIT
               MOVE "O"              TO CH-DISPOSITION
               MOVE ZERO             TO CH-WORKED-DATE
                                        CH-RECYCLE-DATE
               MOVE IP-RUN-NUMBER    TO CH-INTRADAY-RUN
               MOVE TT-EFFECTIVE-DATE TO CH-EFFECTIVE-DATE
               WRITE ADD-CREDIT-HOLD-RECORD
           END-IF.

       OPEN-THE-HOLD-FILE-FOR-APPEND.
           OPEN EXTEND CREDIT-HOLD-FILE.
           IF HOLD-FILE-STATUS NOT = "00"
               OPEN OUTPUT CREDIT-HOLD-FILE
               CLOSE CREDIT-HOLD-FILE
               OPEN EXTEND CREDIT-HOLD-FILE
           END-IF.

      * The night's own earlier transactions are on the
      * table as well as the window's, so a repeat inside
      * one feed is caught the same way. A recycled item
      * uses up its pass instead.
       CHECK-FOR-A-DUPLICATE.
           MOVE "N" TO DUPLICATE-FOUND-SWITCH.
           PERFORM FIND-THE-DUPLICATE-PASS.
           IF DUP-PASS-WAS-FOUND
               MOVE "Y" TO DPT-USED-SWITCH (DP-IDX)
               ADD 1 TO RECYCLE-PASS-COUNT
           ELSE
               IF FINGERPRINT-COUNT > 0
                   SET FP-IDX TO 1
                   SEARCH FINGERPRINT-ENTRY
                       WHEN FPT-CUSTOMER (FP-IDX) = TT-CUSTOMER
                        AND FPT-TRANS-TYPE (FP-IDX) = TT-TRANS-TYPE
                        AND FPT-COST-CENTER (FP-IDX) = TT-COST-CENTER
                        AND FPT-COMPANY (FP-IDX) = WORK-COMPANY
                        AND FPT-CURRENCY-CODE (FP-IDX)
                                = TT-CURRENCY-CODE
                        AND FPT-FIRST-NUMBER (FP-IDX) = FIRST-NUMBER
                        AND FPT-SECOND-NUMBER (FP-IDX)
                                = SECOND-NUMBER
                           MOVE "Y" TO DUPLICATE-FOUND-SWITCH
                   END-SEARCH
               END-IF
           END-IF.

       FIND-THE-DUPLICATE-PASS.
           MOVE "N" TO DUP-PASS-FOUND-SWITCH.
           IF DUP-PASS-COUNT > 0
               SET DP-IDX TO 1
               SEARCH DUP-PASS-ENTRY
                   WHEN DPT-USED-SWITCH (DP-IDX) = "N"
                    AND DPT-FIRST-NUMBER (DP-IDX) = FIRST-NUMBER
                    AND DPT-SECOND-NUMBER (DP-IDX) = SECOND-NUMBER
                    AND DPT-TRANS-TYPE (DP-IDX) = TT-TRANS-TYPE
                    AND DPT-CURRENCY-CODE (DP-IDX) = TT-CURRENCY-CODE
                    AND DPT-COST-CENTER (DP-IDX) = TT-COST-CENTER
                    AND DPT-CUSTOMER (DP-IDX) = TT-CUSTOMER
                    AND DPT-COMPANY (DP-IDX) = TT-COMPANY
                       MOVE "Y" TO DUP-PASS-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * As with the credit holds, a resubmitted stream
      * keeps the item out again without a second record.
       WRITE-THE-DUPLICATE-RECORD.
           ADD 1 TO DUPLICATE-COUNT.
           IF NOT NIGHT-ALREADY-DUP-HELD
               MOVE SPACES TO ADD-DUPLICATE-HOLD-RECORD
               MOVE FIRST-NUMBER     TO DQ-FIRST-NUMBER
               MOVE SECOND-NUMBER    TO DQ-SECOND-NUMBER
               MOVE TT-TRANS-TYPE    TO DQ-TRANS-TYPE
               MOVE TT-CURRENCY-CODE TO DQ-CURRENCY-CODE
               MOVE TT-COST-CENTER   TO DQ-COST-CENTER
               MOVE TT-CUSTOMER      TO DQ-CUSTOMER
               MOVE TT-COMPANY       TO DQ-COMPANY
               MOVE BUSINESS-DATE    TO DQ-HOLD-DATE
               MOVE READ-COUNT       TO DQ-RECORD-NUMBER
               MOVE FPT-FEED-DATE (FP-IDX) TO DQ-MATCH-DATE
               MOVE FPT-RECORD-NUMBER (FP-IDX) TO DQ-MATCH-RECORD
               MOVE "O"              TO DQ-DISPOSITION
               MOVE ZERO             TO DQ-WORKED-DATE
                                        DQ-RECYCLE-DATE
               MOVE IP-RUN-NUMBER    TO DQ-INTRADAY-RUN
               MOVE TT-EFFECTIVE-DATE TO DQ-EFFECTIVE-DATE
               WRITE ADD-DUPLICATE-HOLD-RECORD
           END-IF.

      * The pair is measured without its sign in its own
      * currency, against the row that names the most of
      * the transaction's own keys.
       CHECK-THE-APPROVAL-THRESHOLD.
           MOVE "N" TO APPROVAL-SWITCH.
           MOVE ZERO TO BEST-FIT-COUNT BEST-THRESHOLD.
           PERFORM FIT-ONE-THRESHOLD
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > THRESHOLD-COUNT.
           COMPUTE PAIR-SIZE = FIRST-NUMBER + SECOND-NUMBER.
           IF PAIR-SIZE < ZERO
               COMPUTE PAIR-SIZE = ZERO - PAIR-SIZE
           END-IF.
           IF  BEST-FIT-COUNT > ZERO
           AND PAIR-SIZE > BEST-THRESHOLD
               PERFORM FIND-THE-APPROVAL-PASS
               IF APPROVAL-PASS-WAS-FOUND
                   MOVE "Y" TO APT-USED-SWITCH (APT-IDX)
                   ADD 1 TO APPROVED-PASS-COUNT
               ELSE
                   MOVE "Y" TO APPROVAL-SWITCH
               END-IF
           END-IF.

      * ROW-FIT-COUNT is one for the row fitting at all,
      * plus one for each key it names outright; the first
      * row with the highest count is used.
       FIT-ONE-THRESHOLD.
           MOVE 1 TO ROW-FIT-COUNT.
           MOVE "Y" TO ROW-FITS-SWITCH.
           IF HTT-TRANS-TYPE (HT-IDX) = TT-TRANS-TYPE
               ADD 1 TO ROW-FIT-COUNT
           ELSE
           IF HTT-TRANS-TYPE (HT-IDX) NOT = "**"
               MOVE "N" TO ROW-FITS-SWITCH
           END-IF
           END-IF.
           IF HTT-COMPANY (HT-IDX) = WORK-COMPANY
               ADD 1 TO ROW-FIT-COUNT
           ELSE
           IF HTT-COMPANY (HT-IDX) NOT = "**"
               MOVE "N" TO ROW-FITS-SWITCH
           END-IF
           END-IF.
           IF HTT-CURRENCY-CODE (HT-IDX) = TT-CURRENCY-CODE
               ADD 1 TO ROW-FIT-COUNT
           ELSE
           IF HTT-CURRENCY-CODE (HT-IDX) NOT = "***"
               MOVE "N" TO ROW-FITS-SWITCH
           END-IF
           END-IF.
           IF  ROW-FITS
           AND ROW-FIT-COUNT > BEST-FIT-COUNT
               MOVE ROW-FIT-COUNT TO BEST-FIT-COUNT
               MOVE HTT-THRESHOLD (HT-IDX) TO BEST-THRESHOLD
           END-IF.

       FIND-THE-APPROVAL-PASS.
           MOVE "N" TO APPROVAL-PASS-FOUND-SWITCH.
           IF APPROVAL-PASS-COUNT > 0
               SET APT-IDX TO 1
               SEARCH APPROVAL-PASS-ENTRY
                   WHEN APT-USED-SWITCH (APT-IDX) = "N"
                    AND APT-FIRST-NUMBER (APT-IDX) = FIRST-NUMBER
                    AND APT-SECOND-NUMBER (APT-IDX) = SECOND-NUMBER
                    AND APT-TRANS-TYPE (APT-IDX) = TT-TRANS-TYPE
                    AND APT-CURRENCY-CODE (APT-IDX)
                            = TT-CURRENCY-CODE
                    AND APT-COST-CENTER (APT-IDX) = TT-COST-CENTER
                    AND APT-CUSTOMER (APT-IDX) = TT-CUSTOMER
                    AND APT-COMPANY (APT-IDX) = TT-COMPANY
                       MOVE "Y" TO APPROVAL-PASS-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * As with the other holds, a resubmitted stream keeps
      * the item out again without a second record.
       WRITE-THE-APPROVAL-RECORD.
           ADD 1 TO PENDING-COUNT.
           IF NOT NIGHT-ALREADY-PENDING
               MOVE SPACES TO ADD-APPROVAL-RECORD
               MOVE FIRST-NUMBER     TO AW-FIRST-NUMBER
               MOVE SECOND-NUMBER    TO AW-SECOND-NUMBER
               MOVE TT-TRANS-TYPE    TO AW-TRANS-TYPE
               MOVE TT-CURRENCY-CODE TO AW-CURRENCY-CODE
               MOVE TT-COST-CENTER   TO AW-COST-CENTER
               MOVE TT-CUSTOMER      TO AW-CUSTOMER
               MOVE TT-COMPANY       TO AW-COMPANY
               MOVE BUSINESS-DATE    TO AW-HOLD-DATE
               MOVE READ-COUNT       TO AW-RECORD-NUMBER
               MOVE BEST-THRESHOLD   TO AW-THRESHOLD
               PERFORM FIND-THE-KEYING-OPERATOR
               IF KEYER-WAS-FOUND
                   MOVE "Y" TO KLT-USED-SWITCH (KL-IDX)
                   MOVE KLT-OPERATOR-ID (KL-IDX) TO AW-KEYED-BY
               END-IF
               MOVE "O"              TO AW-DISPOSITION
               MOVE ZERO             TO AW-WORKED-DATE
                                        AW-WORKED-TIME
                                        AW-RECYCLE-DATE
               MOVE IP-RUN-NUMBER    TO AW-INTRADAY-RUN
               MOVE TT-EFFECTIVE-DATE TO AW-EFFECTIVE-DATE
               WRITE ADD-APPROVAL-RECORD
           END-IF.

       FIND-THE-KEYING-OPERATOR.
           MOVE "N" TO KEYLOG-FOUND-SWITCH.
           IF KEYLOG-COUNT > 0
               SET KL-IDX TO 1
               SEARCH KEYLOG-ENTRY
                   WHEN KLT-USED-SWITCH (KL-IDX) = "N"
                    AND KLT-FIRST-NUMBER (KL-IDX) = FIRST-NUMBER
                    AND KLT-SECOND-NUMBER (KL-IDX) = SECOND-NUMBER
                    AND KLT-TRANS-TYPE (KL-IDX) = TT-TRANS-TYPE
                    AND KLT-CURRENCY-CODE (KL-IDX) = TT-CURRENCY-CODE
                    AND KLT-COST-CENTER (KL-IDX) = TT-COST-CENTER
                    AND KLT-CUSTOMER (KL-IDX) = TT-CUSTOMER
                    AND KLT-COMPANY (KL-IDX) = TT-COMPANY
                       MOVE "Y" TO KEYLOG-FOUND-SWITCH
               END-SEARCH
           END-IF.

       OPEN-THE-APPROVAL-FILE-FOR-APPEND.
           OPEN EXTEND APPROVAL-FILE.
           IF APPROVAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN EXTEND APPROVAL-FILE
           END-IF.

      * Kept for everything that goes on to post or to the
      * credit holds; a duplicate held tonight is not, so
      * its release does not match against itself.
       KEEP-THE-FINGERPRINT.
           IF FINGERPRINT-COUNT >= FINGERPRINT-LIMIT
               IF NOT FINGERPRINT-TABLE-FULL
                   MOVE "Y" TO FINGERPRINT-FULL-SWITCH
                   DISPLAY "Fingerprint table full; later items "
                           "not kept for the duplicate check."
                   MOVE "Fingerprint table full; dups unchecked"
                       TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
           ELSE
               ADD 1 TO FINGERPRINT-COUNT
               SET FP-IDX TO FINGERPRINT-COUNT
               MOVE BUSINESS-DATE TO FPT-FEED-DATE (FP-IDX)
               MOVE READ-COUNT TO FPT-RECORD-NUMBER (FP-IDX)
               MOVE TT-CUSTOMER TO FPT-CUSTOMER (FP-IDX)
               MOVE TT-TRANS-TYPE TO FPT-TRANS-TYPE (FP-IDX)
               MOVE TT-COST-CENTER TO FPT-COST-CENTER (FP-IDX)
               MOVE WORK-COMPANY TO FPT-COMPANY (FP-IDX)
               MOVE TT-CURRENCY-CODE TO FPT-CURRENCY-CODE (FP-IDX)
               MOVE FIRST-NUMBER TO FPT-FIRST-NUMBER (FP-IDX)
               MOVE SECOND-NUMBER TO FPT-SECOND-NUMBER (FP-IDX)
               MOVE IP-RUN-NUMBER TO FPT-INTRADAY-RUN (FP-IDX)
           END-IF.

       OPEN-THE-DUP-FILE-FOR-APPEND.
           OPEN EXTEND DUPLICATE-HOLD-FILE.
           IF DUP-FILE-STATUS NOT = "00"
               OPEN OUTPUT DUPLICATE-HOLD-FILE
               CLOSE DUPLICATE-HOLD-FILE
               OPEN EXTEND DUPLICATE-HOLD-FILE
           END-IF.

      * Everything still inside the window goes back out,
      * tonight's fingerprints after it.
       SAVE-THE-FINGERPRINT-HISTORY.
           OPEN OUTPUT FINGERPRINT-FILE.
           PERFORM VARYING FP-IDX FROM 1 BY 1
                   UNTIL FP-IDX > FINGERPRINT-COUNT
               MOVE SPACES TO ADD-FINGERPRINT-RECORD
               MOVE FPT-FEED-DATE (FP-IDX) TO FN-FEED-DATE
               MOVE FPT-RECORD-NUMBER (FP-IDX) TO FN-RECORD-NUMBER
               MOVE FPT-CUSTOMER (FP-IDX) TO FN-CUSTOMER
               MOVE FPT-TRANS-TYPE (FP-IDX) TO FN-TRANS-TYPE
               MOVE FPT-COST-CENTER (FP-IDX) TO FN-COST-CENTER
               MOVE FPT-COMPANY (FP-IDX) TO FN-COMPANY
               MOVE FPT-CURRENCY-CODE (FP-IDX) TO FN-CURRENCY-CODE
               MOVE FPT-FIRST-NUMBER (FP-IDX) TO FN-FIRST-NUMBER
               MOVE FPT-SECOND-NUMBER (FP-IDX) TO FN-SECOND-NUMBER
               MOVE FPT-INTRADAY-RUN (FP-IDX) TO FN-INTRADAY-RUN
               WRITE ADD-FINGERPRINT-RECORD
           END-PERFORM.
           CLOSE FINGERPRINT-FILE.

      * Level 3 routines -- loading for the credit check.
       LOAD-THE-RECEIVABLE-TYPES.
           OPEN INPUT AR-CONTROL-FILE.
           IF AR-CTL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-AR-CONTROL
               PERFORM UNTIL NO-MORE-AR-CONTROLS
                   IF RECEIVABLE-COUNT >= 100
                       DISPLAY "Receivable type table full at 100; "
                               "remaining ARCTL rows ignored."
                       MOVE "Y" TO AR-CTL-END-SWITCH
                   ELSE
                       ADD 1 TO RECEIVABLE-COUNT
                       SET RV-IDX TO RECEIVABLE-COUNT
                       IF AC-COMPANY = SPACES
                           MOVE "01" TO RVT-COMPANY (RV-IDX)
                       ELSE
                           MOVE AC-COMPANY TO RVT-COMPANY (RV-IDX)
                       END-IF
                       MOVE AC-TRANS-TYPE TO RVT-TRANS-TYPE (RV-IDX)
                       PERFORM READ-THE-NEXT-AR-CONTROL
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE AR-CONTROL-FILE.

       READ-THE-NEXT-AR-CONTROL.
           READ AR-CONTROL-FILE
               AT END
                   MOVE "Y" TO AR-CTL-END-SWITCH
           END-READ.

       LOAD-THE-NAME-MASTER.
           OPEN INPUT NAME-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   IF MASTER-COUNT >= 1000
                       DISPLAY "Name master exceeds the table; "
                               "remaining records not loaded."
                       MOVE "Y" TO MASTER-END-SWITCH
                   ELSE
                       ADD 1 TO MASTER-COUNT
                       SET NAME-IDX TO MASTER-COUNT
                       MOVE NM-NAME TO TBL-NAME (NAME-IDX)
                       MOVE NM-CUST-NO TO TBL-CUST-NO (NAME-IDX)
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

      * A customer left off a full table would escape the
      * check, so the shortfall is logged as well as shown.
       LOAD-THE-CREDIT-LIMITS.
           OPEN INPUT NAME-CREDIT-FILE.
           IF CREDIT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CREDIT-RECORD
               PERFORM UNTIL NO-MORE-CREDIT-RECORDS
                   IF CREDIT-COUNT >= 1000
                       DISPLAY "Credit table full at 1000; "
                               "remaining NAMECRED rows ignored."
                       MOVE "Credit table full; customers unchecked"
                           TO EXC-TEXT
                       MOVE "CTRL" TO EXC-CATEGORY
                       CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                            EXC-CATEGORY
                       MOVE "Y" TO CREDIT-END-SWITCH
                   ELSE
                       ADD 1 TO CREDIT-COUNT
                       SET CR-IDX TO CREDIT-COUNT
                       MOVE NC-CUST-NO TO CRT-CUST-NO (CR-IDX)
                       IF NC-CREDIT-LIMIT IS NUMERIC
                           MOVE NC-CREDIT-LIMIT
                               TO CRT-CREDIT-LIMIT (CR-IDX)
                       ELSE
                           MOVE ZERO TO CRT-CREDIT-LIMIT (CR-IDX)
                       END-IF
                       MOVE NC-HOLD-FLAG TO CRT-HOLD-FLAG (CR-IDX)
                       MOVE ZERO TO CRT-BALANCE (CR-IDX)
                       PERFORM READ-THE-NEXT-CREDIT-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE NAME-CREDIT-FILE.

       READ-THE-NEXT-CREDIT-RECORD.
           READ NAME-CREDIT-FILE
               AT END
                   MOVE "Y" TO CREDIT-END-SWITCH
           END-READ.

       LOAD-THE-OPEN-BALANCES.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF OPEN-ITEM-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-OPEN-ITEM
               PERFORM UNTIL NO-MORE-OPEN-ITEMS
                   PERFORM ADD-ONE-OPEN-ITEM
                   PERFORM READ-THE-NEXT-OPEN-ITEM
               END-PERFORM
           END-IF.
           CLOSE AR-OPEN-ITEM-FILE.

       ADD-ONE-OPEN-ITEM.
           IF  CREDIT-COUNT > 0
           AND AR-CUST-NO NOT = SPACES
               SET CR-IDX TO 1
               SEARCH CREDIT-ENTRY
                   WHEN CRT-CUST-NO (CR-IDX) = AR-CUST-NO
                       ADD AR-OPEN-AMOUNT TO CRT-BALANCE (CR-IDX)
               END-SEARCH
           END-IF.

       READ-THE-NEXT-OPEN-ITEM.
           READ AR-OPEN-ITEM-FILE
               AT END
                   MOVE "Y" TO OPEN-ITEM-END-SWITCH
           END-READ.

      * Pairs the day's intraday runs posted wait on
      * ADDTRNID.DAT until the night's ARPOST01 opens their
      * items, so a sale on account among them is owed
      * already. They are priced the way a passing sale
      * is.
       LOAD-THE-AWAITING-RECEIVABLES.
           OPEN INPUT AWAITING-RECEIVABLE-FILE.
           IF AWAITING-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-AWAITING-PAIR
               PERFORM UNTIL NO-MORE-AWAITING-PAIRS
                   PERFORM ADD-ONE-AWAITING-PAIR
                   PERFORM READ-THE-NEXT-AWAITING-PAIR
               END-PERFORM
           END-IF.
           CLOSE AWAITING-RECEIVABLE-FILE.
           IF AWAITING-COUNT > ZERO
               DISPLAY "Intraday sales owed, not yet on AROPEN: "
                       AWAITING-COUNT
           END-IF.

       ADD-ONE-AWAITING-PAIR.
           IF AV-COMPANY = SPACES
               MOVE "01" TO WORK-COMPANY
           ELSE
               MOVE AV-COMPANY TO WORK-COMPANY
           END-IF.
           MOVE "N" TO RECEIVABLE-FOUND-SWITCH.
           IF RECEIVABLE-COUNT > 0
               SET RV-IDX TO 1
               SEARCH RECEIVABLE-ENTRY
                   WHEN RVT-COMPANY (RV-IDX) = WORK-COMPANY
                    AND RVT-TRANS-TYPE (RV-IDX) = AV-TRANS-TYPE
                       MOVE "Y" TO RECEIVABLE-FOUND-SWITCH
               END-SEARCH
           END-IF.
           MOVE "N" TO NAME-FOUND-SWITCH.
           IF  MASTER-COUNT > 0
           AND AV-CUSTOMER NOT = SPACES
               SET NAME-IDX TO 1
               SEARCH NAME-ENTRY
                   WHEN TBL-NAME (NAME-IDX) = AV-CUSTOMER
                    AND TBL-CUST-NO (NAME-IDX) NOT = SPACES
                       MOVE "Y" TO NAME-FOUND-SWITCH
               END-SEARCH
           END-IF.
           MOVE "N" TO CREDIT-FOUND-SWITCH.
           IF NAME-WAS-FOUND
               PERFORM FIND-THE-CREDIT-ROW
           END-IF.
           IF PAIR-IS-RECEIVABLE AND CREDIT-WAS-FOUND
               MOVE "N" TO SIZE-ERROR-SWITCH
               COMPUTE PAIR-RESULT = AV-FIRST-NUMBER + AV-SECOND-NUMBER
                   ON SIZE ERROR
                       MOVE "Y" TO SIZE-ERROR-SWITCH
               END-COMPUTE
               MOVE AV-CURRENCY-CODE TO WANTED-CURRENCY
               PERFORM FIND-THE-CURRENCY-RATE
               IF NOT RESULT-TOO-BIG AND RATE-WAS-FOUND
                   COMPUTE BASE-EQUIVALENT ROUNDED =
                       PAIR-RESULT * FOUND-RATE
                   ADD BASE-EQUIVALENT TO CRT-BALANCE (CR-IDX)
                   ADD 1 TO AWAITING-COUNT
               END-IF
           END-IF.

       READ-THE-NEXT-AWAITING-PAIR.
           READ AWAITING-RECEIVABLE-FILE
               AT END
                   MOVE "Y" TO AWAITING-END-SWITCH
           END-READ.

      * Items recycled tonight become passes; any hold
      * already dated tonight means the stream is being
      * resubmitted.
       LOAD-THE-RELEASE-PASSES.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF HOLD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-HOLD-RECORD
               PERFORM UNTIL NO-MORE-HOLD-RECORDS
                   PERFORM TAKE-ONE-HOLD-RECORD
                   PERFORM READ-THE-NEXT-HOLD-RECORD
               END-PERFORM
           END-IF.
           CLOSE CREDIT-HOLD-FILE.

       TAKE-ONE-HOLD-RECORD.
           IF  CH-HOLD-DATE = BUSINESS-DATE
           AND CH-INTRADAY-RUN = IP-RUN-NUMBER
               MOVE "Y" TO HOLDS-WRITTEN-SWITCH
           END-IF.
           IF  CH-DISPOSITION = "R"
           AND CH-RECYCLE-DATE = BUSINESS-DATE
               MOVE CH-FIRST-NUMBER  TO DPC-FIRST-NUMBER
               MOVE CH-SECOND-NUMBER TO DPC-SECOND-NUMBER
               MOVE CH-TRANS-TYPE    TO DPC-TRANS-TYPE
               MOVE CH-CURRENCY-CODE TO DPC-CURRENCY-CODE
               MOVE CH-COST-CENTER   TO DPC-COST-CENTER
               MOVE CH-CUSTOMER      TO DPC-CUSTOMER
               MOVE CH-COMPANY       TO DPC-COMPANY
               PERFORM NOTE-ONE-DUPLICATE-PASS
           END-IF.
           IF  CH-DISPOSITION = "R"
           AND CH-RECYCLE-DATE = BUSINESS-DATE
               IF PASS-COUNT >= 1000
                   DISPLAY "Release pass table full at 1000; "
                           "remaining released items will hold."
               ELSE
                   ADD 1 TO PASS-COUNT
                   SET PS-IDX TO PASS-COUNT
                   MOVE CH-FIRST-NUMBER TO PST-FIRST-NUMBER (PS-IDX)
                   MOVE CH-SECOND-NUMBER
                       TO PST-SECOND-NUMBER (PS-IDX)
                   MOVE CH-TRANS-TYPE TO PST-TRANS-TYPE (PS-IDX)
                   MOVE CH-CURRENCY-CODE
                       TO PST-CURRENCY-CODE (PS-IDX)
                   MOVE CH-COST-CENTER TO PST-COST-CENTER (PS-IDX)
                   MOVE CH-CUSTOMER TO PST-CUSTOMER (PS-IDX)
                   MOVE CH-COMPANY TO PST-COMPANY (PS-IDX)
                   MOVE "N" TO PST-USED-SWITCH (PS-IDX)
               END-IF
           END-IF.

       READ-THE-NEXT-HOLD-RECORD.
           READ CREDIT-HOLD-FILE
               AT END
                   MOVE "Y" TO HOLD-END-SWITCH
           END-READ.

      * Level 3 routines -- loading for the duplicate check.
      * A night older than the window drops off; tonight's
      * own rows are a resubmitted stream's first try and
      * are rebuilt as the feed is read again. The day's
      * intraday runs are kept, all but this run's own.
       LOAD-THE-FINGERPRINT-HISTORY.
           CALL "TBLLIMIT" USING EXC-JOB-NAME FINGERPRINT-TABLE-NAME
                                  FINGERPRINT-LIMIT.
           IF FINGERPRINT-LIMIT > 5000
               MOVE 5000 TO FINGERPRINT-LIMIT
           END-IF.
           OPEN INPUT FINGERPRINT-FILE.
           IF PRINT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-FINGERPRINT
               PERFORM UNTIL NO-MORE-FINGERPRINTS
                   PERFORM TAKE-ONE-FINGERPRINT
                   PERFORM READ-THE-NEXT-FINGERPRINT
               END-PERFORM
           END-IF.
           CLOSE FINGERPRINT-FILE.

       TAKE-ONE-FINGERPRINT.
           IF  FN-FEED-DATE IS NUMERIC
           AND FN-FEED-DATE < BUSINESS-DATE
               MOVE "C" TO DK-ACTION
               MOVE FN-FEED-DATE TO DK-FIRST-DATE
               MOVE BUSINESS-DATE TO DK-SECOND-DATE
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF DK-DATE-OK
                   MOVE DK-DAY-COUNT TO NIGHT-AGE
                   IF NIGHT-AGE NOT > DUPLICATE-WINDOW
                       PERFORM NOTE-ONE-HISTORY-ROW
                   END-IF
               END-IF
           ELSE
               IF  FN-FEED-DATE = BUSINESS-DATE
               AND FN-INTRADAY-RUN NOT = SPACES
               AND FN-INTRADAY-RUN NOT = IP-RUN-NUMBER
                   PERFORM NOTE-ONE-HISTORY-ROW
               END-IF
           END-IF.

       NOTE-ONE-HISTORY-ROW.
           IF FINGERPRINT-COUNT >= FINGERPRINT-LIMIT
               IF NOT FINGERPRINT-TABLE-FULL
                   MOVE "Y" TO FINGERPRINT-FULL-SWITCH
                   DISPLAY "Fingerprint table full; older history "
                           "not loaded."
                   MOVE "Fingerprint table full; dups unchecked"
                       TO EXC-TEXT
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
           ELSE
               ADD 1 TO FINGERPRINT-COUNT
               SET FP-IDX TO FINGERPRINT-COUNT
               MOVE FN-FEED-DATE TO FPT-FEED-DATE (FP-IDX)
               MOVE FN-RECORD-NUMBER TO FPT-RECORD-NUMBER (FP-IDX)
               MOVE FN-CUSTOMER TO FPT-CUSTOMER (FP-IDX)
               MOVE FN-TRANS-TYPE TO FPT-TRANS-TYPE (FP-IDX)
               MOVE FN-COST-CENTER TO FPT-COST-CENTER (FP-IDX)
               MOVE FN-COMPANY TO FPT-COMPANY (FP-IDX)
               MOVE FN-CURRENCY-CODE TO FPT-CURRENCY-CODE (FP-IDX)
               MOVE FN-FIRST-NUMBER TO FPT-FIRST-NUMBER (FP-IDX)
               MOVE FN-SECOND-NUMBER TO FPT-SECOND-NUMBER (FP-IDX)
               MOVE FN-INTRADAY-RUN TO FPT-INTRADAY-RUN (FP-IDX)
           END-IF.

       READ-THE-NEXT-FINGERPRINT.
           READ FINGERPRINT-FILE
               AT END
                   MOVE "Y" TO PRINT-END-SWITCH
           END-READ.

      * Released duplicates recycled tonight become passes;
      * any duplicate already dated tonight means the
      * stream is being resubmitted.
       LOAD-THE-DUPLICATE-PASSES.
           OPEN INPUT DUPLICATE-HOLD-FILE.
           IF DUP-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-DUPLICATE
               PERFORM UNTIL NO-MORE-DUP-RECORDS
                   IF  DQ-HOLD-DATE = BUSINESS-DATE
                   AND DQ-INTRADAY-RUN = IP-RUN-NUMBER
                       MOVE "Y" TO DUPS-WRITTEN-SWITCH
                   END-IF
                   IF  DQ-DISPOSITION = "R"
                   AND DQ-RECYCLE-DATE = BUSINESS-DATE
                       MOVE DQ-FIRST-NUMBER  TO DPC-FIRST-NUMBER
                       MOVE DQ-SECOND-NUMBER TO DPC-SECOND-NUMBER
                       MOVE DQ-TRANS-TYPE    TO DPC-TRANS-TYPE
                       MOVE DQ-CURRENCY-CODE TO DPC-CURRENCY-CODE
                       MOVE DQ-COST-CENTER   TO DPC-COST-CENTER
                       MOVE DQ-CUSTOMER      TO DPC-CUSTOMER
                       MOVE DQ-COMPANY       TO DPC-COMPANY
                       PERFORM NOTE-ONE-DUPLICATE-PASS
                   END-IF
                   PERFORM READ-THE-NEXT-DUPLICATE
               END-PERFORM
           END-IF.
           CLOSE DUPLICATE-HOLD-FILE.

       READ-THE-NEXT-DUPLICATE.
           READ DUPLICATE-HOLD-FILE
               AT END
                   MOVE "Y" TO DUP-END-SWITCH
           END-READ.

      * Corrected suspense SUSRCY01 fed back tonight posts
      * the pair ADD07 refused on an earlier night.
       LOAD-THE-SUSPENSE-RECYCLES.
           OPEN INPUT ADD-SUSPENSE-FILE.
           IF SUSPENSE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-SUSPENSE-ITEM
               PERFORM UNTIL NO-MORE-SUSPENSE-ITEMS
                   IF  SS-DISPOSITION = "R"
                   AND SS-RECYCLE-DATE = BUSINESS-DATE
                       MOVE SS-FIRST-NUMBER  TO DPC-FIRST-NUMBER
                       MOVE SS-SECOND-NUMBER TO DPC-SECOND-NUMBER
                       MOVE SS-TRANS-TYPE    TO DPC-TRANS-TYPE
                       MOVE SS-CURRENCY-CODE TO DPC-CURRENCY-CODE
                       MOVE SS-COST-CENTER   TO DPC-COST-CENTER
                       MOVE SS-CUSTOMER      TO DPC-CUSTOMER
                       MOVE SS-COMPANY       TO DPC-COMPANY
                       PERFORM NOTE-ONE-DUPLICATE-PASS
                   END-IF
                   PERFORM READ-THE-NEXT-SUSPENSE-ITEM
               END-PERFORM
           END-IF.
           CLOSE ADD-SUSPENSE-FILE.

       READ-THE-NEXT-SUSPENSE-ITEM.
           READ ADD-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO SUSPENSE-END-SWITCH
           END-READ.

       NOTE-ONE-DUPLICATE-PASS.
           IF DUP-PASS-COUNT >= 1000
               DISPLAY "Duplicate pass table full at 1000; "
                       "remaining recycled items are checked."
           ELSE
               ADD 1 TO DUP-PASS-COUNT
               SET DP-IDX TO DUP-PASS-COUNT
               MOVE DPC-FIRST-NUMBER TO DPT-FIRST-NUMBER (DP-IDX)
               MOVE DPC-SECOND-NUMBER TO DPT-SECOND-NUMBER (DP-IDX)
               MOVE DPC-TRANS-TYPE TO DPT-TRANS-TYPE (DP-IDX)
               MOVE DPC-CURRENCY-CODE TO DPT-CURRENCY-CODE (DP-IDX)
               MOVE DPC-COST-CENTER TO DPT-COST-CENTER (DP-IDX)
               MOVE DPC-CUSTOMER TO DPT-CUSTOMER (DP-IDX)
               MOVE DPC-COMPANY TO DPT-COMPANY (DP-IDX)
               MOVE "N" TO DPT-USED-SWITCH (DP-IDX)
           END-IF.

      * Level 3 routines -- loading for the approval queue.
       LOAD-THE-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE.
           IF THRESHOLD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-THRESHOLD
               PERFORM UNTIL NO-MORE-THRESHOLDS
                   IF THRESHOLD-COUNT >= 200
                       DISPLAY "Threshold table full at 200; "
                               "remaining APRTHR rows ignored."
                       MOVE "Y" TO THRESHOLD-END-SWITCH
                   ELSE
                       IF HT-THRESHOLD IS NUMERIC
                           ADD 1 TO THRESHOLD-COUNT
                           SET HT-IDX TO THRESHOLD-COUNT
                           MOVE HT-TRANS-TYPE
                               TO HTT-TRANS-TYPE (HT-IDX)
                           MOVE HT-COMPANY TO HTT-COMPANY (HT-IDX)
                           MOVE HT-CURRENCY-CODE
                               TO HTT-CURRENCY-CODE (HT-IDX)
                           MOVE HT-THRESHOLD
                               TO HTT-THRESHOLD (HT-IDX)
                       END-IF
                       PERFORM READ-THE-NEXT-THRESHOLD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE THRESHOLD-FILE.

       READ-THE-NEXT-THRESHOLD.
           READ THRESHOLD-FILE
               AT END
                   MOVE "Y" TO THRESHOLD-END-SWITCH
           END-READ.

      * Approved items recycled tonight pass the threshold
      * and, repeating the night they were held, the
      * duplicate check; any item already dated tonight
      * means the stream is being resubmitted.
       LOAD-THE-APPROVAL-PASSES.
           OPEN INPUT APPROVAL-FILE.
           IF APPROVAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-APPROVAL-ITEM
               PERFORM UNTIL NO-MORE-APPROVAL-ITEMS
                   IF  AW-HOLD-DATE = BUSINESS-DATE
                   AND AW-INTRADAY-RUN = IP-RUN-NUMBER
                       MOVE "Y" TO APPROVALS-WRITTEN-SWITCH
                   END-IF
                   IF  AW-DISPOSITION = "R"
                   AND AW-RECYCLE-DATE = BUSINESS-DATE
                       PERFORM NOTE-ONE-APPROVAL-PASS
                   END-IF
                   PERFORM READ-THE-NEXT-APPROVAL-ITEM
               END-PERFORM
           END-IF.
           CLOSE APPROVAL-FILE.

       READ-THE-NEXT-APPROVAL-ITEM.
           READ APPROVAL-FILE
               AT END
                   MOVE "Y" TO APPROVAL-END-SWITCH
           END-READ.

       NOTE-ONE-APPROVAL-PASS.
           MOVE AW-FIRST-NUMBER  TO DPC-FIRST-NUMBER.
           MOVE AW-SECOND-NUMBER TO DPC-SECOND-NUMBER.
           MOVE AW-TRANS-TYPE    TO DPC-TRANS-TYPE.
           MOVE AW-CURRENCY-CODE TO DPC-CURRENCY-CODE.
           MOVE AW-COST-CENTER   TO DPC-COST-CENTER.
           MOVE AW-CUSTOMER      TO DPC-CUSTOMER.
           MOVE AW-COMPANY       TO DPC-COMPANY.
           PERFORM NOTE-ONE-DUPLICATE-PASS.
           IF APPROVAL-PASS-COUNT >= 1000
               DISPLAY "Approval pass table full at 1000; "
                       "remaining approved items will hold."
           ELSE
               ADD 1 TO APPROVAL-PASS-COUNT
               SET APT-IDX TO APPROVAL-PASS-COUNT
               MOVE AW-FIRST-NUMBER TO APT-FIRST-NUMBER (APT-IDX)
               MOVE AW-SECOND-NUMBER TO APT-SECOND-NUMBER (APT-IDX)
               MOVE AW-TRANS-TYPE TO APT-TRANS-TYPE (APT-IDX)
               MOVE AW-CURRENCY-CODE TO APT-CURRENCY-CODE (APT-IDX)
               MOVE AW-COST-CENTER TO APT-COST-CENTER (APT-IDX)
               MOVE AW-CUSTOMER TO APT-CUSTOMER (APT-IDX)
               MOVE AW-COMPANY TO APT-COMPANY (APT-IDX)
               MOVE "N" TO APT-USED-SWITCH (APT-IDX)
           END-IF.

      * Pairs already warehoused for the date and run mean
      * the stream was resubmitted; they are not written a
      * second time.
       LOAD-THE-WAREHOUSE-MARKS.
           OPEN INPUT WAREHOUSE-FILE.
           IF WAREHOUSE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-WAREHOUSE-ITEM
               PERFORM UNTIL NO-MORE-WAREHOUSE-ITEMS
                   IF  WH-RECEIVED-DATE = BUSINESS-DATE
                   AND WH-INTRADAY-RUN = IP-RUN-NUMBER
                       MOVE "Y" TO WAREHOUSE-WRITTEN-SWITCH
                   END-IF
                   PERFORM READ-THE-NEXT-WAREHOUSE-ITEM
               END-PERFORM
           END-IF.
           CLOSE WAREHOUSE-FILE.

       READ-THE-NEXT-WAREHOUSE-ITEM.
           READ WAREHOUSE-FILE
               AT END
                   MOVE "Y" TO WAREHOUSE-END-SWITCH
           END-READ.

      * A batch is staged within a day or two of keying,
      * so a week of the log is ample.
       LOAD-THE-KEYING-LOG.
           OPEN INPUT KEYING-LOG-FILE.
           IF KEYLOG-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-KEYLOG-RECORD
               PERFORM UNTIL NO-MORE-KEYLOG-RECORDS
                   IF KL-KEYED-DATE IS NUMERIC
                       PERFORM TAKE-ONE-KEYLOG-RECORD
                   END-IF
                   PERFORM READ-THE-NEXT-KEYLOG-RECORD
               END-PERFORM
           END-IF.
           CLOSE KEYING-LOG-FILE.

       TAKE-ONE-KEYLOG-RECORD.
           MOVE "C" TO DK-ACTION.
           MOVE KL-KEYED-DATE TO DK-FIRST-DATE.
           MOVE BUSINESS-DATE TO DK-SECOND-DATE.
           CALL "DATECALC" USING DATE-CALC-PARAMETERS.
           IF DK-DATE-OK
               MOVE DK-DAY-COUNT TO KEYLOG-DAYS
           ELSE
               MOVE 99999 TO KEYLOG-DAYS
           END-IF.
           IF  KEYLOG-DAYS NOT > 7
           AND KEYLOG-DAYS NOT < -7
               IF KEYLOG-COUNT >= 2000
                   DISPLAY "Keying log table full at 2000; "
                           "later keyers not looked up."
                   MOVE "Y" TO KEYLOG-END-SWITCH
               ELSE
                   ADD 1 TO KEYLOG-COUNT
                   SET KL-IDX TO KEYLOG-COUNT
                   MOVE KL-OPERATOR-ID TO KLT-OPERATOR-ID (KL-IDX)
                   MOVE KL-FIRST-NUMBER TO KLT-FIRST-NUMBER (KL-IDX)
                   MOVE KL-SECOND-NUMBER
                       TO KLT-SECOND-NUMBER (KL-IDX)
                   MOVE KL-TRANS-TYPE TO KLT-TRANS-TYPE (KL-IDX)
                   MOVE KL-CURRENCY-CODE
                       TO KLT-CURRENCY-CODE (KL-IDX)
                   MOVE KL-COST-CENTER TO KLT-COST-CENTER (KL-IDX)
                   MOVE KL-CUSTOMER TO KLT-CUSTOMER (KL-IDX)
                   MOVE KL-COMPANY TO KLT-COMPANY (KL-IDX)
                   MOVE "N" TO KLT-USED-SWITCH (KL-IDX)
               END-IF
           END-IF.

       READ-THE-NEXT-KEYLOG-RECORD.
           READ KEYING-LOG-FILE
               AT END
                   MOVE "Y" TO KEYLOG-END-SWITCH
           END-READ.

       LOAD-THE-TRANSACTION-TYPES.
           OPEN INPUT TRANSACTION-TYPE-FILE.
           IF TYPE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TYPE-RECORD
               PERFORM UNTIL NO-MORE-TYPE-RECORDS
                   IF TM-TRANS-TYPE NOT = SPACES
                       PERFORM TAKE-ONE-TYPE-RECORD
                   END-IF
                   PERFORM READ-THE-NEXT-TYPE-RECORD
               END-PERFORM
           END-IF.
           CLOSE TRANSACTION-TYPE-FILE.

      * Dates that are not numeric leave the type open on
      * that side rather than shut it.
       TAKE-ONE-TYPE-RECORD.
           IF TRANS-TYPE-COUNT >= 100
               DISPLAY "Transaction-type table full at 100; "
                       "later types not checked."
               MOVE "Y" TO TYPE-END-SWITCH
           ELSE
               ADD 1 TO TRANS-TYPE-COUNT
               SET TM-IDX TO TRANS-TYPE-COUNT
               MOVE TM-TRANS-TYPE TO TMT-TRANS-TYPE (TM-IDX)
               MOVE TM-SIGN-RULE TO TMT-SIGN-RULE (TM-IDX)
               PERFORM VARYING TC-IDX FROM 1 BY 1
                       UNTIL TC-IDX > 4
                   MOVE TM-ALLOWED-CURRENCY (TC-IDX)
                       TO TMT-ALLOWED-CURRENCY (TM-IDX, TC-IDX)
               END-PERFORM
               IF TM-ACTIVE-FROM IS NUMERIC
                   MOVE TM-ACTIVE-FROM TO TMT-ACTIVE-FROM (TM-IDX)
               ELSE
                   MOVE ZERO TO TMT-ACTIVE-FROM (TM-IDX)
               END-IF
               IF TM-ACTIVE-TO IS NUMERIC
                   MOVE TM-ACTIVE-TO TO TMT-ACTIVE-TO (TM-IDX)
               ELSE
                   MOVE 99999999 TO TMT-ACTIVE-TO (TM-IDX)
               END-IF
           END-IF.

       READ-THE-NEXT-TYPE-RECORD.
           READ TRANSACTION-TYPE-FILE
               AT END
                   MOVE "Y" TO TYPE-END-SWITCH
           END-READ.

      * The approval file has its own lock, shared with
      * APRREV01 and APRRCY01; without it the other two
      * locks are given back before the stop.
       TAKE-THE-APPROVAL-LOCK.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING APPROVAL-LOCK-NAME LOCK-ACTION
                                 APPROVAL-LOCK-RESULT.
           IF NOT APPROVAL-LOCK-ACQUIRED
               DISPLAY "ADDAPRV is in use; ADDEDT01 not run."
               MOVE "ADDAPRV lock refused; edit not run"
                   TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING DUP-LOCK-NAME LOCK-ACTION
                                     DUP-LOCK-RESULT
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "ADDEDT01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The warehouse has its own lock, shared with
      * ADDWHS01; without it the other three locks are
      * given back before the stop.
       TAKE-THE-WAREHOUSE-LOCK.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING WAREHOUSE-LOCK-NAME LOCK-ACTION
                                 WAREHOUSE-LOCK-RESULT.
           IF NOT WAREHOUSE-LOCK-ACQUIRED
               DISPLAY "ADDWHSE is in use; ADDEDT01 not run."
               MOVE "ADDWHSE lock refused; edit not run"
                   TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING APPROVAL-LOCK-NAME LOCK-ACTION
                                     APPROVAL-LOCK-RESULT
               CALL "JOBLOCK" USING DUP-LOCK-NAME LOCK-ACTION
                                     DUP-LOCK-RESULT
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "ADDEDT01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The duplicate file has its own lock, shared with the
      * review screen and the recycle step. Without it the
      * run cannot go on, so the credit hold lock is given
      * back before the stop.
       TAKE-THE-DUPLICATE-LOCK.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING DUP-LOCK-NAME LOCK-ACTION
                                 DUP-LOCK-RESULT.
           IF NOT DUP-LOCK-ACQUIRED
               DISPLAY "ADDDUPH is in use; ADDEDT01 not run."
               MOVE "ADDDUPH lock refused; edit not run"
                   TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "ADDEDT01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "ADDEDT01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "ADDEDT01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
