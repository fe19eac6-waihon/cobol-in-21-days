       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMERS01.
      *--------------------------------------------------
      * Personal-data erasure for customers who have asked
      * to be forgotten. A customer's name and address had
      * spread well past NAMEMAST.DAT -- the NAMEHIST.DAT
      * before/after images, NAMEINQ.DAT lookup keys, the
      * typed addresses and merge log, the statement
      * sources and printed statements, the receivable
      * ledger, the CRM transmissions, and every GENBACK
      * generation -- with no way to find every copy. The
      * privacy office now keys each request into
      * NAMERASE.DAT by NM-CUST-NO, and this run, approved
      * through DUALAUTH, overwrites the personal fields
      * everywhere they appear:
      *
      *   - name fields become the customer's pseudonym,
      *     "*" + customer number + "*" -- names are keys
      *     (the master's SEARCH ALL, TT-CUSTOMER,
      *     AR-CUSTOMER), so each erased customer keeps a
      *     key of their own and the statements and
      *     ledger still find and total their activity;
      *   - address, city and returned-mail reason become
      *     the fixed marker "*REDACTED*", state and ZIP
      *     all asterisks.
      *
      * Customer numbers, dates, statuses and every amount
      * are left exactly as they were, so the ledger and
      * the statements still balance. A redacted master is
      * re-sorted on the pseudonym before it is saved, so
      * it still loads for a binary search.
      *
      * Former names -- from corrections before the
      * request -- are gathered from NAMEHIST.DAT first,
      * so copies keyed by an old spelling are found too.
      * Each file is rewritten only when something in it
      * changed, the live master and ledger after a
      * GENBACK generation of their own; the generations
      * are swept after that, so the one just taken is
      * redacted with the rest. An erasure record goes to
      * NAMEHIST.DAT for each customer on the master, so
      * the next CRMXMT01 run sends the CRM system the
      * redacted image.
      *
      * One NAMERCRT.DAT certificate row is written per
      * file touched per customer, with the count of
      * records redacted in it. The run holds the NAMEMAST
      * and AROPEN locks throughout.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ERASURE-REQUEST-FILE
               ASSIGN TO "NAMERASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE
               ASSIGN TO DYNAMIC MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL SOURCE-FILE
               ASSIGN TO DYNAMIC SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "NAMERSWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PACKED-FILE
               ASSIGN TO DYNAMIC PACKED-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PACKED-FILE-STATUS.

           SELECT PACKED-WORK-FILE ASSIGN TO "NAMERSWP.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL GENERATION-CATALOG-FILE
               ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.

           SELECT OPTIONAL STATEMENT-CONTROL-FILE
               ASSIGN TO "STMTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMTCTL-FILE-STATUS.

           SELECT OPTIONAL CRM-REGISTER-FILE
               ASSIGN TO "CRMXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRMREG-FILE-STATUS.

           SELECT OPTIONAL CERTIFICATE-FILE
               ASSIGN TO "NAMERCRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFICATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-REQUEST-FILE.
       COPY NAMERASE.

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  SOURCE-FILE.
       01  SOURCE-LINE               PIC X(300).

       FD  WORK-FILE.
       01  WORK-LINE                 PIC X(300).

       FD  PACKED-FILE.
       COPY ADDTRNP.

       FD  PACKED-WORK-FILE.
       01  PACKED-WORK-RECORD        PIC X(56).

       FD  GENERATION-CATALOG-FILE.
       COPY GENCAT.

       FD  STATEMENT-CONTROL-FILE.
       01  STATEMENT-CONTROL-LINE    PIC X(80).

       FD  CRM-REGISTER-FILE.
       COPY CRMXREG.

       FD  CERTIFICATE-FILE.
       COPY NAMERCRT.

       WORKING-STORAGE SECTION.

       01  REQUEST-FILE-STATUS   PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  SOURCE-FILE-STATUS    PIC XX.
       01  PACKED-FILE-STATUS    PIC XX.
       01  CAT-FILE-STATUS       PIC XX.
       01  STMTCTL-FILE-STATUS   PIC XX.
       01  CRMREG-FILE-STATUS    PIC XX.
       01  CERTIFICATE-FILE-STATUS PIC XX.
       01  REQUEST-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-REQUESTS              VALUE "Y".
       01  MASTER-END-SWITCH     PIC X.
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  SOURCE-END-SWITCH     PIC X.
           88  NO-MORE-SOURCE-LINES          VALUE "Y".
       01  WORK-END-SWITCH       PIC X.
           88  NO-MORE-WORK-LINES            VALUE "Y".
       01  CAT-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-CAT-RECORDS           VALUE "Y".
       01  STMTCTL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-STMTCTL-LINES         VALUE "Y".
       01  CRMREG-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-CRMREG-ROWS           VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  MASTER-OVERFLOW-SWITCH PIC X.
           88  MASTER-DID-OVERFLOW           VALUE "Y".
       01  RUN-OVERFLOW-SWITCH   PIC X       VALUE "N".
           88  RUN-HAD-OVERFLOW              VALUE "Y".

       01  MASTER-PATH           PIC X(40).
       01  SOURCE-PATH           PIC X(40).
       01  PACKED-PATH           PIC X(40).
       01  CERTIFY-PATH          PIC X(40).
       01  CERTIFY-COUNT         PIC 9(7).
       01  GENBACK-NAME          PIC X(8).

      * Which kind of line file REDACT-THE-LINE-FILE is
      * working through.
       01  FILE-KIND             PIC X.
           88  HISTORY-FILE-KIND             VALUE "H".
           88  INQUIRY-FILE-KIND             VALUE "I".
           88  TYPED-FILE-KIND               VALUE "T".
           88  MERGE-FILE-KIND               VALUE "G".
           88  AROPEN-FILE-KIND              VALUE "A".
           88  STATEMENT-FILE-KIND           VALUE "S".
           88  CRM-FILE-KIND                 VALUE "C".

       01  REDACTION-MARKER      PIC X(10)   VALUE "*REDACTED*".
       01  ERASE-DATE            PIC 9(8).
       01  ERASE-TIME            PIC 9(8).
       01  JOB-NAME              PIC X(8)    VALUE "NAMERS01".
       01  OPERATOR-ID           PIC X(8)    VALUE "BATCH001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  DUAL-ACTION-TEXT      PIC X(40)
           VALUE "ERASE CUSTOMER PERSONAL DATA".
       01  DUAL-APPROVED-SWITCH  PIC X.
           88  RUN-IS-APPROVED               VALUE "Y".

      * One entry per erasure request. EE-FILE-COUNT is
      * the file being worked; EE-TOTAL-COUNT the run.
      * EE-IMAGE is the customer's master record as
      * redacted, for the erasure history record.
       01  ERASE-COUNT           PIC 9(4)    VALUE ZERO.
       01  ERASE-TABLE.
           05  ERASE-ENTRY OCCURS 1 TO 100 TIMES
                           DEPENDING ON ERASE-COUNT
                           INDEXED BY EE-IDX.
               10  EE-CUST-NO        PIC X(06).
               10  EE-REFERENCE      PIC X(20).
               10  EE-PSEUDONYM      PIC X(10).
               10  EE-ON-MASTER      PIC X.
               10  EE-FILE-COUNT     PIC 9(7).
               10  EE-TOTAL-COUNT    PIC 9(7).
               10  EE-IMAGE          PIC X(110).

      * Every name each erased customer has gone by, with
      * the ERASE-ENTRY it belongs to.
       01  NAME-LIST-COUNT       PIC 9(4)    VALUE ZERO.
       01  NAME-LIST-TABLE.
           05  NAME-LIST-ENTRY OCCURS 1 TO 500 TIMES
                           DEPENDING ON NAME-LIST-COUNT
                           INDEXED BY NL-IDX.
               10  NL-NAME           PIC X(10).
               10  NL-ERASE-NO       PIC 9(4).

       01  CHECK-CUST-NO         PIC X(06).
       01  CHECK-NAME            PIC X(10).
       01  ERASE-MATCH-SWITCH    PIC X.
           88  ERASE-WAS-MATCHED             VALUE "Y".
       01  NAME-LISTED-SWITCH    PIC X.
           88  NAME-IS-LISTED                VALUE "Y".

      * A name master record image, whole or as carried
      * in a history or CRM record.
       01  IMAGE-WORK.
           05  IW-NAME               PIC X(10).
           05  IW-ADDRESS            PIC X(30).
           05  IW-CITY               PIC X(15).
           05  IW-STATE              PIC X(02).
           05  IW-ZIP                PIC X(09).
           05  IW-CUST-NO            PIC X(06).
           05  IW-LAST-ACTIVITY      PIC X(08).
           05  IW-STATUS             PIC X.
           05  IW-MAIL-STATUS        PIC X.
           05  IW-RETURN-DATE        PIC X(08).
           05  IW-RETURN-REASON      PIC X(20).
       01  IMAGE-PARTS REDEFINES IMAGE-WORK.
           05  IMAGE-MASTER-PART     PIC X(81).
           05  IMAGE-MAIL-PART       PIC X(29).
       01  ORIGINAL-IMAGE        PIC X(110).

       01  LINE-IMAGE            PIC X(300).
       01  ORIGINAL-LINE         PIC X(300).
       01  FILE-REDACTED-COUNT   PIC 9(7).
       01  RUN-REDACTED-COUNT    PIC 9(7)    VALUE ZERO.
       01  ERASED-COUNT          PIC 9(4)    VALUE ZERO.
       01  NOTHING-FOUND-COUNT   PIC 9(4)    VALUE ZERO.

      * A printed statement is a heading line, the name
      * line, then the address and city lines.
       01  STATEMENT-NAME-SWITCH PIC X.
           88  NEXT-IS-STATEMENT-NAME        VALUE "Y".
       01  STATEMENT-LINES-LEFT  PIC 9.

       01  MASTER-COUNT          PIC 9(4)    VALUE ZERO.
       01  NAME-TABLE.
           05  NAME-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON MASTER-COUNT
                           INDEXED BY NAME-IDX.
               10  TBL-RECORD-IMAGE.
                   15  TBL-NAME      PIC X(10).
                   15  FILLER        PIC X(100).

      * Generations, statement sources and CRM archives
      * to sweep once the live files are done.
       01  ARCHIVE-COUNT         PIC 9(4)    VALUE ZERO.
       01  ARCHIVE-TABLE.
           05  ARCHIVE-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON ARCHIVE-COUNT
                           INDEXED BY AP-IDX.
               10  AP-PATH           PIC X(40).
               10  AP-KIND           PIC X.
       01  NEW-ARCHIVE-PATH      PIC X(40).
       01  NEW-ARCHIVE-KIND      PIC X.

       COPY NAMEHIST.

       COPY NAMEINQ.

       COPY NAMETADR.

       COPY NAMEMERG.

       COPY AROPEN.

       COPY CRMXMIT.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "NAMERS01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       01  LOCK-MASTER-NAME      PIC X(8)    VALUE "NAMEMAST".
       01  LOCK-AROPEN-NAME      PIC X(8)    VALUE "AROPEN".
       01  LOCK-ACTION           PIC X.
       01  LOCK-RESULT           PIC X.
           88  JOB-LOCK-ACQUIRED             VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "NAMERS01".
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           CALL "DUALAUTH" USING JOB-NAME OPERATOR-ID
                                  DUAL-ACTION-TEXT
                                  DUAL-APPROVED-SWITCH.
           IF NOT RUN-IS-APPROVED
               DISPLAY "Erasure run not approved; nothing redacted."
               MOVE "Erasure run refused dual control" TO EXC-TEXT
               MOVE "AUTH" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "NAMERS01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Both the name master and the receivable ledger are
      * rewritten, so both locks are held for the run.
           MOVE "L" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                 LOCK-RESULT.
           IF JOB-LOCK-ACQUIRED
               CALL "JOBLOCK" USING LOCK-AROPEN-NAME LOCK-ACTION
                                     LOCK-RESULT
               IF NOT JOB-LOCK-ACQUIRED
                   MOVE "U" TO LOCK-ACTION
                   CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                         LOCK-RESULT
                   MOVE "N" TO LOCK-RESULT
               END-IF
           END-IF.
           IF NOT JOB-LOCK-ACQUIRED
               DISPLAY "The name master or receivable ledger is "
                       "in use; nothing redacted."
               MOVE "Concurrent run refused; lock held" TO EXC-TEXT
               MOVE "LOCK" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               CALL "RUNEND" USING "NAMERS01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           ACCEPT ERASE-DATE FROM DATE YYYYMMDD.
           ACCEPT ERASE-TIME FROM TIME.
           PERFORM LOAD-THE-ERASURE-REQUESTS.
           IF LOAD-DID-OVERFLOW
               DISPLAY "NAMERASE.DAT exceeds the table; "
                       "run abandoned, nothing redacted."
               MOVE "Erasure request table overflow" TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           ELSE
               IF ERASE-COUNT = ZERO
                   DISPLAY "No erasure requests to process."
               ELSE
                   PERFORM GATHER-THE-CUSTOMER-NAMES
                   IF LOAD-DID-OVERFLOW
      * A master or name list too big for the tables
      * would let copies slip through unredacted, so
      * nothing is touched.
                       DISPLAY "Name master exceeds the table; "
                               "run abandoned, nothing redacted."
                       MOVE "Name master table overflow" TO EXC-TEXT
                       MOVE "SIZE" TO EXC-CATEGORY
                       CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                            EXC-CATEGORY
                   ELSE
                       PERFORM ERASE-THE-CUSTOMERS
                   END-IF
               END-IF
           END-IF.
           MOVE "U" TO LOCK-ACTION.
           CALL "JOBLOCK" USING LOCK-AROPEN-NAME LOCK-ACTION
                                 LOCK-RESULT.
           CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                 LOCK-RESULT.
           CALL "RUNEND" USING "NAMERS01".
           IF LOAD-DID-OVERFLOW
           OR RUN-HAD-OVERFLOW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOTHING-FOUND-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-ERASURE-REQUESTS.
           OPEN INPUT ERASURE-REQUEST-FILE.
           IF REQUEST-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-REQUEST
               PERFORM UNTIL NO-MORE-REQUESTS
                   IF EQ-CUST-NO NOT = SPACES
                       PERFORM TAKE-ONE-REQUEST
                   END-IF
                   PERFORM READ-THE-NEXT-REQUEST
               END-PERFORM
           END-IF.
           CLOSE ERASURE-REQUEST-FILE.

       READ-THE-NEXT-REQUEST.
           READ ERASURE-REQUEST-FILE
               AT END
                   MOVE "Y" TO REQUEST-END-SWITCH
           END-READ.

       TAKE-ONE-REQUEST.
           IF ERASE-COUNT >= 100
               MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               MOVE "Y" TO REQUEST-END-SWITCH
           ELSE
               ADD 1 TO ERASE-COUNT
               SET EE-IDX TO ERASE-COUNT
               MOVE EQ-CUST-NO TO EE-CUST-NO (EE-IDX)
               MOVE EQ-REFERENCE TO EE-REFERENCE (EE-IDX)
               MOVE SPACES TO EE-PSEUDONYM (EE-IDX)
               STRING "*" DELIMITED BY SIZE
                      EQ-CUST-NO DELIMITED BY SIZE
                      "*" DELIMITED BY SIZE
                   INTO EE-PSEUDONYM (EE-IDX)
               MOVE "N" TO EE-ON-MASTER (EE-IDX)
               MOVE ZERO TO EE-FILE-COUNT (EE-IDX)
               MOVE ZERO TO EE-TOTAL-COUNT (EE-IDX)
               MOVE SPACES TO EE-IMAGE (EE-IDX)
           END-IF.

      * The current name from the master, and every name
      * the history shows the customer number under, so a
      * copy keyed by an old spelling is caught as well.
       GATHER-THE-CUSTOMER-NAMES.
           MOVE "NAMEMAST.DAT" TO MASTER-PATH.
           MOVE ZERO TO MASTER-COUNT.
           MOVE "N" TO MASTER-END-SWITCH.
           OPEN INPUT NAME-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   ADD 1 TO MASTER-COUNT
                   IF MASTER-COUNT > 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO MASTER-END-SWITCH
                   ELSE
                       MOVE NAME-MASTER-RECORD TO IMAGE-WORK
                       PERFORM GATHER-THE-IMAGE-NAME
                       PERFORM READ-THE-NEXT-MASTER-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE NAME-MASTER-FILE.
           MOVE "NAMEHIST.DAT" TO SOURCE-PATH.
           MOVE "N" TO SOURCE-END-SWITCH.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-SOURCE-LINE
               PERFORM UNTIL NO-MORE-SOURCE-LINES
                   MOVE SOURCE-LINE TO NAME-HISTORY-RECORD
                   MOVE HS-BEFORE-IMAGE TO IMAGE-MASTER-PART
                   MOVE HS-BEFORE-MAIL TO IMAGE-MAIL-PART
                   PERFORM GATHER-THE-IMAGE-NAME
                   MOVE HS-AFTER-IMAGE TO IMAGE-MASTER-PART
                   MOVE HS-AFTER-MAIL TO IMAGE-MAIL-PART
                   PERFORM GATHER-THE-IMAGE-NAME
                   PERFORM READ-THE-NEXT-SOURCE-LINE
               END-PERFORM
           END-IF.
           CLOSE SOURCE-FILE.

       GATHER-THE-IMAGE-NAME.
           IF  IW-CUST-NO NOT = SPACES
           AND IW-NAME NOT = SPACES
               MOVE IW-CUST-NO TO CHECK-CUST-NO
               PERFORM FIND-THE-ERASE-CUST-NO
               IF  ERASE-WAS-MATCHED
               AND IW-NAME NOT = EE-PSEUDONYM (EE-IDX)
                   MOVE IW-NAME TO CHECK-NAME
                   PERFORM FIND-THE-LISTED-NAME
                   IF NOT NAME-IS-LISTED
                       PERFORM LIST-ONE-NAME
                   END-IF
               END-IF
           END-IF.

       LIST-ONE-NAME.
           IF NAME-LIST-COUNT >= 500
               MOVE "Y" TO LOAD-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO NAME-LIST-COUNT
               SET NL-IDX TO NAME-LIST-COUNT
               MOVE CHECK-NAME TO NL-NAME (NL-IDX)
               SET NL-ERASE-NO (NL-IDX) TO EE-IDX
           END-IF.

       FIND-THE-ERASE-CUST-NO.
           MOVE "N" TO ERASE-MATCH-SWITCH.
           IF CHECK-CUST-NO NOT = SPACES
               SET EE-IDX TO 1
               SEARCH ERASE-ENTRY
                   WHEN EE-CUST-NO (EE-IDX) = CHECK-CUST-NO
                       MOVE "Y" TO ERASE-MATCH-SWITCH
               END-SEARCH
           END-IF.

       FIND-THE-LISTED-NAME.
           MOVE "N" TO NAME-LISTED-SWITCH.
           IF  NAME-LIST-COUNT > 0
           AND CHECK-NAME NOT = SPACES
               SET NL-IDX TO 1
               SEARCH NAME-LIST-ENTRY
                   WHEN NL-NAME (NL-IDX) = CHECK-NAME
                       MOVE "Y" TO NAME-LISTED-SWITCH
               END-SEARCH
           END-IF.

      * A name match stands for the customer it belongs
      * to.
       FIND-THE-ERASED-NAME.
           MOVE "N" TO ERASE-MATCH-SWITCH.
           PERFORM FIND-THE-LISTED-NAME.
           IF NAME-IS-LISTED
               SET EE-IDX TO NL-ERASE-NO (NL-IDX)
               MOVE "Y" TO ERASE-MATCH-SWITCH
           END-IF.

       ERASE-THE-CUSTOMERS.
           PERFORM OPEN-THE-CERTIFICATE-FOR-APPEND.
           MOVE "NAMEMAST.DAT" TO MASTER-PATH.
           MOVE LOCK-MASTER-NAME TO GENBACK-NAME.
           PERFORM REDACT-THE-MASTER-FILE.
           MOVE SPACES TO GENBACK-NAME.
           MOVE "NAMEHIST.DAT" TO SOURCE-PATH.
           MOVE "H" TO FILE-KIND.
           PERFORM REDACT-THE-LINE-FILE.
           MOVE "NAMEINQ.DAT" TO SOURCE-PATH.
           MOVE "I" TO FILE-KIND.
           PERFORM REDACT-THE-LINE-FILE.
           MOVE "NAMETADR.DAT" TO SOURCE-PATH.
           MOVE "T" TO FILE-KIND.
           PERFORM REDACT-THE-LINE-FILE.
           MOVE "NAMEMERG.DAT" TO SOURCE-PATH.
           MOVE "G" TO FILE-KIND.
           PERFORM REDACT-THE-LINE-FILE.
           MOVE "NAMESTMT.DAT" TO SOURCE-PATH.
           MOVE "S" TO FILE-KIND.
           PERFORM REDACT-THE-LINE-FILE.
           MOVE "CRMXMIT.DAT" TO SOURCE-PATH.
           MOVE "C" TO FILE-KIND.
           PERFORM REDACT-THE-LINE-FILE.
           MOVE "AROPEN.DAT" TO SOURCE-PATH.
           MOVE "A" TO FILE-KIND.
           MOVE LOCK-AROPEN-NAME TO GENBACK-NAME.
           PERFORM REDACT-THE-LINE-FILE.
           MOVE SPACES TO GENBACK-NAME.
           PERFORM WRITE-THE-ERASURE-HISTORY.
           PERFORM LOAD-THE-ARCHIVE-PATHS.
           PERFORM REDACT-ONE-ARCHIVE
               VARYING AP-IDX FROM 1 BY 1
               UNTIL AP-IDX > ARCHIVE-COUNT.
           PERFORM CERTIFY-ONE-CUSTOMER
               VARYING EE-IDX FROM 1 BY 1
               UNTIL EE-IDX > ERASE-COUNT.
           CLOSE CERTIFICATE-FILE.
           DISPLAY "Customers erased: " ERASED-COUNT
                   "  Records redacted: " RUN-REDACTED-COUNT.
           IF NOTHING-FOUND-COUNT > 0
               DISPLAY "Requests with no personal data found: "
                       NOTHING-FOUND-COUNT
               MOVE "Erasure request found no personal data"
                   TO EXC-TEXT
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.

       OPEN-THE-CERTIFICATE-FOR-APPEND.
           OPEN EXTEND CERTIFICATE-FILE.
           IF CERTIFICATE-FILE-STATUS NOT = "00"
               OPEN OUTPUT CERTIFICATE-FILE
               CLOSE CERTIFICATE-FILE
               OPEN EXTEND CERTIFICATE-FILE
           END-IF.

      * A name master file -- live or a generation -- is
      * loaded whole, redacted, and re-sorted on the name
      * key before it is saved. A generation too big for
      * the table is left as it is and reported.
       REDACT-THE-MASTER-FILE.
           PERFORM CLEAR-ONE-FILE-COUNT
               VARYING EE-IDX FROM 1 BY 1
               UNTIL EE-IDX > ERASE-COUNT.
           MOVE ZERO TO FILE-REDACTED-COUNT.
           MOVE ZERO TO MASTER-COUNT.
           MOVE "N" TO MASTER-END-SWITCH.
           MOVE "N" TO MASTER-OVERFLOW-SWITCH.
           OPEN INPUT NAME-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   IF MASTER-COUNT >= 1000
                       MOVE "Y" TO MASTER-OVERFLOW-SWITCH
                       MOVE "Y" TO MASTER-END-SWITCH
                   ELSE
                       ADD 1 TO MASTER-COUNT
                       SET NAME-IDX TO MASTER-COUNT
                       MOVE NAME-MASTER-RECORD
                           TO TBL-RECORD-IMAGE (NAME-IDX)
                       PERFORM READ-THE-NEXT-MASTER-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE NAME-MASTER-FILE.
           IF MASTER-DID-OVERFLOW
               DISPLAY MASTER-PATH " exceeds the table; "
                       "left unredacted."
               MOVE "Name master generation table overflow"
                   TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
               MOVE "Y" TO RUN-OVERFLOW-SWITCH
           ELSE
               PERFORM REDACT-ONE-MASTER-RECORD
                   VARYING NAME-IDX FROM 1 BY 1
                   UNTIL NAME-IDX > MASTER-COUNT
               IF FILE-REDACTED-COUNT > 0
                   SORT NAME-ENTRY ASCENDING KEY TBL-NAME
                   IF GENBACK-NAME NOT = SPACES
                       CALL "GENBACK" USING GENBACK-NAME
                   END-IF
                   PERFORM SAVE-THE-MASTER-FILE
                   MOVE MASTER-PATH TO CERTIFY-PATH
                   PERFORM CERTIFY-THE-FILE
               END-IF
           END-IF.

       READ-THE-NEXT-MASTER-RECORD.
           READ NAME-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-END-SWITCH
           END-READ.

       CLEAR-ONE-FILE-COUNT.
           MOVE ZERO TO EE-FILE-COUNT (EE-IDX).

      * The live master's redacted image is kept for the
      * erasure history record.
       REDACT-ONE-MASTER-RECORD.
           MOVE TBL-RECORD-IMAGE (NAME-IDX) TO IMAGE-WORK.
           MOVE IMAGE-WORK TO ORIGINAL-IMAGE.
           PERFORM REDACT-THE-IMAGE.
           IF IMAGE-WORK NOT = ORIGINAL-IMAGE
               ADD 1 TO FILE-REDACTED-COUNT
               ADD 1 TO EE-FILE-COUNT (EE-IDX)
               MOVE IMAGE-WORK TO TBL-RECORD-IMAGE (NAME-IDX)
               IF GENBACK-NAME NOT = SPACES
                   MOVE "Y" TO EE-ON-MASTER (EE-IDX)
                   MOVE IMAGE-WORK TO EE-IMAGE (EE-IDX)
               END-IF
           END-IF.

       SAVE-THE-MASTER-FILE.
           OPEN OUTPUT NAME-MASTER-FILE.
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > MASTER-COUNT.
           CLOSE NAME-MASTER-FILE.
      * Only the live master carries a seal; the archived
      * copies redacted through here do not.
           IF MASTER-PATH = "NAMEMAST.DAT"
               PERFORM SEAL-THE-MASTER
           END-IF.

       WRITE-ONE-MASTER-RECORD.
           MOVE TBL-RECORD-IMAGE (NAME-IDX) TO NAME-MASTER-RECORD.
           WRITE NAME-MASTER-RECORD.

      * A record image belongs to an erased customer by
      * its customer number, or by name when it predates
      * customer numbers. Names become the pseudonym;
      * address fields the marker, blank ones staying
      * blank.
       REDACT-THE-IMAGE.
           MOVE "N" TO ERASE-MATCH-SWITCH.
           IF IMAGE-WORK NOT = SPACES
               IF IW-CUST-NO NOT = SPACES
                   MOVE IW-CUST-NO TO CHECK-CUST-NO
                   PERFORM FIND-THE-ERASE-CUST-NO
               ELSE
                   MOVE IW-NAME TO CHECK-NAME
                   PERFORM FIND-THE-ERASED-NAME
               END-IF
           END-IF.
           IF ERASE-WAS-MATCHED
               MOVE EE-PSEUDONYM (EE-IDX) TO IW-NAME
               IF IW-ADDRESS NOT = SPACES
                   MOVE REDACTION-MARKER TO IW-ADDRESS
               END-IF
               IF IW-CITY NOT = SPACES
                   MOVE REDACTION-MARKER TO IW-CITY
               END-IF
               IF IW-STATE NOT = SPACES
                   MOVE ALL "*" TO IW-STATE
               END-IF
               IF IW-ZIP NOT = SPACES
                   MOVE ALL "*" TO IW-ZIP
               END-IF
               IF IW-RETURN-REASON NOT = SPACES
                   MOVE REDACTION-MARKER TO IW-RETURN-REASON
               END-IF
           END-IF.

      * A line file is copied through NAMERSWK.DAT with
      * its matching records redacted, then copied back
      * only if anything changed.
       REDACT-THE-LINE-FILE.
           PERFORM CLEAR-ONE-FILE-COUNT
               VARYING EE-IDX FROM 1 BY 1
               UNTIL EE-IDX > ERASE-COUNT.
           MOVE ZERO TO FILE-REDACTED-COUNT.
           MOVE "N" TO SOURCE-END-SWITCH.
           MOVE "N" TO STATEMENT-NAME-SWITCH.
           MOVE ZERO TO STATEMENT-LINES-LEFT.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-FILE-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM READ-THE-NEXT-SOURCE-LINE
               PERFORM UNTIL NO-MORE-SOURCE-LINES
                   PERFORM REDACT-ONE-LINE
                   PERFORM READ-THE-NEXT-SOURCE-LINE
               END-PERFORM
               CLOSE WORK-FILE
           END-IF.
           CLOSE SOURCE-FILE.
           IF FILE-REDACTED-COUNT > 0
               IF GENBACK-NAME NOT = SPACES
                   CALL "GENBACK" USING GENBACK-NAME
               END-IF
               PERFORM COPY-THE-WORK-FILE-BACK
               MOVE SOURCE-PATH TO CERTIFY-PATH
               PERFORM CERTIFY-THE-FILE
           END-IF.

       READ-THE-NEXT-SOURCE-LINE.
           READ SOURCE-FILE
               AT END
                   MOVE "Y" TO SOURCE-END-SWITCH
           END-READ.

       REDACT-ONE-LINE.
           MOVE SOURCE-LINE TO LINE-IMAGE.
           MOVE SOURCE-LINE TO ORIGINAL-LINE.
           MOVE "N" TO ERASE-MATCH-SWITCH.
           EVALUATE TRUE
               WHEN HISTORY-FILE-KIND
                   PERFORM REDACT-A-HISTORY-LINE
               WHEN INQUIRY-FILE-KIND
                   PERFORM REDACT-AN-INQUIRY-LINE
               WHEN TYPED-FILE-KIND
                   PERFORM REDACT-A-TYPED-LINE
               WHEN MERGE-FILE-KIND
                   PERFORM REDACT-A-MERGE-LINE
               WHEN AROPEN-FILE-KIND
                   PERFORM REDACT-AN-AROPEN-LINE
               WHEN STATEMENT-FILE-KIND
                   PERFORM REDACT-A-STATEMENT-LINE
               WHEN CRM-FILE-KIND
                   PERFORM REDACT-A-CRM-LINE
           END-EVALUATE.
           IF LINE-IMAGE NOT = ORIGINAL-LINE
               ADD 1 TO FILE-REDACTED-COUNT
               ADD 1 TO EE-FILE-COUNT (EE-IDX)
           END-IF.
           MOVE LINE-IMAGE TO WORK-LINE.
           WRITE WORK-LINE.

       REDACT-A-HISTORY-LINE.
           MOVE LINE-IMAGE TO NAME-HISTORY-RECORD.
           MOVE HS-BEFORE-IMAGE TO IMAGE-MASTER-PART.
           MOVE HS-BEFORE-MAIL TO IMAGE-MAIL-PART.
           PERFORM REDACT-THE-IMAGE.
           MOVE IMAGE-MASTER-PART TO HS-BEFORE-IMAGE.
           MOVE IMAGE-MAIL-PART TO HS-BEFORE-MAIL.
           MOVE HS-AFTER-IMAGE TO IMAGE-MASTER-PART.
           MOVE HS-AFTER-MAIL TO IMAGE-MAIL-PART.
           PERFORM REDACT-THE-IMAGE.
           MOVE IMAGE-MASTER-PART TO HS-AFTER-IMAGE.
           MOVE IMAGE-MAIL-PART TO HS-AFTER-MAIL.
           MOVE NAME-HISTORY-RECORD TO LINE-IMAGE.

      * A lookup key is a name, or the start of one typed
      * at the browse prompt; only a whole name is sure
      * enough to replace.
       REDACT-AN-INQUIRY-LINE.
           MOVE LINE-IMAGE TO NAME-INQUIRY-RECORD.
           IF NQ-LOOKUP-KEY (11:5) = SPACES
               MOVE NQ-LOOKUP-KEY (1:10) TO CHECK-NAME
               PERFORM FIND-THE-ERASED-NAME
               IF ERASE-WAS-MATCHED
                   MOVE EE-PSEUDONYM (EE-IDX) TO NQ-LOOKUP-KEY
               END-IF
           END-IF.
           MOVE NAME-INQUIRY-RECORD TO LINE-IMAGE.

       REDACT-A-TYPED-LINE.
           MOVE LINE-IMAGE TO NAME-TYPED-ADDRESS-RECORD.
           MOVE NA-CUST-NO TO CHECK-CUST-NO.
           PERFORM FIND-THE-ERASE-CUST-NO.
           IF ERASE-WAS-MATCHED
               IF NA-ADDRESS NOT = SPACES
                   MOVE REDACTION-MARKER TO NA-ADDRESS
               END-IF
               IF NA-CITY NOT = SPACES
                   MOVE REDACTION-MARKER TO NA-CITY
               END-IF
               IF NA-STATE NOT = SPACES
                   MOVE ALL "*" TO NA-STATE
               END-IF
               IF NA-ZIP NOT = SPACES
                   MOVE ALL "*" TO NA-ZIP
               END-IF
           END-IF.
           MOVE NAME-TYPED-ADDRESS-RECORD TO LINE-IMAGE.

       REDACT-A-MERGE-LINE.
           MOVE LINE-IMAGE TO NAME-MERGE-RECORD.
           MOVE MG-SURVIVOR-NAME TO CHECK-NAME.
           PERFORM FIND-THE-ERASED-NAME.
           IF ERASE-WAS-MATCHED
               MOVE EE-PSEUDONYM (EE-IDX) TO MG-SURVIVOR-NAME
           END-IF.
           MOVE MG-ABSORBED-NAME TO CHECK-NAME.
           PERFORM FIND-THE-ERASED-NAME.
           IF ERASE-WAS-MATCHED
               MOVE EE-PSEUDONYM (EE-IDX) TO MG-ABSORBED-NAME
           END-IF.
           MOVE NAME-MERGE-RECORD TO LINE-IMAGE.

      * Only the name key changes; the amounts, dates and
      * customer number stay, so the ledger still ties.
       REDACT-AN-AROPEN-LINE.
           MOVE LINE-IMAGE TO AR-OPEN-ITEM-RECORD.
           IF AR-CUST-NO NOT = SPACES
               MOVE AR-CUST-NO TO CHECK-CUST-NO
               PERFORM FIND-THE-ERASE-CUST-NO
           ELSE
               MOVE AR-CUSTOMER TO CHECK-NAME
               PERFORM FIND-THE-ERASED-NAME
           END-IF.
           IF  ERASE-WAS-MATCHED
           AND AR-CUSTOMER NOT = SPACES
               MOVE EE-PSEUDONYM (EE-IDX) TO AR-CUSTOMER
           END-IF.
           MOVE AR-OPEN-ITEM-RECORD TO LINE-IMAGE.

      * The name line follows each statement heading; an
      * erased customer's address and city lines follow
      * it unless the name was not on the master.
       REDACT-A-STATEMENT-LINE.
           IF STATEMENT-LINES-LEFT > 0
               MOVE REDACTION-MARKER TO LINE-IMAGE
               SUBTRACT 1 FROM STATEMENT-LINES-LEFT
           ELSE
               IF NEXT-IS-STATEMENT-NAME
                   MOVE "N" TO STATEMENT-NAME-SWITCH
                   MOVE LINE-IMAGE (1:10) TO CHECK-NAME
                   PERFORM FIND-THE-ERASED-NAME
                   IF ERASE-WAS-MATCHED
                       MOVE EE-PSEUDONYM (EE-IDX)
                           TO LINE-IMAGE (1:10)
                       IF LINE-IMAGE (13:15) NOT = "*NOT ON MASTER*"
                           MOVE 2 TO STATEMENT-LINES-LEFT
                       END-IF
                   END-IF
               ELSE
                   IF LINE-IMAGE (1:18) = "ACTIVITY STATEMENT"
                       MOVE "Y" TO STATEMENT-NAME-SWITCH
                   END-IF
               END-IF
           END-IF.

       REDACT-A-CRM-LINE.
           MOVE LINE-IMAGE TO CRM-TRANSMIT-RECORD.
           IF CX-RECORD-TYPE = "D"
               MOVE CX-AFTER-IMAGE TO IMAGE-WORK
               PERFORM REDACT-THE-IMAGE
               MOVE IMAGE-WORK TO CX-AFTER-IMAGE
           END-IF.
           MOVE CRM-TRANSMIT-RECORD TO LINE-IMAGE.

       COPY-THE-WORK-FILE-BACK.
           MOVE "N" TO WORK-END-SWITCH.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT SOURCE-FILE.
           PERFORM READ-THE-NEXT-WORK-LINE.
           PERFORM UNTIL NO-MORE-WORK-LINES
               MOVE WORK-LINE TO SOURCE-LINE
               WRITE SOURCE-LINE
               PERFORM READ-THE-NEXT-WORK-LINE
           END-PERFORM.
           CLOSE WORK-FILE SOURCE-FILE.

       READ-THE-NEXT-WORK-LINE.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WORK-END-SWITCH
           END-READ.

      * An archived ADDTRNP feed keeps its pairs; only
      * TT-CUSTOMER, the statement run's name key, takes
      * the pseudonym.
       REDACT-THE-PACKED-FILE.
           PERFORM CLEAR-ONE-FILE-COUNT
               VARYING EE-IDX FROM 1 BY 1
               UNTIL EE-IDX > ERASE-COUNT.
           MOVE ZERO TO FILE-REDACTED-COUNT.
           MOVE "N" TO SOURCE-END-SWITCH.
           OPEN INPUT PACKED-FILE.
           IF PACKED-FILE-STATUS = "00"
               OPEN OUTPUT PACKED-WORK-FILE
               PERFORM READ-THE-NEXT-PACKED-RECORD
               PERFORM UNTIL NO-MORE-SOURCE-LINES
                   PERFORM REDACT-ONE-PACKED-RECORD
                   PERFORM READ-THE-NEXT-PACKED-RECORD
               END-PERFORM
               CLOSE PACKED-WORK-FILE
           END-IF.
           CLOSE PACKED-FILE.
           IF FILE-REDACTED-COUNT > 0
               PERFORM COPY-THE-PACKED-WORK-BACK
               MOVE PACKED-PATH TO CERTIFY-PATH
               PERFORM CERTIFY-THE-FILE
           END-IF.

       READ-THE-NEXT-PACKED-RECORD.
           READ PACKED-FILE
               AT END
                   MOVE "Y" TO SOURCE-END-SWITCH
           END-READ.

       REDACT-ONE-PACKED-RECORD.
           MOVE TT-CUSTOMER TO CHECK-NAME.
           PERFORM FIND-THE-ERASED-NAME.
           IF  ERASE-WAS-MATCHED
           AND TT-CUSTOMER NOT = EE-PSEUDONYM (EE-IDX)
               MOVE EE-PSEUDONYM (EE-IDX) TO TT-CUSTOMER
               ADD 1 TO FILE-REDACTED-COUNT
               ADD 1 TO EE-FILE-COUNT (EE-IDX)
           END-IF.
           MOVE ADD-TRANSACTION-PACKED TO PACKED-WORK-RECORD.
           WRITE PACKED-WORK-RECORD.

       COPY-THE-PACKED-WORK-BACK.
           MOVE "N" TO WORK-END-SWITCH.
           OPEN INPUT PACKED-WORK-FILE.
           OPEN OUTPUT PACKED-FILE.
           PERFORM READ-THE-NEXT-PACKED-WORK.
           PERFORM UNTIL NO-MORE-WORK-LINES
               MOVE PACKED-WORK-RECORD TO ADD-TRANSACTION-PACKED
               WRITE ADD-TRANSACTION-PACKED
               PERFORM READ-THE-NEXT-PACKED-WORK
           END-PERFORM.
           CLOSE PACKED-WORK-FILE PACKED-FILE.

       READ-THE-NEXT-PACKED-WORK.
           READ PACKED-WORK-FILE
               AT END
                   MOVE "Y" TO WORK-END-SWITCH
           END-READ.

      * One certificate row per customer with records
      * redacted in the file just finished.
       CERTIFY-THE-FILE.
           PERFORM CERTIFY-ONE-FILE-COUNT
               VARYING EE-IDX FROM 1 BY 1
               UNTIL EE-IDX > ERASE-COUNT.
           ADD FILE-REDACTED-COUNT TO RUN-REDACTED-COUNT.

       CERTIFY-ONE-FILE-COUNT.
           IF EE-FILE-COUNT (EE-IDX) > 0
               MOVE EE-FILE-COUNT (EE-IDX) TO CERTIFY-COUNT
               PERFORM WRITE-ONE-CERTIFICATE-ROW
               ADD EE-FILE-COUNT (EE-IDX) TO EE-TOTAL-COUNT (EE-IDX)
           END-IF.

       WRITE-ONE-CERTIFICATE-ROW.
           MOVE SPACES TO NAME-ERASURE-CERTIFICATE-RECORD.
           MOVE EE-CUST-NO (EE-IDX) TO EC-CUST-NO.
           MOVE ERASE-DATE TO EC-ERASE-DATE.
           MOVE ERASE-TIME TO EC-ERASE-TIME.
           MOVE OPERATOR-ID TO EC-OPERATOR-ID.
           MOVE EE-REFERENCE (EE-IDX) TO EC-REFERENCE.
           MOVE CERTIFY-PATH TO EC-FILE-NAME.
           MOVE CERTIFY-COUNT TO EC-REDACTED-COUNT.
           WRITE NAME-ERASURE-CERTIFICATE-RECORD.

       CERTIFY-ONE-CUSTOMER.
           IF EE-TOTAL-COUNT (EE-IDX) = ZERO
               ADD 1 TO NOTHING-FOUND-COUNT
               DISPLAY "Customer " EE-CUST-NO (EE-IDX)
                       ": no personal data found."
               MOVE "NO PERSONAL DATA FOUND" TO CERTIFY-PATH
               MOVE ZERO TO CERTIFY-COUNT
               PERFORM WRITE-ONE-CERTIFICATE-ROW
           ELSE
               ADD 1 TO ERASED-COUNT
           END-IF.

      * The erasure goes on the history as a change from
      * and to the redacted image, so the CRM extract
      * carries it to the CRM system.
       WRITE-THE-ERASURE-HISTORY.
           MOVE "NAMEHIST.DAT" TO SOURCE-PATH.
           OPEN EXTEND SOURCE-FILE.
           IF SOURCE-FILE-STATUS NOT = "00"
               OPEN OUTPUT SOURCE-FILE
               CLOSE SOURCE-FILE
               OPEN EXTEND SOURCE-FILE
           END-IF.
           PERFORM WRITE-ONE-ERASURE-HISTORY
               VARYING EE-IDX FROM 1 BY 1
               UNTIL EE-IDX > ERASE-COUNT.
           CLOSE SOURCE-FILE.

       WRITE-ONE-ERASURE-HISTORY.
           IF EE-ON-MASTER (EE-IDX) = "Y"
               MOVE EE-IMAGE (EE-IDX) TO IMAGE-WORK
               MOVE SPACES TO NAME-HISTORY-RECORD
               ACCEPT HS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT HS-RUN-TIME FROM TIME
               MOVE OPERATOR-ID TO HS-OPERATOR-ID
               MOVE "C" TO HS-ACTION
               MOVE IMAGE-MASTER-PART TO HS-BEFORE-IMAGE
               MOVE IMAGE-MASTER-PART TO HS-AFTER-IMAGE
               MOVE IMAGE-MAIL-PART TO HS-BEFORE-MAIL
               MOVE IMAGE-MAIL-PART TO HS-AFTER-MAIL
               MOVE NAME-HISTORY-RECORD TO SOURCE-LINE
               WRITE SOURCE-LINE
           END-IF.

      * Read only now, after the live master and ledger
      * have taken their GENBACK generations, so those are
      * swept with the rest.
       LOAD-THE-ARCHIVE-PATHS.
           MOVE ZERO TO ARCHIVE-COUNT.
           OPEN INPUT GENERATION-CATALOG-FILE.
           IF CAT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CAT-RECORD
               PERFORM UNTIL NO-MORE-CAT-RECORDS
                   MOVE GN-FILE-NAME TO NEW-ARCHIVE-PATH
                   IF GN-MASTER-NAME = LOCK-MASTER-NAME
                       MOVE "M" TO NEW-ARCHIVE-KIND
                       PERFORM LIST-ONE-ARCHIVE
                   END-IF
                   IF GN-MASTER-NAME = LOCK-AROPEN-NAME
                       MOVE "A" TO NEW-ARCHIVE-KIND
                       PERFORM LIST-ONE-ARCHIVE
                   END-IF
                   PERFORM READ-THE-NEXT-CAT-RECORD
               END-PERFORM
           END-IF.
           CLOSE GENERATION-CATALOG-FILE.
           OPEN INPUT STATEMENT-CONTROL-FILE.
           IF STMTCTL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-STMTCTL-LINE
               PERFORM UNTIL NO-MORE-STMTCTL-LINES
                   IF STATEMENT-CONTROL-LINE NOT = SPACES
                       MOVE STATEMENT-CONTROL-LINE TO NEW-ARCHIVE-PATH
                       MOVE "P" TO NEW-ARCHIVE-KIND
                       PERFORM LIST-ONE-ARCHIVE
                   END-IF
                   PERFORM READ-THE-NEXT-STMTCTL-LINE
               END-PERFORM
           END-IF.
           CLOSE STATEMENT-CONTROL-FILE.
           OPEN INPUT CRM-REGISTER-FILE.
           IF CRMREG-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CRMREG-ROW
               PERFORM UNTIL NO-MORE-CRMREG-ROWS
                   MOVE SPACES TO NEW-ARCHIVE-PATH
                   STRING "CRM" DELIMITED BY SIZE
                          CR-SEQUENCE-NO DELIMITED BY SIZE
                          ".DAT" DELIMITED BY SIZE
                       INTO NEW-ARCHIVE-PATH
                   MOVE "C" TO NEW-ARCHIVE-KIND
                   PERFORM LIST-ONE-ARCHIVE
                   PERFORM READ-THE-NEXT-CRMREG-ROW
               END-PERFORM
           END-IF.
           CLOSE CRM-REGISTER-FILE.

       READ-THE-NEXT-CAT-RECORD.
           READ GENERATION-CATALOG-FILE
               AT END
                   MOVE "Y" TO CAT-END-SWITCH
           END-READ.

       READ-THE-NEXT-STMTCTL-LINE.
           READ STATEMENT-CONTROL-FILE
               AT END
                   MOVE "Y" TO STMTCTL-END-SWITCH
           END-READ.

       READ-THE-NEXT-CRMREG-ROW.
           READ CRM-REGISTER-FILE
               AT END
                   MOVE "Y" TO CRMREG-END-SWITCH
           END-READ.

      * A file listed twice -- a CRM rerun, say -- is swept
      * once.
       LIST-ONE-ARCHIVE.
           SET AP-IDX TO 1.
           IF ARCHIVE-COUNT > 0
               SEARCH ARCHIVE-ENTRY
                   AT END
                       PERFORM ADD-ONE-ARCHIVE
                   WHEN AP-PATH (AP-IDX) = NEW-ARCHIVE-PATH
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM ADD-ONE-ARCHIVE
           END-IF.

       ADD-ONE-ARCHIVE.
           IF ARCHIVE-COUNT >= 1000
               IF NOT RUN-HAD-OVERFLOW
                   DISPLAY "Archive list exceeds the table; "
                           "the rest are left unredacted."
                   MOVE "Erasure archive table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
               MOVE "Y" TO RUN-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO ARCHIVE-COUNT
               SET AP-IDX TO ARCHIVE-COUNT
               MOVE NEW-ARCHIVE-PATH TO AP-PATH (AP-IDX)
               MOVE NEW-ARCHIVE-KIND TO AP-KIND (AP-IDX)
           END-IF.

       REDACT-ONE-ARCHIVE.
           EVALUATE AP-KIND (AP-IDX)
               WHEN "M"
                   MOVE AP-PATH (AP-IDX) TO MASTER-PATH
                   PERFORM REDACT-THE-MASTER-FILE
               WHEN "A"
                   MOVE AP-PATH (AP-IDX) TO SOURCE-PATH
                   MOVE "A" TO FILE-KIND
                   PERFORM REDACT-THE-LINE-FILE
               WHEN "P"
                   MOVE AP-PATH (AP-IDX) TO PACKED-PATH
                   PERFORM REDACT-THE-PACKED-FILE
               WHEN "C"
                   MOVE AP-PATH (AP-IDX) TO SOURCE-PATH
                   MOVE "C" TO FILE-KIND
                   PERFORM REDACT-THE-LINE-FILE
           END-EVALUATE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "NAMERS01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-AROPEN-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "NAMERS01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           MOVE "NAMERS01" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
