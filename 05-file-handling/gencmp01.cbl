       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCMP01.
      *--------------------------------------------------
      * Generation compare report for the flat masters.
      * GENBACK keeps dated generations of the masters in
      * GENCAT.DAT and GENRST01 rolls one back, but
      * nothing showed what actually differs between two
      * generations before anyone restored. This takes a
      * master name and two cataloged generation files --
      * either may be given as LIVE for the live
      * <master>.DAT -- matches the two copies record for
      * record on the master's key, and lists on
      * GENCMP.DAT each record added, each deleted, and
      * each changed, the changed ones field by field with
      * the value before and after, then the counts.
      *
      * The keys are NM-CUST-NO for NAMEMAST, list name
      * plus word for WRDMAST, and company and account plus
      * period for GLBAL. A word-master record is all key,
      * so a word list only ever shows adds and deletes.
      * The live GLBAL.DAT is an indexed file and is read
      * in key order through its own FD; its generations
      * are flat copies like any other master's.
      *
      * For GLBAL a GL extract can be named as well; every
      * balance added, deleted, or changed is then checked
      * against the debit and credit accounts on that
      * extract, and one whose account the extract never
      * names (under the line's company) is flagged and
      * logged to the shared
      * exception log -- an independent check that a
      * night's GLPOST01 touched only the accounts in that
      * night's GLEXTR.DAT. Any such balance ends the run
      * with return code 4.
      *
      * The master, the two files, and the extract come
      * from the command line in that order, e.g.
      *     gencmp01 GLBAL GLBAL.G20261014230512.DAT LIVE
      *              GLEXTR.DAT
      * or, with the command line empty, are asked for at
      * the console after the master's generations are
      * listed. A file that is neither LIVE nor cataloged
      * for the master, or a master this report has no
      * layout for, ends the run with return code 8.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS COPY-FILE-STATUS.

           SELECT OPTIONAL GENERATION-CATALOG-FILE
               ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.

           SELECT OPTIONAL MASTER-COPY-FILE
               ASSIGN TO DYNAMIC MASTER-COPY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-FILE-STATUS.

           SELECT OPTIONAL GL-EXTRACT-FILE
               ASSIGN TO DYNAMIC EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT COMPARE-REPORT-FILE ASSIGN TO "GENCMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  GENERATION-CATALOG-FILE.
       COPY GENCAT.

       FD  MASTER-COPY-FILE.
       01  MASTER-COPY-LINE          PIC X(132).

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

       01  CAT-FILE-STATUS       PIC XX.
       01  COPY-FILE-STATUS      PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  CAT-END-SWITCH        PIC X.
           88  NO-MORE-CAT-RECORDS           VALUE "Y".
       01  COPY-END-SWITCH       PIC X.
           88  NO-MORE-COPY-LINES            VALUE "Y".
       01  EXTRACT-END-SWITCH    PIC X.
           88  NO-MORE-EXTRACT-LINES         VALUE "Y".

       01  COMMAND-LINE-TEXT     PIC X(160).
       01  WANTED-MASTER         PIC X(8).
       01  OLDER-FILE            PIC X(40).
       01  NEWER-FILE            PIC X(40).
       01  EXTRACT-PATH          PIC X(40).
       01  MASTER-COPY-PATH      PIC X(40).
       01  PROVED-FILE           PIC X(40).
       01  LISTED-COUNT          PIC 9(3)    VALUE ZERO.
       01  CATALOGED-SWITCH      PIC X.
           88  FILE-IS-CATALOGED             VALUE "Y".
       01  REQUEST-ERROR         PIC X(60)   VALUE SPACES.
       01  LOADING-SIDE          PIC X.
           88  LOADING-THE-OLDER             VALUE "O".
           88  LOADING-THE-NEWER             VALUE "N".

       01  EXC-JOB-NAME          PIC X(8)    VALUE "GENCMP01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

      * The masters this report has a layout for: name,
      * record length, and the offset and length of the
      * one or two key fields that identify a record.
       01  MASTER-LAYOUT-TABLE.
           05  FILLER             PIC X(24)
               VALUE "NAMEMAST 110067006000000".
           05  FILLER             PIC X(24)
               VALUE "WRDMAST  059001008010050".
           05  FILLER             PIC X(24)
               VALUE "GLBAL    042001009011006".
       01  MASTER-LAYOUT-LIST REDEFINES MASTER-LAYOUT-TABLE.
           05  MASTER-LAYOUT OCCURS 3 TIMES
                              INDEXED BY ML-IDX.
               10  ML-NAME            PIC X(9).
               10  ML-RECORD-LENGTH   PIC 9(3).
               10  ML-KEY-1-OFFSET    PIC 9(3).
               10  ML-KEY-1-LENGTH    PIC 9(3).
               10  ML-KEY-2-OFFSET    PIC 9(3).
               10  ML-KEY-2-LENGTH    PIC 9(3).
       01  MASTER-FOUND-SWITCH   PIC X       VALUE "N".
           88  MASTER-IS-KNOWN               VALUE "Y" "G".
           88  MASTER-IS-GLBAL               VALUE "G".
       01  RECORD-LENGTH         PIC 9(3).
       01  KEY-1-OFFSET          PIC 9(3).
       01  KEY-1-LENGTH          PIC 9(3).
       01  KEY-2-OFFSET          PIC 9(3).
       01  KEY-2-LENGTH          PIC 9(3).

      * Each master's fields, as its copybook lays them
      * out, for the before-and-after of a changed record.
       01  FIELD-LAYOUT-TABLE.
           05  FILLER             PIC X(35)
               VALUE "NAMEMAST NM-NAME             001010".
           05  FILLER             PIC X(35)
               VALUE "NAMEMAST NM-ADDRESS          011030".
           05  FILLER             PIC X(35)
               VALUE "NAMEMAST NM-CITY             041015".
           05  FILLER             PIC X(35)
               VALUE "NAMEMAST NM-STATE            056002".
           05  FILLER             PIC X(35)
               VALUE "NAMEMAST NM-ZIP              058009".
           05  FILLER             PIC X(35)
               VALUE "NAMEMAST NM-CUST-NO          067006".
           05  FILLER             PIC X(35)
               VALUE "NAMEMAST NM-LAST-ACTIVITY    073008".
           05  FILLER             PIC X(35)
               VALUE "NAMEMAST NM-STATUS           081001".
           05  FILLER             PIC X(35)
               VALUE "NAMEMAST NM-MAIL-STATUS      082001".
           05  FILLER             PIC X(35)
               VALUE "NAMEMAST NM-RETURN-DATE      083008".
           05  FILLER             PIC X(35)
               VALUE "NAMEMAST NM-RETURN-REASON    091020".
           05  FILLER             PIC X(35)
               VALUE "WRDMAST  WL-LIST-NAME        001008".
           05  FILLER             PIC X(35)
               VALUE "WRDMAST  WL-WORD             010050".
           05  FILLER             PIC X(35)
               VALUE "GLBAL    GB-COMPANY          001002".
           05  FILLER             PIC X(35)
               VALUE "GLBAL    GB-ACCOUNT          004006".
           05  FILLER             PIC X(35)
               VALUE "GLBAL    GB-PERIOD           011006".
           05  FILLER             PIC X(35)
               VALUE "GLBAL    GB-OPENING-BALANCE  018012".
           05  FILLER             PIC X(35)
               VALUE "GLBAL    GB-ACTIVITY         031012".
       01  FIELD-LAYOUT-LIST REDEFINES FIELD-LAYOUT-TABLE.
           05  FIELD-LAYOUT OCCURS 18 TIMES
                             INDEXED BY FL-IDX.
               10  FL-MASTER-NAME     PIC X(9).
               10  FL-FIELD-NAME      PIC X(20).
               10  FL-OFFSET          PIC 9(3).
               10  FL-LENGTH          PIC 9(3).

       01  OLDER-COUNT           PIC 9(5)    VALUE ZERO.
       01  OLDER-TABLE.
           05  OLDER-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON OLDER-COUNT
                            ASCENDING KEY IS OE-KEY
                            INDEXED BY OE-IDX.
               10  OE-KEY             PIC X(60).
               10  OE-RECORD          PIC X(132).
       01  NEWER-COUNT           PIC 9(5)    VALUE ZERO.
       01  NEWER-TABLE.
           05  NEWER-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON NEWER-COUNT
                            ASCENDING KEY IS NE-KEY
                            INDEXED BY NE-IDX.
               10  NE-KEY             PIC X(60).
               10  NE-RECORD          PIC X(132).
       01  TABLE-FULL-SWITCH     PIC X       VALUE "N".
           88  TABLE-IS-FULL                 VALUE "Y".
       01  RECORD-KEY            PIC X(60).
       01  KEY-POINTER           PIC 9(3).

       01  EXTRACT-ACCOUNT-COUNT PIC 9(5)    VALUE ZERO.
       01  EXTRACT-ACCOUNT-TABLE.
           05  EXTRACT-ACCOUNT OCCURS 1 TO 5000 TIMES
                                DEPENDING ON EXTRACT-ACCOUNT-COUNT
                                INDEXED BY EA-IDX.
               10  EA-ACCOUNT         PIC X(9).
       01  CHECKING-SWITCH       PIC X       VALUE "N".
           88  CHECKING-THE-EXTRACT          VALUE "Y".
       01  ACCOUNT-TO-FIND       PIC X(9).
       01  ACCOUNT-FOUND-SWITCH  PIC X.
           88  ACCOUNT-IS-IN-EXTRACT         VALUE "Y".

       01  ADDED-COUNT           PIC 9(5)    VALUE ZERO.
       01  DELETED-COUNT         PIC 9(5)    VALUE ZERO.
       01  CHANGED-COUNT         PIC 9(5)    VALUE ZERO.
       01  UNCHANGED-COUNT       PIC 9(5)    VALUE ZERO.
       01  OUTSIDE-COUNT         PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "GENERATION COMPARE REPORT".
           COPY RUNDATE REPLACING RD-RUN-DATE BY CH-RUN-DATE.

       01  REPORT-HEADING-2.
           05  FILLER             PIC X(9)  VALUE "MASTER:  ".
           05  CH-MASTER-NAME     PIC X(8).

       01  REPORT-HEADING-3.
           05  CH-SIDE-NAME       PIC X(9).
           05  CH-FILE-NAME       PIC X(40).

       01  COMPARE-DETAIL-LINE.
           05  CD-ACTION          PIC X(9).
           05  CD-KEY             PIC X(60).

       01  RECORD-IMAGE-LINE.
           05  FILLER             PIC X(9)  VALUE SPACES.
           05  RI-LABEL           PIC X(6).
           05  RI-RECORD          PIC X(110).

       01  FIELD-CHANGE-LINE.
           05  FILLER             PIC X(9)  VALUE SPACES.
           05  FC-FIELD-NAME      PIC X(21).
           05  FC-LABEL           PIC X(6).
           05  FC-VALUE           PIC X(50).

       01  OUTSIDE-EXTRACT-LINE.
           05  FILLER             PIC X(9)  VALUE SPACES.
           05  FILLER             PIC X(40)
               VALUE "** ACCOUNT NOT ON THE GL EXTRACT **".

       01  COMPARE-TOTAL-LINE-1.
           05  FILLER             PIC X(18) VALUE "Records in older: ".
           05  CT-OLDER           PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE "   In newer: ".
           05  CT-NEWER           PIC ZZZZ9.

       01  COMPARE-TOTAL-LINE-2.
           05  FILLER             PIC X(7)  VALUE "Added: ".
           05  CT-ADDED           PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  Deleted: ".
           05  CT-DELETED         PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  Changed: ".
           05  CT-CHANGED         PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE "  Unchanged: ".
           05  CT-UNCHANGED       PIC ZZZZ9.

       01  COMPARE-TOTAL-LINE-3.
           05  FILLER             PIC X(30)
               VALUE "Balances outside the extract: ".
           05  CT-OUTSIDE         PIC ZZZZ9.

       01  RUN-DATE              PIC 9(8).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GENCMP01".
           MOVE SPACES TO COMMAND-LINE-TEXT WANTED-MASTER
                          OLDER-FILE NEWER-FILE EXTRACT-PATH.
           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE.
           IF COMMAND-LINE-TEXT = SPACES
               PERFORM ASK-FOR-THE-GENERATIONS
           ELSE
               UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
                   INTO WANTED-MASTER OLDER-FILE NEWER-FILE
                        EXTRACT-PATH
           END-IF.
           PERFORM CHECK-THE-REQUEST.
           IF REQUEST-ERROR = SPACES
               PERFORM LOAD-BOTH-COPIES
           END-IF.
           IF REQUEST-ERROR = SPACES
               PERFORM COMPARE-THE-COPIES
           END-IF.
           IF REQUEST-ERROR NOT = SPACES
               DISPLAY REQUEST-ERROR
               CALL "RUNEND" USING "GENCMP01"
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "RUNEND" USING "GENCMP01"
               IF OUTSIDE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       ASK-FOR-THE-GENERATIONS.
           DISPLAY "Master to compare (NAMEMAST, WRDMAST, GLBAL)?".
           ACCEPT WANTED-MASTER.
           PERFORM LIST-THE-GENERATIONS.
           IF LISTED-COUNT = ZERO
               DISPLAY "No generations cataloged for "
                       WANTED-MASTER "."
           END-IF.
           DISPLAY "Older generation file name (or LIVE)?".
           ACCEPT OLDER-FILE.
           DISPLAY "Newer generation file name (or LIVE)?".
           ACCEPT NEWER-FILE.
           IF WANTED-MASTER = "GLBAL"
               DISPLAY "GL extract to check the changes against "
                       "(blank for none)?"
               ACCEPT EXTRACT-PATH
           END-IF.

       CHECK-THE-REQUEST.
           PERFORM FIND-THE-MASTER-LAYOUT.
           IF NOT MASTER-IS-KNOWN
               MOVE "No compare layout for that master; "
                   TO REQUEST-ERROR
               MOVE "nothing compared." TO REQUEST-ERROR (36:17)
           ELSE
               MOVE OLDER-FILE TO PROVED-FILE
               PERFORM PROVE-THE-FILE
               IF NOT FILE-IS-CATALOGED
                   STRING "The older file is not cataloged for "
                              DELIMITED BY SIZE
                          WANTED-MASTER DELIMITED BY SPACE
                          "; nothing compared." DELIMITED BY SIZE
                       INTO REQUEST-ERROR
               ELSE
                   MOVE NEWER-FILE TO PROVED-FILE
                   PERFORM PROVE-THE-FILE
                   IF NOT FILE-IS-CATALOGED
                       STRING "The newer file is not cataloged for "
                                  DELIMITED BY SIZE
                              WANTED-MASTER DELIMITED BY SPACE
                              "; nothing compared." DELIMITED BY SIZE
                           INTO REQUEST-ERROR
                   END-IF
               END-IF
           END-IF.
           IF  REQUEST-ERROR = SPACES
           AND MASTER-IS-GLBAL
           AND EXTRACT-PATH NOT = SPACES
               MOVE "Y" TO CHECKING-SWITCH
           END-IF.

       LOAD-BOTH-COPIES.
           MOVE "O" TO LOADING-SIDE.
           MOVE OLDER-FILE TO PROVED-FILE.
           PERFORM LOAD-ONE-COPY.
           IF REQUEST-ERROR = SPACES
               MOVE "N" TO LOADING-SIDE
               MOVE NEWER-FILE TO PROVED-FILE
               PERFORM LOAD-ONE-COPY
           END-IF.
           IF REQUEST-ERROR = SPACES AND TABLE-IS-FULL
               MOVE "A copy exceeds the table; nothing compared."
                   TO REQUEST-ERROR
           END-IF.
           IF REQUEST-ERROR = SPACES AND CHECKING-THE-EXTRACT
               PERFORM LOAD-THE-EXTRACT-ACCOUNTS
           END-IF.

      * Both copies are put in key order and matched the
      * way a sequential update matches master and
      * transactions: a key only the older copy has was
      * deleted, one only the newer copy has was added.
       COMPARE-THE-COPIES.
           IF OLDER-COUNT > 0
               SORT OLDER-ENTRY ASCENDING KEY OE-KEY
           END-IF.
           IF NEWER-COUNT > 0
               SORT NEWER-ENTRY ASCENDING KEY NE-KEY
           END-IF.
           OPEN OUTPUT COMPARE-REPORT-FILE.
           PERFORM WRITE-THE-HEADINGS.
           SET OE-IDX TO 1.
           SET NE-IDX TO 1.
           PERFORM UNTIL OE-IDX > OLDER-COUNT
                     AND NE-IDX > NEWER-COUNT
               EVALUATE TRUE
                   WHEN OE-IDX > OLDER-COUNT
                       PERFORM REPORT-AN-ADDED-RECORD
                       SET NE-IDX UP BY 1
                   WHEN NE-IDX > NEWER-COUNT
                       PERFORM REPORT-A-DELETED-RECORD
                       SET OE-IDX UP BY 1
                   WHEN OE-KEY (OE-IDX) < NE-KEY (NE-IDX)
                       PERFORM REPORT-A-DELETED-RECORD
                       SET OE-IDX UP BY 1
                   WHEN OE-KEY (OE-IDX) > NE-KEY (NE-IDX)
                       PERFORM REPORT-AN-ADDED-RECORD
                       SET NE-IDX UP BY 1
                   WHEN OTHER
                       PERFORM COMPARE-ONE-RECORD-PAIR
                       SET OE-IDX UP BY 1
                       SET NE-IDX UP BY 1
               END-EVALUATE
           END-PERFORM.
           PERFORM WRITE-THE-TOTALS.
           CLOSE COMPARE-REPORT-FILE.
           DISPLAY "Compared " WANTED-MASTER ": added "
                   ADDED-COUNT " deleted " DELETED-COUNT
                   " changed " CHANGED-COUNT
                   " unchanged " UNCHANGED-COUNT.
           IF CHECKING-THE-EXTRACT
               DISPLAY "Balances outside the extract: "
                       OUTSIDE-COUNT
           END-IF.

      * Level 3 routines -- the request
       LIST-THE-GENERATIONS.
           MOVE "N" TO CAT-END-SWITCH.
           OPEN INPUT GENERATION-CATALOG-FILE.
           IF CAT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CAT-RECORD
               PERFORM UNTIL NO-MORE-CAT-RECORDS
                   IF GN-MASTER-NAME = WANTED-MASTER
                       ADD 1 TO LISTED-COUNT
                       DISPLAY "  " GN-GENERATION-DATE " "
                               GN-GENERATION-TIME " "
                               GN-FILE-NAME
                   END-IF
                   PERFORM READ-THE-NEXT-CAT-RECORD
               END-PERFORM
           END-IF.
           CLOSE GENERATION-CATALOG-FILE.

       READ-THE-NEXT-CAT-RECORD.
           READ GENERATION-CATALOG-FILE
               AT END
                   MOVE "Y" TO CAT-END-SWITCH
           END-READ.

       FIND-THE-MASTER-LAYOUT.
           SET ML-IDX TO 1.
           SEARCH MASTER-LAYOUT
               AT END
                   MOVE "N" TO MASTER-FOUND-SWITCH
               WHEN ML-NAME (ML-IDX) = WANTED-MASTER
                   MOVE "Y" TO MASTER-FOUND-SWITCH
                   MOVE ML-RECORD-LENGTH (ML-IDX) TO RECORD-LENGTH
                   MOVE ML-KEY-1-OFFSET (ML-IDX) TO KEY-1-OFFSET
                   MOVE ML-KEY-1-LENGTH (ML-IDX) TO KEY-1-LENGTH
                   MOVE ML-KEY-2-OFFSET (ML-IDX) TO KEY-2-OFFSET
                   MOVE ML-KEY-2-LENGTH (ML-IDX) TO KEY-2-LENGTH
           END-SEARCH.
           IF MASTER-IS-KNOWN AND WANTED-MASTER = "GLBAL"
               MOVE "G" TO MASTER-FOUND-SWITCH
           END-IF.

      * LIVE is always acceptable; anything else must be a
      * generation GENCAT.DAT holds for this master, the
      * same proof GENRST01 asks before a rollback.
       PROVE-THE-FILE.
           MOVE "N" TO CATALOGED-SWITCH.
           IF PROVED-FILE = "LIVE"
               MOVE "Y" TO CATALOGED-SWITCH
           ELSE
               MOVE "N" TO CAT-END-SWITCH
               OPEN INPUT GENERATION-CATALOG-FILE
               IF CAT-FILE-STATUS = "00"
                   PERFORM READ-THE-NEXT-CAT-RECORD
                   PERFORM UNTIL NO-MORE-CAT-RECORDS
                       IF  GN-MASTER-NAME = WANTED-MASTER
                       AND GN-FILE-NAME = PROVED-FILE
                           MOVE "Y" TO CATALOGED-SWITCH
                       END-IF
                       PERFORM READ-THE-NEXT-CAT-RECORD
                   END-PERFORM
               END-IF
               CLOSE GENERATION-CATALOG-FILE
           END-IF.

      * Level 3 routines -- loading
       LOAD-ONE-COPY.
           MOVE SPACES TO MASTER-COPY-PATH.
           IF PROVED-FILE = "LIVE"
               STRING WANTED-MASTER DELIMITED BY SPACE
                      ".DAT" DELIMITED BY SIZE
                   INTO MASTER-COPY-PATH
           ELSE
               MOVE PROVED-FILE TO MASTER-COPY-PATH
           END-IF.
           MOVE "N" TO COPY-END-SWITCH.
           IF PROVED-FILE = "LIVE" AND MASTER-IS-GLBAL
               OPEN INPUT GL-BALANCE-FILE
           ELSE
               OPEN INPUT MASTER-COPY-FILE
           END-IF.
           IF COPY-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-COPY-LINE
               PERFORM UNTIL NO-MORE-COPY-LINES OR TABLE-IS-FULL
                   PERFORM TABLE-ONE-COPY-LINE
                   PERFORM READ-THE-NEXT-COPY-LINE
               END-PERFORM
           ELSE
               MOVE SPACES TO REQUEST-ERROR
               STRING MASTER-COPY-PATH DELIMITED BY SPACE
                      " is missing from disk; nothing compared."
                          DELIMITED BY SIZE
                   INTO REQUEST-ERROR
           END-IF.
           IF PROVED-FILE = "LIVE" AND MASTER-IS-GLBAL
               CLOSE GL-BALANCE-FILE
           ELSE
               CLOSE MASTER-COPY-FILE
           END-IF.

       READ-THE-NEXT-COPY-LINE.
           IF PROVED-FILE = "LIVE" AND MASTER-IS-GLBAL
               READ GL-BALANCE-FILE
                   AT END
                       MOVE "Y" TO COPY-END-SWITCH
                   NOT AT END
                       MOVE GL-BALANCE-RECORD TO MASTER-COPY-LINE
               END-READ
           ELSE
               READ MASTER-COPY-FILE
                   AT END
                       MOVE "Y" TO COPY-END-SWITCH
               END-READ
           END-IF.

       TABLE-ONE-COPY-LINE.
           PERFORM BUILD-THE-RECORD-KEY.
           IF LOADING-THE-OLDER
               IF OLDER-COUNT < 5000
                   ADD 1 TO OLDER-COUNT
                   MOVE RECORD-KEY TO OE-KEY (OLDER-COUNT)
                   MOVE MASTER-COPY-LINE TO OE-RECORD (OLDER-COUNT)
               ELSE
                   MOVE "Y" TO TABLE-FULL-SWITCH
               END-IF
           ELSE
               IF NEWER-COUNT < 5000
                   ADD 1 TO NEWER-COUNT
                   MOVE RECORD-KEY TO NE-KEY (NEWER-COUNT)
                   MOVE MASTER-COPY-LINE TO NE-RECORD (NEWER-COUNT)
               ELSE
                   MOVE "Y" TO TABLE-FULL-SWITCH
               END-IF
           END-IF.

      * A two-part key is shown and matched with a space
      * between the parts: "LISTNAME WORD", "01 100100 202610".
       BUILD-THE-RECORD-KEY.
           MOVE SPACES TO RECORD-KEY.
           MOVE 1 TO KEY-POINTER.
           STRING MASTER-COPY-LINE (KEY-1-OFFSET:KEY-1-LENGTH)
                      DELIMITED BY SIZE
               INTO RECORD-KEY WITH POINTER KEY-POINTER.
           IF KEY-2-LENGTH > ZERO
               ADD 1 TO KEY-POINTER
               STRING MASTER-COPY-LINE (KEY-2-OFFSET:KEY-2-LENGTH)
                          DELIMITED BY SIZE
                   INTO RECORD-KEY WITH POINTER KEY-POINTER
           END-IF.

      * Every account the extract names on either side of
      * a line, under the line's company ("01" when blank),
      * is one the night's posting may touch.
       LOAD-THE-EXTRACT-ACCOUNTS.
           MOVE "N" TO EXTRACT-END-SWITCH.
           OPEN INPUT GL-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-EXTRACT-LINE
               PERFORM UNTIL NO-MORE-EXTRACT-LINES
                   MOVE SPACES TO ACCOUNT-TO-FIND
                   MOVE GX-COMPANY TO ACCOUNT-TO-FIND (1:2)
                   IF GX-COMPANY = SPACES
                       MOVE "01" TO ACCOUNT-TO-FIND (1:2)
                   END-IF
                   MOVE GX-DEBIT-ACCOUNT TO ACCOUNT-TO-FIND (4:6)
                   PERFORM REMEMBER-THE-ACCOUNT
                   MOVE GX-CREDIT-ACCOUNT TO ACCOUNT-TO-FIND (4:6)
                   PERFORM REMEMBER-THE-ACCOUNT
                   PERFORM READ-THE-NEXT-EXTRACT-LINE
               END-PERFORM
           ELSE
               MOVE SPACES TO REQUEST-ERROR
               STRING EXTRACT-PATH DELIMITED BY SPACE
                      " is missing from disk; nothing compared."
                          DELIMITED BY SIZE
                   INTO REQUEST-ERROR
           END-IF.
           CLOSE GL-EXTRACT-FILE.

       READ-THE-NEXT-EXTRACT-LINE.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO EXTRACT-END-SWITCH
           END-READ.

       REMEMBER-THE-ACCOUNT.
           PERFORM FIND-THE-EXTRACT-ACCOUNT.
           IF  NOT ACCOUNT-IS-IN-EXTRACT
           AND EXTRACT-ACCOUNT-COUNT < 5000
               ADD 1 TO EXTRACT-ACCOUNT-COUNT
               MOVE ACCOUNT-TO-FIND
                   TO EA-ACCOUNT (EXTRACT-ACCOUNT-COUNT)
           END-IF.

       FIND-THE-EXTRACT-ACCOUNT.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           IF EXTRACT-ACCOUNT-COUNT > ZERO
               SET EA-IDX TO 1
               SEARCH EXTRACT-ACCOUNT
                   WHEN EA-ACCOUNT (EA-IDX) = ACCOUNT-TO-FIND
                       MOVE "Y" TO ACCOUNT-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * Level 3 routines -- the report
       WRITE-THE-HEADINGS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO CH-RUN-DATE.
           MOVE REPORT-HEADING-1 TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE WANTED-MASTER TO CH-MASTER-NAME.
           MOVE REPORT-HEADING-2 TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE "OLDER:   " TO CH-SIDE-NAME.
           MOVE OLDER-FILE TO CH-FILE-NAME.
           MOVE REPORT-HEADING-3 TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE "NEWER:   " TO CH-SIDE-NAME.
           MOVE NEWER-FILE TO CH-FILE-NAME.
           MOVE REPORT-HEADING-3 TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE SPACES TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.

       REPORT-AN-ADDED-RECORD.
           ADD 1 TO ADDED-COUNT.
           MOVE "ADDED" TO CD-ACTION.
           MOVE NE-KEY (NE-IDX) TO CD-KEY.
           MOVE COMPARE-DETAIL-LINE TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE "NOW: " TO RI-LABEL.
           MOVE NE-RECORD (NE-IDX) (1:RECORD-LENGTH) TO RI-RECORD.
           MOVE RECORD-IMAGE-LINE TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE NE-RECORD (NE-IDX) (KEY-1-OFFSET:9)
               TO ACCOUNT-TO-FIND.
           PERFORM CHECK-AGAINST-THE-EXTRACT.

       REPORT-A-DELETED-RECORD.
           ADD 1 TO DELETED-COUNT.
           MOVE "DELETED" TO CD-ACTION.
           MOVE OE-KEY (OE-IDX) TO CD-KEY.
           MOVE COMPARE-DETAIL-LINE TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE "WAS: " TO RI-LABEL.
           MOVE OE-RECORD (OE-IDX) (1:RECORD-LENGTH) TO RI-RECORD.
           MOVE RECORD-IMAGE-LINE TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE OE-RECORD (OE-IDX) (KEY-1-OFFSET:9)
               TO ACCOUNT-TO-FIND.
           PERFORM CHECK-AGAINST-THE-EXTRACT.

       COMPARE-ONE-RECORD-PAIR.
           IF OE-RECORD (OE-IDX) = NE-RECORD (NE-IDX)
               ADD 1 TO UNCHANGED-COUNT
           ELSE
               ADD 1 TO CHANGED-COUNT
               MOVE "CHANGED" TO CD-ACTION
               MOVE NE-KEY (NE-IDX) TO CD-KEY
               MOVE COMPARE-DETAIL-LINE TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               PERFORM REPORT-ONE-CHANGED-FIELD
                   VARYING FL-IDX FROM 1 BY 1
                   UNTIL FL-IDX > 18
               MOVE NE-RECORD (NE-IDX) (KEY-1-OFFSET:9)
                   TO ACCOUNT-TO-FIND
               PERFORM CHECK-AGAINST-THE-EXTRACT
           END-IF.

       REPORT-ONE-CHANGED-FIELD.
           IF FL-MASTER-NAME (FL-IDX) = WANTED-MASTER
           AND OE-RECORD (OE-IDX)
                   (FL-OFFSET (FL-IDX):FL-LENGTH (FL-IDX))
               NOT = NE-RECORD (NE-IDX)
                   (FL-OFFSET (FL-IDX):FL-LENGTH (FL-IDX))
               MOVE FL-FIELD-NAME (FL-IDX) TO FC-FIELD-NAME
               MOVE "WAS: " TO FC-LABEL
               MOVE OE-RECORD (OE-IDX)
                       (FL-OFFSET (FL-IDX):FL-LENGTH (FL-IDX))
                   TO FC-VALUE
               MOVE FIELD-CHANGE-LINE TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               MOVE SPACES TO FC-FIELD-NAME
               MOVE "NOW: " TO FC-LABEL
               MOVE NE-RECORD (NE-IDX)
                       (FL-OFFSET (FL-IDX):FL-LENGTH (FL-IDX))
                   TO FC-VALUE
               MOVE FIELD-CHANGE-LINE TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-IF.

      * Only a GLBAL compare with an extract named checks;
      * the company and account are the first nine bytes
      * of the record.
       CHECK-AGAINST-THE-EXTRACT.
           IF CHECKING-THE-EXTRACT
               PERFORM FIND-THE-EXTRACT-ACCOUNT
               IF NOT ACCOUNT-IS-IN-EXTRACT
                   ADD 1 TO OUTSIDE-COUNT
                   MOVE OUTSIDE-EXTRACT-LINE TO COMPARE-REPORT-LINE
                   WRITE COMPARE-REPORT-LINE
                   MOVE "GLBAL changed off extract:      "
                       TO EXC-TEXT
                   MOVE ACCOUNT-TO-FIND TO EXC-TEXT (28:9)
                   MOVE "CTRL" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               END-IF
           END-IF.

       WRITE-THE-TOTALS.
           MOVE SPACES TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE OLDER-COUNT TO CT-OLDER.
           MOVE NEWER-COUNT TO CT-NEWER.
           MOVE COMPARE-TOTAL-LINE-1 TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE ADDED-COUNT TO CT-ADDED.
           MOVE DELETED-COUNT TO CT-DELETED.
           MOVE CHANGED-COUNT TO CT-CHANGED.
           MOVE UNCHANGED-COUNT TO CT-UNCHANGED.
           MOVE COMPARE-TOTAL-LINE-2 TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           IF CHECKING-THE-EXTRACT
               MOVE OUTSIDE-COUNT TO CT-OUTSIDE
               MOVE COMPARE-TOTAL-LINE-3 TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-IF.
