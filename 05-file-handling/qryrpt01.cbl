       IDENTIFICATION DIVISION.
       PROGRAM-ID. QRYRPT01.
      *--------------------------------------------------
      * Ad-hoc query writer over the suite's data files,
      * live or archived. "Every type-03 pair over 5,000
      * for DP02 in August" used to mean a one-off program
      * each time; here it is a query card instead. The
      * card (QRYCARD.cpy describes its statements) names
      * one of the record layouts in the QRYFLD.DAT field
      * dictionary -- ADDTRNP, GLEXTR, EXCLOG, MENULOG,
      * RANGEXC, NAMEMAST -- the files to read, the
      * selection conditions, the output fields in order,
      * up to three sort keys, up to two control breaks
      * with subtotals, a title, and whether the result is
      * a paged report or a CSV.
      *
      * Cards are saved by name in QRYLIB.DAT, so a
      * recurring question is keyed once and re-run by
      * name. A card keyed into QRYCARD.DAT under the name
      * asked for replaces the library copy of that name
      * before the run.
      *
      * A report is written as QUERYNAME.ccyymmdd.DAT and
      * cataloged in SPOOLCAT.DAT the same way SPOOL01
      * keeps the nightly reports, so RPRINT01 reprints it
      * and the spool retention purges it. A CSV is
      * written as QUERYNAME.CSV in the CSVEXP01 format:
      * a header row of the field names, then one trimmed,
      * comma-delimited row per record.
      *
      * Subtotals add the signed and packed fields (the
      * amounts); unsigned digit fields are dates, times,
      * accounts, and codes, and are shown but not added.
      * A card in error runs nothing and ends RC 8; a file
      * named on the card but not found, or a selection
      * larger than the row table, ends RC 4.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUERY-CARD-FILE
               ASSIGN TO "QRYCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT OPTIONAL QUERY-LIBRARY-FILE
               ASSIGN TO "QRYLIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIB-FILE-STATUS.

           SELECT OPTIONAL QUERY-FIELD-FILE
               ASSIGN TO "QRYFLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLD-FILE-STATUS.

           SELECT OPTIONAL LINE-SOURCE-FILE
               ASSIGN TO DYNAMIC SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT OPTIONAL PACKED-SOURCE-FILE
               ASSIGN TO DYNAMIC SOURCE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT QUERY-REPORT-FILE
               ASSIGN TO DYNAMIC REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUERY-CSV-FILE
               ASSIGN TO DYNAMIC CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SPOOL-CATALOG-FILE
               ASSIGN TO "SPOOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUERY-CARD-FILE.
       COPY QRYCARD.

       FD  QUERY-LIBRARY-FILE.
       01  QUERY-LIBRARY-LINE        PIC X(76).

       FD  QUERY-FIELD-FILE.
       COPY QRYFLD.

       FD  LINE-SOURCE-FILE.
       01  LINE-SOURCE-RECORD        PIC X(200).

      * The only record-sequential layout in the dictionary
      * is the packed ADDTRNP feed record.
       FD  PACKED-SOURCE-FILE.
       01  PACKED-SOURCE-RECORD      PIC X(56).

       FD  QUERY-REPORT-FILE.
       01  QUERY-REPORT-LINE         PIC X(132).

       FD  QUERY-CSV-FILE.
       01  QUERY-CSV-LINE            PIC X(512).

       FD  SPOOL-CATALOG-FILE.
       COPY SPOOLCAT.

       WORKING-STORAGE SECTION.

       01  CARD-FILE-STATUS      PIC XX.
       01  LIB-FILE-STATUS       PIC XX.
       01  FLD-FILE-STATUS       PIC XX.
       01  SOURCE-FILE-STATUS    PIC XX.
       01  CAT-FILE-STATUS       PIC XX.
       01  SOURCE-PATH           PIC X(60).
       01  REPORT-PATH           PIC X(40).
       01  CSV-PATH              PIC X(40).

       01  CARD-END-SWITCH       PIC X.
           88  NO-MORE-CARD-LINES            VALUE "Y".
       01  LIB-END-SWITCH        PIC X.
           88  NO-MORE-LIBRARY-LINES         VALUE "Y".
       01  FLD-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-FIELD-RECORDS         VALUE "Y".
       01  SOURCE-END-SWITCH     PIC X.
           88  NO-MORE-SOURCE-RECORDS        VALUE "Y".
       01  CAT-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-CAT-RECORDS           VALUE "Y".
       01  CARD-ERROR-SWITCH     PIC X       VALUE "N".
           88  CARD-IS-IN-ERROR              VALUE "Y".
       01  ROW-PASSES-SWITCH     PIC X.
           88  ROW-PASSES                    VALUE "Y".
       01  CATALOGED-SWITCH      PIC X       VALUE "N".
           88  COPY-IS-CATALOGED             VALUE "Y".

       01  QUERY-NAME            PIC X(8).
       01  BUSINESS-DATE         PIC 9(8).
       01  JOB-NAME              PIC X(8)    VALUE "QRYRPT01".
       01  ROW-TABLE-NAME        PIC X(8)    VALUE "ROWS".
       01  CONDITION-CODE        PIC 9(2)    VALUE ZERO.
       01  CARD-ERROR-TEXT       PIC X(60).

      * The saved library, held while a newly keyed card
      * replaces the old copy of its name.
       01  LIBRARY-COUNT         PIC 9(4)    VALUE ZERO.
       01  LIBRARY-TABLE.
           05  LIBRARY-ENTRY OCCURS 2000 TIMES
                              INDEXED BY LIB-IDX.
               10  QL-LINE           PIC X(76).
       01  NEW-CARD-COUNT        PIC 9(3)    VALUE ZERO.
       01  NEW-CARD-TABLE.
           05  NEW-CARD-ENTRY OCCURS 100 TIMES
                               INDEXED BY NEW-IDX.
               10  QN-LINE           PIC X(76).

      * The statements of the query being run.
       01  STATEMENT-COUNT       PIC 9(3)    VALUE ZERO.
       01  STATEMENT-TABLE.
           05  STATEMENT-ENTRY OCCURS 100 TIMES
                                INDEXED BY STMT-IDX.
               10  QS-VERB           PIC X(6).
               10  QS-OPERAND        PIC X(60).

      * The query as the card describes it.
       01  QUERY-TITLE           PIC X(60)   VALUE SPACES.
       01  QUERY-LAYOUT          PIC X(8)    VALUE SPACES.
       01  OUTPUT-MODE           PIC X(6)    VALUE "REPORT".
           88  OUTPUT-TO-REPORT              VALUE "REPORT".
           88  OUTPUT-TO-CSV                 VALUE "CSV".
       01  FILE-COUNT            PIC 9(2)    VALUE ZERO.
       01  FILE-TABLE.
           05  FILE-ENTRY OCCURS 20 TIMES INDEXED BY FILE-IDX.
               10  QI-FILE-NAME      PIC X(60).
               10  QI-FILE-FOUND     PIC X.
       01  WHERE-COUNT           PIC 9(2)    VALUE ZERO.
       01  WHERE-TABLE.
           05  WHERE-ENTRY OCCURS 10 TIMES INDEXED BY WHERE-IDX.
               10  QW-FIELD-NAME     PIC X(20).
               10  QW-FIELD-SLOT     PIC 9(3).
               10  QW-OPERATOR       PIC X(3).
               10  QW-VALUE          PIC X(40).
               10  QW-VALUE-LENGTH   PIC 9(2).
               10  QW-NUMBER         PIC S9(13)V99.
       01  SHOW-COUNT            PIC 9(2)    VALUE ZERO.
       01  SHOW-TABLE.
           05  SHOW-ENTRY OCCURS 10 TIMES INDEXED BY SHOW-IDX.
               10  QO-FIELD-NAME     PIC X(20).
               10  QO-FIELD-SLOT     PIC 9(3).
               10  QO-WIDTH          PIC 9(3).
               10  QO-POSITION       PIC 9(3).
               10  QO-NUMERIC-SWITCH PIC X.
                   88  QO-IS-NUMERIC             VALUE "Y".
               10  QO-SUMMED-SWITCH  PIC X.
                   88  QO-IS-SUMMED              VALUE "Y".
       01  SORT-COUNT            PIC 9       VALUE ZERO.
       01  SORT-TABLE.
           05  SORT-ENTRY OCCURS 3 TIMES INDEXED BY SORT-IDX.
               10  QK-FIELD-NAME     PIC X(20).
               10  QK-FIELD-SLOT     PIC 9(3).
               10  QK-DIRECTION      PIC X.
       01  BREAK-COUNT           PIC 9       VALUE ZERO.
       01  BREAK-TABLE.
           05  BREAK-ENTRY OCCURS 2 TIMES INDEXED BY BREAK-IDX.
               10  QB-FIELD-NAME     PIC X(20).
               10  QB-FIELD-SLOT     PIC 9(3).

      * The field dictionary rows of the layout queried.
       01  RECORD-ORGANIZATION   PIC X       VALUE SPACE.
           88  READ-AS-LINES                 VALUE "L".
           88  READ-AS-RECORDS               VALUE "R".
       01  FIELD-COUNT           PIC 9(3)    VALUE ZERO.
       01  FIELD-TABLE.
           05  FIELD-ENTRY OCCURS 60 TIMES INDEXED BY FIELD-IDX.
               10  QT-FIELD-NAME     PIC X(20).
               10  QT-OFFSET         PIC 9(3).
               10  QT-LENGTH         PIC 9(3).
               10  QT-TYPE           PIC X.
                   88  QT-IS-TEXT                VALUE "A".
                   88  QT-IS-UNSIGNED            VALUE "N".
                   88  QT-IS-TOTAL               VALUE "T".
               10  QT-DECIMALS       PIC 9.
               10  QT-TOTAL-OF-1     PIC X(20).
               10  QT-TOTAL-OF-2     PIC X(20).
               10  QT-PART-1-SLOT    PIC 9(3).
               10  QT-PART-2-SLOT    PIC 9(3).

      * The selected rows, sorted in place on the composite
      * key before they are printed.
       01  ROW-LIMIT             PIC 9(5)    VALUE 2000.
       01  ROW-COUNT             PIC 9(5)    VALUE ZERO.
       01  ROWS-NOT-KEPT         PIC 9(7)    VALUE ZERO.
       01  ROW-TABLE.
           05  ROW-ENTRY OCCURS 1 TO 2000 TIMES
                          DEPENDING ON ROW-COUNT
                          ASCENDING KEY IS QR-SORT-KEY
                          INDEXED BY ROW-IDX.
               10  QR-SORT-KEY       PIC X(60).
               10  QR-BREAK-TEXT     PIC X(40) OCCURS 2 TIMES.
               10  QR-SHOW-TEXT      PIC X(40) OCCURS 10 TIMES.
               10  QR-SHOW-NUMBER    PIC S9(13)V99
                                      OCCURS 10 TIMES.

       01  RECORDS-READ          PIC 9(7)    VALUE ZERO.
       01  FILES-READ            PIC 9(2)    VALUE ZERO.
       01  FILES-MISSING         PIC 9(2)    VALUE ZERO.

      * One field's value out of the current record.
       01  RECORD-AREA           PIC X(200).
       01  FIELD-SLOT            PIC 9(3).
       01  PLAIN-SLOT            PIC 9(3).
       01  FOUND-SLOT            PIC 9(3).
       01  LOOKUP-NAME           PIC X(20).
       01  FIELD-RAW             PIC X(40).
       01  FIELD-TEXT            PIC X(40).
       01  FIELD-NUMBER          PIC S9(13)V99.
       01  PLAIN-NUMBER          PIC S9(13)V99.
       01  FIRST-PART-NUMBER     PIC S9(13)V99.
       01  DIGIT-WORK            PIC 9(18).
       01  DIGIT-TEXT REDEFINES DIGIT-WORK
                                 PIC X(18).
       01  PACKED-WORK           PIC S9(17) COMP-3.
       01  PACKED-TEXT REDEFINES PACKED-WORK
                                 PIC X(9).
       01  DIGIT-START           PIC 9(3).
       01  DIGIT-LENGTH          PIC 9(3).
       01  SIGN-CHARACTER        PIC X.
       01  EDIT-WHOLE            PIC -(14)9.
       01  EDIT-CENTS            PIC -(11)9.99.
       01  EDITED-VALUE          PIC X(15).
       01  HIT-COUNT             PIC 9(3).
       01  DECIMAL-DIVISOR       PIC 9(5).

      * Sort-key building: numbers are offset to positive
      * so their digits sort as the values do, and a
      * descending key has every byte complemented.
       01  KEY-NUMBER            PIC 9(15)V99.
       01  KEY-NUMBER-TEXT REDEFINES KEY-NUMBER
                                 PIC X(17).
       01  KEY-START             PIC 9(3).
       01  BYTE-POSITION         PIC 9(3).

      * Card parsing.
       01  PARSE-WORD-1          PIC X(20).
       01  PARSE-WORD-2          PIC X(40).
       01  OPERAND-POINTER       PIC 9(3).
       01  NAME-LENGTH           PIC 9(3).
       01  LINE-POSITION         PIC 9(3).
       01  CSV-POINTER           PIC 9(3).
       01  CSV-VALUE             PIC X(40).
       01  CSV-NAME              PIC X(20).

      * Paging and control breaks.
       01  PAGE-NUMBER           PIC 9(4)    VALUE ZERO.
       01  LINES-ON-PAGE         PIC 9(2)    VALUE ZERO.
       01  LINES-PER-PAGE        PIC 9(2)    VALUE 50.
       01  CLOSING-LEVEL         PIC 9.
       01  PREVIOUS-BREAK-TABLE.
           05  PREVIOUS-BREAK-TEXT PIC X(40) OCCURS 2 TIMES.
       01  LEVEL-TABLE.
           05  LEVEL-ENTRY OCCURS 3 TIMES INDEXED BY LEVEL-IDX.
               10  LV-ROW-COUNT      PIC 9(7).
               10  LV-SUM            PIC S9(13)V99
                                      OCCURS 10 TIMES.
       01  REPORT-LINE-WORK      PIC X(132).
       01  EDIT-ROWS             PIC Z,ZZZ,ZZ9.

       01  QUERY-HEADING-1.
           05  QH-TITLE           PIC X(60).
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY QH-RUN-DATE.
           05  FILLER             PIC X(10) VALUE "  PAGE:   ".
           05  QH-PAGE-NUMBER     PIC ZZZ9.

       01  QUERY-HEADING-2.
           05  FILLER             PIC X(7)  VALUE "QUERY: ".
           05  QH-QUERY-NAME      PIC X(8).
           05  FILLER             PIC X(10) VALUE "  LAYOUT: ".
           05  QH-LAYOUT          PIC X(8).
           05  FILLER             PIC X(17)
               VALUE "  ROWS SELECTED: ".
           05  QH-ROW-COUNT       PIC ZZZZ9.
           05  FILLER             PIC X(16)
               VALUE "  RECORDS READ: ".
           05  QH-RECORDS-READ    PIC ZZZZZZ9.

       01  COLUMN-HEADING-LINE   PIC X(132).
       01  COLUMN-UNDERLINE      PIC X(132).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "QRYRPT01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           DISPLAY "Query name (as saved in the query library)?".
           ACCEPT QUERY-NAME.
           PERFORM SAVE-A-NEWLY-KEYED-CARD.
           PERFORM LOAD-THE-SAVED-QUERY.
           IF STATEMENT-COUNT = ZERO
               DISPLAY "No saved query named " QUERY-NAME "."
               MOVE 8 TO CONDITION-CODE
           ELSE
               PERFORM RUN-THE-QUERY
           END-IF.
           CALL "RUNEND" USING "QRYRPT01".
           MOVE CONDITION-CODE TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       RUN-THE-QUERY.
           PERFORM PARSE-THE-QUERY-CARD.
           IF NOT CARD-IS-IN-ERROR
               PERFORM LOAD-THE-FIELD-DICTIONARY
               PERFORM RESOLVE-THE-FIELD-NAMES
               PERFORM LAY-OUT-THE-COLUMNS
           END-IF.
           IF CARD-IS-IN-ERROR
               DISPLAY "Query " QUERY-NAME " not run."
               MOVE 8 TO CONDITION-CODE
           ELSE
               CALL "TBLLIMIT" USING JOB-NAME ROW-TABLE-NAME
                                      ROW-LIMIT
               IF ROW-LIMIT > 2000
                   MOVE 2000 TO ROW-LIMIT
               END-IF
               PERFORM SELECT-FROM-ONE-FILE
                   VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-COUNT
               IF SORT-COUNT > ZERO AND ROW-COUNT > 1
                   SORT ROW-ENTRY ASCENDING KEY QR-SORT-KEY
               END-IF
               IF OUTPUT-TO-CSV
                   PERFORM WRITE-THE-CSV
               ELSE
                   PERFORM WRITE-THE-REPORT
                   PERFORM CATALOG-THE-REPORT
               END-IF
               DISPLAY "Query " QUERY-NAME ": " RECORDS-READ
                       " records read, " ROW-COUNT " selected."
               IF FILES-MISSING > ZERO OR ROWS-NOT-KEPT > ZERO
                   MOVE 4 TO CONDITION-CODE
               END-IF
           END-IF.

      *--------------------------------------------------
      * The query library
      *--------------------------------------------------
      * A card keyed into QRYCARD.DAT under the name asked
      * for replaces every library statement of that name;
      * the other saved cards are written back untouched.
       SAVE-A-NEWLY-KEYED-CARD.
           MOVE "N" TO CARD-END-SWITCH.
           OPEN INPUT QUERY-CARD-FILE.
           IF CARD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CARD-LINE
               PERFORM UNTIL NO-MORE-CARD-LINES
                   IF  QC-QUERY-NAME = QUERY-NAME
                   AND NEW-CARD-COUNT < 100
                       ADD 1 TO NEW-CARD-COUNT
                       SET NEW-IDX TO NEW-CARD-COUNT
                       MOVE QUERY-CARD-RECORD TO QN-LINE (NEW-IDX)
                   END-IF
                   PERFORM READ-THE-NEXT-CARD-LINE
               END-PERFORM
           END-IF.
           CLOSE QUERY-CARD-FILE.
           IF NEW-CARD-COUNT > ZERO
               PERFORM LOAD-THE-OTHER-SAVED-CARDS
               PERFORM REWRITE-THE-LIBRARY
               DISPLAY "Query card " QUERY-NAME " saved to the "
                       "library (" NEW-CARD-COUNT " statements)."
           END-IF.

       READ-THE-NEXT-CARD-LINE.
           READ QUERY-CARD-FILE
               AT END
                   MOVE "Y" TO CARD-END-SWITCH
           END-READ.

       LOAD-THE-OTHER-SAVED-CARDS.
           MOVE "N" TO LIB-END-SWITCH.
           OPEN INPUT QUERY-LIBRARY-FILE.
           IF LIB-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-LIBRARY-LINE
               PERFORM UNTIL NO-MORE-LIBRARY-LINES
                   IF  QUERY-LIBRARY-LINE (1:8) NOT = QUERY-NAME
                   AND LIBRARY-COUNT < 2000
                       ADD 1 TO LIBRARY-COUNT
                       SET LIB-IDX TO LIBRARY-COUNT
                       MOVE QUERY-LIBRARY-LINE TO QL-LINE (LIB-IDX)
                   END-IF
                   PERFORM READ-THE-NEXT-LIBRARY-LINE
               END-PERFORM
           END-IF.
           CLOSE QUERY-LIBRARY-FILE.

       READ-THE-NEXT-LIBRARY-LINE.
           READ QUERY-LIBRARY-FILE
               AT END
                   MOVE "Y" TO LIB-END-SWITCH
           END-READ.

       REWRITE-THE-LIBRARY.
           OPEN OUTPUT QUERY-LIBRARY-FILE.
           PERFORM WRITE-ONE-LIBRARY-LINE
               VARYING LIB-IDX FROM 1 BY 1
               UNTIL LIB-IDX > LIBRARY-COUNT.
           PERFORM WRITE-ONE-NEW-CARD-LINE
               VARYING NEW-IDX FROM 1 BY 1
               UNTIL NEW-IDX > NEW-CARD-COUNT.
           CLOSE QUERY-LIBRARY-FILE.

       WRITE-ONE-LIBRARY-LINE.
           MOVE QL-LINE (LIB-IDX) TO QUERY-LIBRARY-LINE.
           WRITE QUERY-LIBRARY-LINE.

       WRITE-ONE-NEW-CARD-LINE.
           MOVE QN-LINE (NEW-IDX) TO QUERY-LIBRARY-LINE.
           WRITE QUERY-LIBRARY-LINE.

       LOAD-THE-SAVED-QUERY.
           MOVE "N" TO LIB-END-SWITCH.
           OPEN INPUT QUERY-LIBRARY-FILE.
           IF LIB-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-LIBRARY-LINE
               PERFORM UNTIL NO-MORE-LIBRARY-LINES
                   IF  QUERY-LIBRARY-LINE (1:8) = QUERY-NAME
                   AND STATEMENT-COUNT < 100
                       ADD 1 TO STATEMENT-COUNT
                       SET STMT-IDX TO STATEMENT-COUNT
                       MOVE QUERY-LIBRARY-LINE (10:6)
                           TO QS-VERB (STMT-IDX)
                       MOVE QUERY-LIBRARY-LINE (17:60)
                           TO QS-OPERAND (STMT-IDX)
                   END-IF
                   PERFORM READ-THE-NEXT-LIBRARY-LINE
               END-PERFORM
           END-IF.
           CLOSE QUERY-LIBRARY-FILE.

      *--------------------------------------------------
      * Reading the card
      *--------------------------------------------------
       PARSE-THE-QUERY-CARD.
           PERFORM PARSE-ONE-STATEMENT
               VARYING STMT-IDX FROM 1 BY 1
               UNTIL STMT-IDX > STATEMENT-COUNT.
           IF QUERY-LAYOUT = SPACES
               MOVE "no LAYOUT statement" TO CARD-ERROR-TEXT
               PERFORM REPORT-A-CARD-ERROR
           END-IF.
           IF FILE-COUNT = ZERO
               MOVE "no FILE statement" TO CARD-ERROR-TEXT
               PERFORM REPORT-A-CARD-ERROR
           END-IF.
           IF SHOW-COUNT = ZERO
               MOVE "no SHOW statement" TO CARD-ERROR-TEXT
               PERFORM REPORT-A-CARD-ERROR
           END-IF.
           IF QUERY-TITLE = SPACES
               MOVE QUERY-NAME TO QUERY-TITLE
           END-IF.

       PARSE-ONE-STATEMENT.
           MOVE SPACES TO PARSE-WORD-1 PARSE-WORD-2.
           MOVE 1 TO OPERAND-POINTER.
           UNSTRING QS-OPERAND (STMT-IDX) DELIMITED BY ALL SPACE
               INTO PARSE-WORD-1 PARSE-WORD-2
               WITH POINTER OPERAND-POINTER.
           EVALUATE QS-VERB (STMT-IDX)
               WHEN "TITLE "
                   MOVE QS-OPERAND (STMT-IDX) TO QUERY-TITLE
               WHEN "LAYOUT"
                   MOVE PARSE-WORD-1 TO QUERY-LAYOUT
               WHEN "FILE  "
                   PERFORM PARSE-A-FILE-STATEMENT
               WHEN "WHERE "
                   PERFORM PARSE-A-WHERE-STATEMENT
               WHEN "SHOW  "
                   PERFORM PARSE-A-SHOW-STATEMENT
               WHEN "SORT  "
                   PERFORM PARSE-A-SORT-STATEMENT
               WHEN "BREAK "
                   PERFORM PARSE-A-BREAK-STATEMENT
               WHEN "OUTPUT"
                   MOVE PARSE-WORD-1 TO OUTPUT-MODE
                   IF NOT OUTPUT-TO-REPORT AND NOT OUTPUT-TO-CSV
                       MOVE "OUTPUT must be REPORT or CSV"
                           TO CARD-ERROR-TEXT
                       PERFORM REPORT-A-CARD-ERROR
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO CARD-ERROR-TEXT
                   STRING "unknown statement "
                              DELIMITED BY SIZE
                          QS-VERB (STMT-IDX) DELIMITED BY SIZE
                       INTO CARD-ERROR-TEXT
                   PERFORM REPORT-A-CARD-ERROR
           END-EVALUATE.

       PARSE-A-FILE-STATEMENT.
           IF FILE-COUNT >= 20
               MOVE "more than 20 FILE statements"
                   TO CARD-ERROR-TEXT
               PERFORM REPORT-A-CARD-ERROR
           ELSE
               ADD 1 TO FILE-COUNT
               SET FILE-IDX TO FILE-COUNT
               MOVE SPACES TO QI-FILE-NAME (FILE-IDX)
               UNSTRING QS-OPERAND (STMT-IDX)
                   DELIMITED BY ALL SPACE
                   INTO QI-FILE-NAME (FILE-IDX)
               MOVE "N" TO QI-FILE-FOUND (FILE-IDX)
           END-IF.

      * WHERE field operator value -- the value is the rest
      * of the statement, so a text value may hold spaces.
       PARSE-A-WHERE-STATEMENT.
           IF WHERE-COUNT >= 10
               MOVE "more than 10 WHERE statements"
                   TO CARD-ERROR-TEXT
               PERFORM REPORT-A-CARD-ERROR
           ELSE
               ADD 1 TO WHERE-COUNT
               SET WHERE-IDX TO WHERE-COUNT
               MOVE PARSE-WORD-1 TO QW-FIELD-NAME (WHERE-IDX)
               MOVE PARSE-WORD-2 TO QW-OPERATOR (WHERE-IDX)
               MOVE SPACES TO QW-VALUE (WHERE-IDX)
               IF OPERAND-POINTER <= 60
                   MOVE QS-OPERAND (STMT-IDX) (OPERAND-POINTER:)
                       TO QW-VALUE (WHERE-IDX)
               END-IF
               IF QW-VALUE (WHERE-IDX) = SPACES
                   MOVE ZERO TO QW-VALUE-LENGTH (WHERE-IDX)
               ELSE
                   COMPUTE QW-VALUE-LENGTH (WHERE-IDX) =
                       FUNCTION LENGTH (FUNCTION TRIM
                           (QW-VALUE (WHERE-IDX) TRAILING))
               END-IF
               IF  QW-OPERATOR (WHERE-IDX) NOT = "EQ"
               AND QW-OPERATOR (WHERE-IDX) NOT = "NE"
               AND QW-OPERATOR (WHERE-IDX) NOT = "GT"
               AND QW-OPERATOR (WHERE-IDX) NOT = "GE"
               AND QW-OPERATOR (WHERE-IDX) NOT = "LT"
               AND QW-OPERATOR (WHERE-IDX) NOT = "LE"
               AND QW-OPERATOR (WHERE-IDX) NOT = "HAS"
                   MOVE SPACES TO CARD-ERROR-TEXT
                   STRING "WHERE operator not known: "
                              DELIMITED BY SIZE
                          QW-OPERATOR (WHERE-IDX)
                              DELIMITED BY SIZE
                       INTO CARD-ERROR-TEXT
                   PERFORM REPORT-A-CARD-ERROR
               END-IF
           END-IF.

       PARSE-A-SHOW-STATEMENT.
           IF SHOW-COUNT >= 10
               MOVE "more than 10 SHOW statements"
                   TO CARD-ERROR-TEXT
               PERFORM REPORT-A-CARD-ERROR
           ELSE
               ADD 1 TO SHOW-COUNT
               SET SHOW-IDX TO SHOW-COUNT
               MOVE PARSE-WORD-1 TO QO-FIELD-NAME (SHOW-IDX)
           END-IF.

       PARSE-A-SORT-STATEMENT.
           IF SORT-COUNT >= 3
               MOVE "more than 3 SORT statements"
                   TO CARD-ERROR-TEXT
               PERFORM REPORT-A-CARD-ERROR
           ELSE
               ADD 1 TO SORT-COUNT
               SET SORT-IDX TO SORT-COUNT
               MOVE PARSE-WORD-1 TO QK-FIELD-NAME (SORT-IDX)
               IF PARSE-WORD-2 (1:1) = "D"
                   MOVE "D" TO QK-DIRECTION (SORT-IDX)
               ELSE
                   MOVE "A" TO QK-DIRECTION (SORT-IDX)
               END-IF
           END-IF.

      * A break has to name the sort key in the same place
      * -- the first BREAK the first SORT, the second the
      * second -- or its groups would not come together.
       PARSE-A-BREAK-STATEMENT.
           IF BREAK-COUNT >= 2
               MOVE "more than 2 BREAK statements"
                   TO CARD-ERROR-TEXT
               PERFORM REPORT-A-CARD-ERROR
           ELSE
               ADD 1 TO BREAK-COUNT
               SET BREAK-IDX TO BREAK-COUNT
               MOVE PARSE-WORD-1 TO QB-FIELD-NAME (BREAK-IDX)
               IF BREAK-COUNT > SORT-COUNT
                   MOVE "BREAK must follow its SORT statement"
                       TO CARD-ERROR-TEXT
                   PERFORM REPORT-A-CARD-ERROR
               ELSE
                   IF QB-FIELD-NAME (BREAK-IDX)
                          NOT = QK-FIELD-NAME (BREAK-COUNT)
                       MOVE "BREAK must name the same place's SORT"
                           TO CARD-ERROR-TEXT
                       PERFORM REPORT-A-CARD-ERROR
                   END-IF
               END-IF
           END-IF.

       REPORT-A-CARD-ERROR.
           DISPLAY "Query " QUERY-NAME " card error: "
                   CARD-ERROR-TEXT.
           MOVE "Y" TO CARD-ERROR-SWITCH.

      *--------------------------------------------------
      * The field dictionary
      *--------------------------------------------------
       LOAD-THE-FIELD-DICTIONARY.
           OPEN INPUT QUERY-FIELD-FILE.
           IF FLD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-FIELD-RECORD
               PERFORM UNTIL NO-MORE-FIELD-RECORDS
                   IF QF-LAYOUT = QUERY-LAYOUT
                       PERFORM KEEP-ONE-FIELD-RECORD
                   END-IF
                   PERFORM READ-THE-NEXT-FIELD-RECORD
               END-PERFORM
           END-IF.
           CLOSE QUERY-FIELD-FILE.
           IF RECORD-ORGANIZATION = SPACE OR FIELD-COUNT = ZERO
               MOVE SPACES TO CARD-ERROR-TEXT
               STRING "layout not in the field dictionary: "
                          DELIMITED BY SIZE
                      QUERY-LAYOUT DELIMITED BY SIZE
                   INTO CARD-ERROR-TEXT
               PERFORM REPORT-A-CARD-ERROR
           END-IF.

       READ-THE-NEXT-FIELD-RECORD.
           READ QUERY-FIELD-FILE
               AT END
                   MOVE "Y" TO FLD-END-SWITCH
           END-READ.

       KEEP-ONE-FIELD-RECORD.
           IF QF-FIELD-NAME = "*RECORD"
               MOVE QF-TYPE TO RECORD-ORGANIZATION
           ELSE
               IF FIELD-COUNT < 60
                   ADD 1 TO FIELD-COUNT
                   SET FIELD-IDX TO FIELD-COUNT
                   MOVE QF-FIELD-NAME TO QT-FIELD-NAME (FIELD-IDX)
                   MOVE QF-OFFSET TO QT-OFFSET (FIELD-IDX)
                   MOVE QF-LENGTH TO QT-LENGTH (FIELD-IDX)
                   MOVE QF-TYPE TO QT-TYPE (FIELD-IDX)
                   MOVE QF-DECIMALS TO QT-DECIMALS (FIELD-IDX)
                   MOVE QF-TOTAL-OF-1 TO QT-TOTAL-OF-1 (FIELD-IDX)
                   MOVE QF-TOTAL-OF-2 TO QT-TOTAL-OF-2 (FIELD-IDX)
                   MOVE ZERO TO QT-PART-1-SLOT (FIELD-IDX)
                                QT-PART-2-SLOT (FIELD-IDX)
               END-IF
           END-IF.

       RESOLVE-THE-FIELD-NAMES.
           PERFORM RESOLVE-ONE-TOTAL-FIELD
               VARYING FIELD-IDX FROM 1 BY 1
               UNTIL FIELD-IDX > FIELD-COUNT.
           PERFORM RESOLVE-ONE-WHERE-FIELD
               VARYING WHERE-IDX FROM 1 BY 1
               UNTIL WHERE-IDX > WHERE-COUNT.
           PERFORM RESOLVE-ONE-SHOW-FIELD
               VARYING SHOW-IDX FROM 1 BY 1
               UNTIL SHOW-IDX > SHOW-COUNT.
           PERFORM RESOLVE-ONE-SORT-FIELD
               VARYING SORT-IDX FROM 1 BY 1
               UNTIL SORT-IDX > SORT-COUNT.
           PERFORM RESOLVE-ONE-BREAK-FIELD
               VARYING BREAK-IDX FROM 1 BY 1
               UNTIL BREAK-IDX > BREAK-COUNT.

       RESOLVE-ONE-TOTAL-FIELD.
           IF QT-IS-TOTAL (FIELD-IDX)
               MOVE QT-TOTAL-OF-1 (FIELD-IDX) TO LOOKUP-NAME
               PERFORM FIND-THE-FIELD
               MOVE FOUND-SLOT TO QT-PART-1-SLOT (FIELD-IDX)
               MOVE QT-TOTAL-OF-2 (FIELD-IDX) TO LOOKUP-NAME
               PERFORM FIND-THE-FIELD
               MOVE FOUND-SLOT TO QT-PART-2-SLOT (FIELD-IDX)
           END-IF.

       RESOLVE-ONE-WHERE-FIELD.
           MOVE QW-FIELD-NAME (WHERE-IDX) TO LOOKUP-NAME.
           PERFORM FIND-THE-FIELD.
           MOVE FOUND-SLOT TO QW-FIELD-SLOT (WHERE-IDX).
           IF FOUND-SLOT = ZERO
               PERFORM REPORT-AN-UNKNOWN-FIELD
           ELSE
               IF QT-IS-TEXT (FOUND-SLOT)
                   IF QW-VALUE-LENGTH (WHERE-IDX) = ZERO
                       MOVE 1 TO QW-VALUE-LENGTH (WHERE-IDX)
                   END-IF
               ELSE
                   PERFORM CHECK-A-NUMERIC-CONDITION
               END-IF
           END-IF.

       CHECK-A-NUMERIC-CONDITION.
           IF QW-OPERATOR (WHERE-IDX) = "HAS"
               MOVE SPACES TO CARD-ERROR-TEXT
               STRING "HAS needs a text field: " DELIMITED BY SIZE
                      LOOKUP-NAME DELIMITED BY SIZE
                   INTO CARD-ERROR-TEXT
               PERFORM REPORT-A-CARD-ERROR
           ELSE
               IF QW-VALUE-LENGTH (WHERE-IDX) = ZERO
               OR FUNCTION TEST-NUMVAL (QW-VALUE (WHERE-IDX))
                      NOT = ZERO
                   MOVE SPACES TO CARD-ERROR-TEXT
                   STRING "WHERE value is not a number: "
                              DELIMITED BY SIZE
                          LOOKUP-NAME DELIMITED BY SIZE
                       INTO CARD-ERROR-TEXT
                   PERFORM REPORT-A-CARD-ERROR
               ELSE
                   COMPUTE QW-NUMBER (WHERE-IDX) =
                       FUNCTION NUMVAL (QW-VALUE (WHERE-IDX))
               END-IF
           END-IF.

       RESOLVE-ONE-SHOW-FIELD.
           MOVE QO-FIELD-NAME (SHOW-IDX) TO LOOKUP-NAME.
           PERFORM FIND-THE-FIELD.
           MOVE FOUND-SLOT TO QO-FIELD-SLOT (SHOW-IDX).
           IF FOUND-SLOT = ZERO
               PERFORM REPORT-AN-UNKNOWN-FIELD
           END-IF.

       RESOLVE-ONE-SORT-FIELD.
           MOVE QK-FIELD-NAME (SORT-IDX) TO LOOKUP-NAME.
           PERFORM FIND-THE-FIELD.
           MOVE FOUND-SLOT TO QK-FIELD-SLOT (SORT-IDX).
           IF FOUND-SLOT = ZERO
               PERFORM REPORT-AN-UNKNOWN-FIELD
           END-IF.

       RESOLVE-ONE-BREAK-FIELD.
           MOVE QB-FIELD-NAME (BREAK-IDX) TO LOOKUP-NAME.
           PERFORM FIND-THE-FIELD.
           MOVE FOUND-SLOT TO QB-FIELD-SLOT (BREAK-IDX).
           IF FOUND-SLOT = ZERO
               PERFORM REPORT-AN-UNKNOWN-FIELD
           END-IF.

       FIND-THE-FIELD.
           MOVE ZERO TO FOUND-SLOT.
           PERFORM VARYING PLAIN-SLOT FROM 1 BY 1
                   UNTIL PLAIN-SLOT > FIELD-COUNT
                      OR FOUND-SLOT NOT = ZERO
               IF QT-FIELD-NAME (PLAIN-SLOT) = LOOKUP-NAME
                   MOVE PLAIN-SLOT TO FOUND-SLOT
               END-IF
           END-PERFORM.

       REPORT-AN-UNKNOWN-FIELD.
           MOVE SPACES TO CARD-ERROR-TEXT.
           STRING "no such field in " DELIMITED BY SIZE
                  QUERY-LAYOUT DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  LOOKUP-NAME DELIMITED BY SIZE
               INTO CARD-ERROR-TEXT.
           PERFORM REPORT-A-CARD-ERROR.

      * Each column is as wide as its widest value or its
      * field name, whichever is more, two spaces apart;
      * the whole line has to fit the 132-column page.
       LAY-OUT-THE-COLUMNS.
           MOVE 1 TO LINE-POSITION.
           IF NOT CARD-IS-IN-ERROR
               PERFORM LAY-OUT-ONE-COLUMN
                   VARYING SHOW-IDX FROM 1 BY 1
                   UNTIL SHOW-IDX > SHOW-COUNT
               IF LINE-POSITION > 135 AND OUTPUT-TO-REPORT
                   MOVE "SHOW columns too wide for the page"
                       TO CARD-ERROR-TEXT
                   PERFORM REPORT-A-CARD-ERROR
               END-IF
           END-IF.

       LAY-OUT-ONE-COLUMN.
           MOVE QO-FIELD-SLOT (SHOW-IDX) TO FIELD-SLOT.
           MOVE "N" TO QO-NUMERIC-SWITCH (SHOW-IDX)
                       QO-SUMMED-SWITCH (SHOW-IDX).
           EVALUATE QT-TYPE (FIELD-SLOT)
               WHEN "A"
                   MOVE QT-LENGTH (FIELD-SLOT) TO QO-WIDTH (SHOW-IDX)
                   IF QO-WIDTH (SHOW-IDX) > 40
                       MOVE 40 TO QO-WIDTH (SHOW-IDX)
                   END-IF
               WHEN "N"
                   MOVE QT-LENGTH (FIELD-SLOT) TO QO-WIDTH (SHOW-IDX)
                   MOVE "Y" TO QO-NUMERIC-SWITCH (SHOW-IDX)
               WHEN "P"
                   COMPUTE QO-WIDTH (SHOW-IDX) =
                       QT-LENGTH (FIELD-SLOT) * 2
                   MOVE "Y" TO QO-NUMERIC-SWITCH (SHOW-IDX)
                               QO-SUMMED-SWITCH (SHOW-IDX)
               WHEN "T"
                   MOVE 15 TO QO-WIDTH (SHOW-IDX)
                   MOVE "Y" TO QO-NUMERIC-SWITCH (SHOW-IDX)
                               QO-SUMMED-SWITCH (SHOW-IDX)
               WHEN OTHER
                   MOVE QT-LENGTH (FIELD-SLOT) TO QO-WIDTH (SHOW-IDX)
                   MOVE "Y" TO QO-NUMERIC-SWITCH (SHOW-IDX)
                               QO-SUMMED-SWITCH (SHOW-IDX)
           END-EVALUATE.
           IF QO-IS-NUMERIC (SHOW-IDX)
               IF QT-DECIMALS (FIELD-SLOT) > ZERO
                   ADD 1 TO QO-WIDTH (SHOW-IDX)
               END-IF
               IF QO-WIDTH (SHOW-IDX) > 15
                   MOVE 15 TO QO-WIDTH (SHOW-IDX)
               END-IF
           END-IF.
           COMPUTE NAME-LENGTH = FUNCTION LENGTH
               (FUNCTION TRIM (QO-FIELD-NAME (SHOW-IDX))).
           IF NAME-LENGTH > QO-WIDTH (SHOW-IDX)
               MOVE NAME-LENGTH TO QO-WIDTH (SHOW-IDX)
           END-IF.
           MOVE LINE-POSITION TO QO-POSITION (SHOW-IDX).
           COMPUTE LINE-POSITION =
               LINE-POSITION + QO-WIDTH (SHOW-IDX) + 2.

      *--------------------------------------------------
      * Selecting the rows
      *--------------------------------------------------
       SELECT-FROM-ONE-FILE.
           MOVE QI-FILE-NAME (FILE-IDX) TO SOURCE-PATH.
           MOVE "N" TO SOURCE-END-SWITCH.
           IF READ-AS-RECORDS
               OPEN INPUT PACKED-SOURCE-FILE
           ELSE
               OPEN INPUT LINE-SOURCE-FILE
           END-IF.
           IF SOURCE-FILE-STATUS = "00"
               MOVE "Y" TO QI-FILE-FOUND (FILE-IDX)
               ADD 1 TO FILES-READ
               PERFORM READ-THE-NEXT-SOURCE-RECORD
               PERFORM UNTIL NO-MORE-SOURCE-RECORDS
                   ADD 1 TO RECORDS-READ
                   PERFORM TEST-THE-RECORD
                   IF ROW-PASSES
                       PERFORM KEEP-THE-ROW
                   END-IF
                   PERFORM READ-THE-NEXT-SOURCE-RECORD
               END-PERFORM
           ELSE
               ADD 1 TO FILES-MISSING
               DISPLAY "Query " QUERY-NAME " file not found: "
                       QI-FILE-NAME (FILE-IDX)
           END-IF.
           IF READ-AS-RECORDS
               CLOSE PACKED-SOURCE-FILE
           ELSE
               CLOSE LINE-SOURCE-FILE
           END-IF.

       READ-THE-NEXT-SOURCE-RECORD.
           IF READ-AS-RECORDS
               READ PACKED-SOURCE-FILE
                   AT END
                       MOVE "Y" TO SOURCE-END-SWITCH
                   NOT AT END
                       MOVE PACKED-SOURCE-RECORD TO RECORD-AREA
               END-READ
           ELSE
               READ LINE-SOURCE-FILE
                   AT END
                       MOVE "Y" TO SOURCE-END-SWITCH
                   NOT AT END
                       MOVE LINE-SOURCE-RECORD TO RECORD-AREA
               END-READ
           END-IF.

       TEST-THE-RECORD.
           MOVE "Y" TO ROW-PASSES-SWITCH.
           PERFORM TEST-ONE-CONDITION
               VARYING WHERE-IDX FROM 1 BY 1
               UNTIL WHERE-IDX > WHERE-COUNT
                  OR NOT ROW-PASSES.

       TEST-ONE-CONDITION.
           MOVE QW-FIELD-SLOT (WHERE-IDX) TO FIELD-SLOT.
           PERFORM TAKE-THE-FIELD-VALUE.
           MOVE "N" TO ROW-PASSES-SWITCH.
           IF QT-IS-TEXT (FIELD-SLOT)
               EVALUATE QW-OPERATOR (WHERE-IDX)
                   WHEN "EQ"
                       IF FIELD-RAW = QW-VALUE (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
                   WHEN "NE"
                       IF FIELD-RAW NOT = QW-VALUE (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
                   WHEN "GT"
                       IF FIELD-RAW > QW-VALUE (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
                   WHEN "GE"
                       IF FIELD-RAW >= QW-VALUE (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
                   WHEN "LT"
                       IF FIELD-RAW < QW-VALUE (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
                   WHEN "LE"
                       IF FIELD-RAW <= QW-VALUE (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
                   WHEN "HAS"
                       MOVE ZERO TO HIT-COUNT
                       INSPECT FIELD-RAW TALLYING HIT-COUNT
                           FOR ALL QW-VALUE (WHERE-IDX)
                               (1:QW-VALUE-LENGTH (WHERE-IDX))
                       IF HIT-COUNT > ZERO
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
               END-EVALUATE
           ELSE
               EVALUATE QW-OPERATOR (WHERE-IDX)
                   WHEN "EQ"
                       IF FIELD-NUMBER = QW-NUMBER (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
                   WHEN "NE"
                       IF FIELD-NUMBER NOT = QW-NUMBER (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
                   WHEN "GT"
                       IF FIELD-NUMBER > QW-NUMBER (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
                   WHEN "GE"
                       IF FIELD-NUMBER >= QW-NUMBER (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
                   WHEN "LT"
                       IF FIELD-NUMBER < QW-NUMBER (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
                   WHEN "LE"
                       IF FIELD-NUMBER <= QW-NUMBER (WHERE-IDX)
                           MOVE "Y" TO ROW-PASSES-SWITCH
                       END-IF
               END-EVALUATE
           END-IF.

       KEEP-THE-ROW.
           IF ROW-COUNT >= ROW-LIMIT
               ADD 1 TO ROWS-NOT-KEPT
           ELSE
               ADD 1 TO ROW-COUNT
               SET ROW-IDX TO ROW-COUNT
               MOVE SPACES TO QR-SORT-KEY (ROW-IDX)
                              QR-BREAK-TEXT (ROW-IDX 1)
                              QR-BREAK-TEXT (ROW-IDX 2)
               PERFORM BUILD-ONE-SORT-KEY
                   VARYING SORT-IDX FROM 1 BY 1
                   UNTIL SORT-IDX > SORT-COUNT
               PERFORM KEEP-ONE-BREAK-VALUE
                   VARYING BREAK-IDX FROM 1 BY 1
                   UNTIL BREAK-IDX > BREAK-COUNT
               PERFORM KEEP-ONE-SHOW-VALUE
                   VARYING SHOW-IDX FROM 1 BY 1
                   UNTIL SHOW-IDX > SHOW-COUNT
           END-IF.

       BUILD-ONE-SORT-KEY.
           MOVE QK-FIELD-SLOT (SORT-IDX) TO FIELD-SLOT.
           PERFORM TAKE-THE-FIELD-VALUE.
           COMPUTE KEY-START = (SORT-IDX - 1) * 20 + 1.
           IF QT-IS-TEXT (FIELD-SLOT)
               MOVE FIELD-RAW (1:20)
                   TO QR-SORT-KEY (ROW-IDX) (KEY-START:20)
           ELSE
               COMPUTE KEY-NUMBER = FIELD-NUMBER + 10000000000000
               MOVE KEY-NUMBER-TEXT
                   TO QR-SORT-KEY (ROW-IDX) (KEY-START:20)
           END-IF.
           IF QK-DIRECTION (SORT-IDX) = "D"
               PERFORM COMPLEMENT-ONE-KEY-BYTE
                   VARYING BYTE-POSITION FROM KEY-START BY 1
                   UNTIL BYTE-POSITION > KEY-START + 19
           END-IF.

       COMPLEMENT-ONE-KEY-BYTE.
           MOVE FUNCTION CHAR (257 - FUNCTION ORD
                   (QR-SORT-KEY (ROW-IDX) (BYTE-POSITION:1)))
               TO QR-SORT-KEY (ROW-IDX) (BYTE-POSITION:1).

       KEEP-ONE-BREAK-VALUE.
           MOVE QB-FIELD-SLOT (BREAK-IDX) TO FIELD-SLOT.
           PERFORM TAKE-THE-FIELD-VALUE.
           MOVE FIELD-TEXT TO QR-BREAK-TEXT (ROW-IDX BREAK-IDX).

       KEEP-ONE-SHOW-VALUE.
           MOVE QO-FIELD-SLOT (SHOW-IDX) TO FIELD-SLOT.
           PERFORM TAKE-THE-FIELD-VALUE.
           MOVE FIELD-TEXT TO QR-SHOW-TEXT (ROW-IDX SHOW-IDX).
           MOVE FIELD-NUMBER TO QR-SHOW-NUMBER (ROW-IDX SHOW-IDX).

      * FIELD-SLOT names the dictionary row. Text comes
      * back in FIELD-RAW (and FIELD-TEXT); a number comes
      * back in FIELD-NUMBER, with FIELD-TEXT its edited
      * form. A T row is the total of two plain rows.
       TAKE-THE-FIELD-VALUE.
           IF QT-IS-TOTAL (FIELD-SLOT)
               MOVE QT-PART-1-SLOT (FIELD-SLOT) TO PLAIN-SLOT
               PERFORM TAKE-A-PLAIN-VALUE
               MOVE PLAIN-NUMBER TO FIRST-PART-NUMBER
               MOVE QT-PART-2-SLOT (FIELD-SLOT) TO PLAIN-SLOT
               PERFORM TAKE-A-PLAIN-VALUE
               ADD FIRST-PART-NUMBER TO PLAIN-NUMBER
           ELSE
               MOVE FIELD-SLOT TO PLAIN-SLOT
               PERFORM TAKE-A-PLAIN-VALUE
           END-IF.
           MOVE PLAIN-NUMBER TO FIELD-NUMBER.
           IF QT-IS-TEXT (FIELD-SLOT)
               MOVE FIELD-RAW TO FIELD-TEXT
           ELSE
               IF QT-DECIMALS (FIELD-SLOT) = ZERO
                   MOVE FIELD-NUMBER TO EDIT-WHOLE
                   MOVE EDIT-WHOLE TO FIELD-TEXT
               ELSE
                   MOVE FIELD-NUMBER TO EDIT-CENTS
                   MOVE EDIT-CENTS TO FIELD-TEXT
               END-IF
           END-IF.

       TAKE-A-PLAIN-VALUE.
           MOVE SPACES TO FIELD-RAW.
           MOVE ZERO TO PLAIN-NUMBER.
           IF PLAIN-SLOT > ZERO
               MOVE QT-OFFSET (PLAIN-SLOT) TO DIGIT-START
               MOVE QT-LENGTH (PLAIN-SLOT) TO DIGIT-LENGTH
               COMPUTE DECIMAL-DIVISOR =
                   10 ** QT-DECIMALS (PLAIN-SLOT)
               EVALUATE QT-TYPE (PLAIN-SLOT)
                   WHEN "A"
                       MOVE RECORD-AREA (DIGIT-START:DIGIT-LENGTH)
                           TO FIELD-RAW
                   WHEN "N"
                       MOVE SPACE TO SIGN-CHARACTER
                       PERFORM TAKE-DISPLAY-DIGITS
                   WHEN "S"
                       COMPUTE BYTE-POSITION =
                           DIGIT-START + DIGIT-LENGTH - 1
                       MOVE RECORD-AREA (BYTE-POSITION:1)
                           TO SIGN-CHARACTER
                       SUBTRACT 1 FROM DIGIT-LENGTH
                       PERFORM TAKE-DISPLAY-DIGITS
                   WHEN "L"
                       MOVE RECORD-AREA (DIGIT-START:1)
                           TO SIGN-CHARACTER
                       ADD 1 TO DIGIT-START
                       SUBTRACT 1 FROM DIGIT-LENGTH
                       PERFORM TAKE-DISPLAY-DIGITS
                   WHEN "P"
                       PERFORM TAKE-PACKED-DIGITS
               END-EVALUATE
           END-IF.

       TAKE-DISPLAY-DIGITS.
           MOVE ZERO TO DIGIT-WORK.
           MOVE RECORD-AREA (DIGIT-START:DIGIT-LENGTH)
               TO DIGIT-TEXT (19 - DIGIT-LENGTH:DIGIT-LENGTH).
           INSPECT DIGIT-TEXT REPLACING ALL SPACE BY ZERO.
           IF DIGIT-TEXT IS NUMERIC
               COMPUTE PLAIN-NUMBER = DIGIT-WORK / DECIMAL-DIVISOR
               IF SIGN-CHARACTER = "-"
                   COMPUTE PLAIN-NUMBER = ZERO - PLAIN-NUMBER
               END-IF
           END-IF.

      * The packed bytes are right-aligned in a longer
      * packed work field; the low-value bytes in front of
      * them read as leading zero digits.
       TAKE-PACKED-DIGITS.
           MOVE LOW-VALUES TO PACKED-TEXT.
           MOVE RECORD-AREA (DIGIT-START:DIGIT-LENGTH)
               TO PACKED-TEXT (10 - DIGIT-LENGTH:DIGIT-LENGTH).
           IF PACKED-WORK IS NUMERIC
               COMPUTE PLAIN-NUMBER = PACKED-WORK / DECIMAL-DIVISOR
           END-IF.

      *--------------------------------------------------
      * The paged report
      *--------------------------------------------------
       WRITE-THE-REPORT.
           MOVE SPACES TO REPORT-PATH.
           STRING QUERY-NAME DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO REPORT-PATH.
           PERFORM BUILD-THE-COLUMN-HEADINGS.
           INITIALIZE LEVEL-TABLE.
           OPEN OUTPUT QUERY-REPORT-FILE.
           PERFORM WRITE-THE-PAGE-HEADING.
           IF ROW-COUNT = ZERO
               MOVE "NO RECORDS SELECTED" TO REPORT-LINE-WORK
               PERFORM WRITE-ONE-REPORT-LINE
           ELSE
               PERFORM PRINT-ONE-ROW
                   VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > ROW-COUNT
               IF BREAK-COUNT = 2
                   MOVE 2 TO CLOSING-LEVEL
                   PERFORM CLOSE-ONE-LEVEL
               END-IF
               IF BREAK-COUNT > ZERO
                   MOVE 1 TO CLOSING-LEVEL
                   PERFORM CLOSE-ONE-LEVEL
               END-IF
               MOVE 3 TO CLOSING-LEVEL
               PERFORM CLOSE-ONE-LEVEL
           END-IF.
           PERFORM NOTE-ONE-MISSING-FILE
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT.
           IF ROWS-NOT-KEPT > ZERO
               MOVE ROWS-NOT-KEPT TO EDIT-ROWS
               MOVE SPACES TO REPORT-LINE-WORK
               STRING "ROW LIMIT REACHED -- " DELIMITED BY SIZE
                      FUNCTION TRIM (EDIT-ROWS) DELIMITED BY SIZE
                      " MORE SELECTED ROWS NOT SHOWN"
                          DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
               PERFORM WRITE-ONE-REPORT-LINE
           END-IF.
           CLOSE QUERY-REPORT-FILE.
           DISPLAY "Query report written to " REPORT-PATH.

       BUILD-THE-COLUMN-HEADINGS.
           MOVE SPACES TO COLUMN-HEADING-LINE COLUMN-UNDERLINE.
           PERFORM BUILD-ONE-COLUMN-HEADING
               VARYING SHOW-IDX FROM 1 BY 1
               UNTIL SHOW-IDX > SHOW-COUNT.

       BUILD-ONE-COLUMN-HEADING.
           MOVE QO-FIELD-NAME (SHOW-IDX)
               TO COLUMN-HEADING-LINE
                  (QO-POSITION (SHOW-IDX):QO-WIDTH (SHOW-IDX)).
           MOVE ALL "-"
               TO COLUMN-UNDERLINE
                  (QO-POSITION (SHOW-IDX):QO-WIDTH (SHOW-IDX)).

       WRITE-THE-PAGE-HEADING.
           IF PAGE-NUMBER NOT = ZERO
               MOVE SPACES TO QUERY-REPORT-LINE
               WRITE QUERY-REPORT-LINE
           END-IF.
           ADD 1 TO PAGE-NUMBER.
           MOVE ZERO TO LINES-ON-PAGE.
           MOVE QUERY-TITLE TO QH-TITLE.
           MOVE BUSINESS-DATE TO QH-RUN-DATE.
           MOVE PAGE-NUMBER TO QH-PAGE-NUMBER.
           MOVE QUERY-HEADING-1 TO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.
           MOVE QUERY-NAME TO QH-QUERY-NAME.
           MOVE QUERY-LAYOUT TO QH-LAYOUT.
           MOVE ROW-COUNT TO QH-ROW-COUNT.
           MOVE RECORDS-READ TO QH-RECORDS-READ.
           MOVE QUERY-HEADING-2 TO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.
           MOVE SPACES TO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.
           MOVE COLUMN-UNDERLINE TO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.

       WRITE-ONE-REPORT-LINE.
           IF LINES-ON-PAGE >= LINES-PER-PAGE
               PERFORM WRITE-THE-PAGE-HEADING
           END-IF.
           MOVE REPORT-LINE-WORK TO QUERY-REPORT-LINE.
           WRITE QUERY-REPORT-LINE.
           ADD 1 TO LINES-ON-PAGE.

      * The inner break closes whenever either break value
      * changes; the outer one only when its own does.
       PRINT-ONE-ROW.
           IF ROW-IDX > 1
               IF BREAK-COUNT = 2
                   IF QR-BREAK-TEXT (ROW-IDX 1)
                          NOT = PREVIOUS-BREAK-TEXT (1)
                   OR QR-BREAK-TEXT (ROW-IDX 2)
                          NOT = PREVIOUS-BREAK-TEXT (2)
                       MOVE 2 TO CLOSING-LEVEL
                       PERFORM CLOSE-ONE-LEVEL
                   END-IF
               END-IF
               IF BREAK-COUNT > ZERO
                   IF QR-BREAK-TEXT (ROW-IDX 1)
                          NOT = PREVIOUS-BREAK-TEXT (1)
                       MOVE 1 TO CLOSING-LEVEL
                       PERFORM CLOSE-ONE-LEVEL
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE-WORK.
           PERFORM PLACE-ONE-DETAIL-VALUE
               VARYING SHOW-IDX FROM 1 BY 1
               UNTIL SHOW-IDX > SHOW-COUNT.
           PERFORM WRITE-ONE-REPORT-LINE.
           PERFORM ADD-THE-ROW-TO-ONE-LEVEL
               VARYING LEVEL-IDX FROM 1 BY 1
               UNTIL LEVEL-IDX > 3.
           MOVE QR-BREAK-TEXT (ROW-IDX 1) TO PREVIOUS-BREAK-TEXT (1).
           MOVE QR-BREAK-TEXT (ROW-IDX 2) TO PREVIOUS-BREAK-TEXT (2).

       PLACE-ONE-DETAIL-VALUE.
           IF QO-IS-NUMERIC (SHOW-IDX)
               MOVE QR-SHOW-TEXT (ROW-IDX SHOW-IDX) (1:15)
                   TO EDITED-VALUE
               PERFORM PLACE-A-RIGHT-ALIGNED-VALUE
           ELSE
               MOVE QR-SHOW-TEXT (ROW-IDX SHOW-IDX)
                   TO REPORT-LINE-WORK
                      (QO-POSITION (SHOW-IDX):QO-WIDTH (SHOW-IDX))
           END-IF.

      * EDITED-VALUE holds a value already edited, whole
      * or with cents, right-aligned in 15 bytes.
       PLACE-A-RIGHT-ALIGNED-VALUE.
           IF QO-WIDTH (SHOW-IDX) >= 15
               COMPUTE LINE-POSITION = QO-POSITION (SHOW-IDX)
                                     + QO-WIDTH (SHOW-IDX) - 15
               MOVE EDITED-VALUE
                   TO REPORT-LINE-WORK (LINE-POSITION:15)
           ELSE
               COMPUTE BYTE-POSITION = 16 - QO-WIDTH (SHOW-IDX)
               MOVE EDITED-VALUE (BYTE-POSITION:QO-WIDTH (SHOW-IDX))
                   TO REPORT-LINE-WORK
                      (QO-POSITION (SHOW-IDX):QO-WIDTH (SHOW-IDX))
           END-IF.

       ADD-THE-ROW-TO-ONE-LEVEL.
           ADD 1 TO LV-ROW-COUNT (LEVEL-IDX).
           PERFORM VARYING SHOW-IDX FROM 1 BY 1
                   UNTIL SHOW-IDX > SHOW-COUNT
               IF QO-IS-SUMMED (SHOW-IDX)
                   ADD QR-SHOW-NUMBER (ROW-IDX SHOW-IDX)
                       TO LV-SUM (LEVEL-IDX SHOW-IDX)
               END-IF
           END-PERFORM.

      * Levels 1 and 2 are the outer and inner breaks,
      * level 3 the grand total. Each prints a label line,
      * a line of sums under the added columns, and a gap.
       CLOSE-ONE-LEVEL.
           SET LEVEL-IDX TO CLOSING-LEVEL.
           MOVE LV-ROW-COUNT (LEVEL-IDX) TO EDIT-ROWS.
           MOVE SPACES TO REPORT-LINE-WORK.
           IF CLOSING-LEVEL = 3
               STRING "GRAND TOTAL   ROWS: " DELIMITED BY SIZE
                      FUNCTION TRIM (EDIT-ROWS) DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           ELSE
               STRING "TOTAL " DELIMITED BY SIZE
                      QB-FIELD-NAME (CLOSING-LEVEL)
                          DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM
                          (PREVIOUS-BREAK-TEXT (CLOSING-LEVEL))
                          DELIMITED BY SIZE
                      "   ROWS: " DELIMITED BY SIZE
                      FUNCTION TRIM (EDIT-ROWS) DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-IF.
           PERFORM WRITE-ONE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-WORK.
           PERFORM PLACE-ONE-LEVEL-SUM
               VARYING SHOW-IDX FROM 1 BY 1
               UNTIL SHOW-IDX > SHOW-COUNT.
           IF REPORT-LINE-WORK NOT = SPACES
               PERFORM WRITE-ONE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE-WORK.
           PERFORM WRITE-ONE-REPORT-LINE.
           INITIALIZE LEVEL-ENTRY (LEVEL-IDX).

       PLACE-ONE-LEVEL-SUM.
           IF QO-IS-SUMMED (SHOW-IDX)
               MOVE QO-FIELD-SLOT (SHOW-IDX) TO FIELD-SLOT
               IF QT-DECIMALS (FIELD-SLOT) = ZERO
                   MOVE LV-SUM (LEVEL-IDX SHOW-IDX) TO EDIT-WHOLE
                   MOVE EDIT-WHOLE TO FIELD-TEXT
               ELSE
                   MOVE LV-SUM (LEVEL-IDX SHOW-IDX) TO EDIT-CENTS
                   MOVE EDIT-CENTS TO FIELD-TEXT
               END-IF
               MOVE FIELD-TEXT (1:15) TO EDITED-VALUE
               PERFORM PLACE-A-RIGHT-ALIGNED-VALUE
           END-IF.

       NOTE-ONE-MISSING-FILE.
           IF QI-FILE-FOUND (FILE-IDX) NOT = "Y"
               MOVE SPACES TO REPORT-LINE-WORK
               STRING "NOT READ -- NO SUCH FILE: " DELIMITED BY SIZE
                      QI-FILE-NAME (FILE-IDX) DELIMITED BY SPACE
                   INTO REPORT-LINE-WORK
               PERFORM WRITE-ONE-REPORT-LINE
           END-IF.

      * A query report is kept like any spooled report: one
      * catalog entry per query and business date, so a
      * second run the same day replaces the copy without
      * cataloging it twice.
       CATALOG-THE-REPORT.
           OPEN INPUT SPOOL-CATALOG-FILE.
           IF CAT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CAT-RECORD
               PERFORM UNTIL NO-MORE-CAT-RECORDS
                   IF  SP-BUSINESS-DATE = BUSINESS-DATE
                   AND SP-REPORT-NAME = QUERY-NAME
                   AND SP-JOB-NAME = JOB-NAME
                       MOVE "Y" TO CATALOGED-SWITCH
                   END-IF
                   PERFORM READ-THE-NEXT-CAT-RECORD
               END-PERFORM
           END-IF.
           CLOSE SPOOL-CATALOG-FILE.
           IF NOT COPY-IS-CATALOGED
               PERFORM OPEN-THE-CATALOG-FOR-APPEND
               MOVE SPACES TO SPOOL-CATALOG-RECORD
               MOVE BUSINESS-DATE TO SP-BUSINESS-DATE
               MOVE QUERY-NAME TO SP-REPORT-NAME
               MOVE JOB-NAME TO SP-JOB-NAME
               MOVE REPORT-PATH TO SP-FILE-NAME
               WRITE SPOOL-CATALOG-RECORD
               CLOSE SPOOL-CATALOG-FILE
           END-IF.

       READ-THE-NEXT-CAT-RECORD.
           READ SPOOL-CATALOG-FILE
               AT END
                   MOVE "Y" TO CAT-END-SWITCH
           END-READ.

       OPEN-THE-CATALOG-FOR-APPEND.
           OPEN EXTEND SPOOL-CATALOG-FILE.
           IF CAT-FILE-STATUS NOT = "00"
               OPEN OUTPUT SPOOL-CATALOG-FILE
               CLOSE SPOOL-CATALOG-FILE
               OPEN EXTEND SPOOL-CATALOG-FILE
           END-IF.

      *--------------------------------------------------
      * The CSV
      *--------------------------------------------------
       WRITE-THE-CSV.
           MOVE SPACES TO CSV-PATH.
           STRING QUERY-NAME DELIMITED BY SPACE
                  ".CSV" DELIMITED BY SIZE
               INTO CSV-PATH.
           OPEN OUTPUT QUERY-CSV-FILE.
           MOVE SPACES TO QUERY-CSV-LINE.
           MOVE 1 TO CSV-POINTER.
           PERFORM ADD-ONE-CSV-HEADING
               VARYING SHOW-IDX FROM 1 BY 1
               UNTIL SHOW-IDX > SHOW-COUNT.
           WRITE QUERY-CSV-LINE.
           PERFORM WRITE-ONE-CSV-ROW
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT.
           CLOSE QUERY-CSV-FILE.
           DISPLAY "Query CSV written to " CSV-PATH.

       ADD-ONE-CSV-HEADING.
           MOVE QO-FIELD-NAME (SHOW-IDX) TO CSV-NAME.
           INSPECT CSV-NAME REPLACING ALL "-" BY "_".
           IF SHOW-IDX > 1
               STRING "," DELIMITED BY SIZE
                   INTO QUERY-CSV-LINE WITH POINTER CSV-POINTER
           END-IF.
           STRING CSV-NAME DELIMITED BY SPACE
               INTO QUERY-CSV-LINE WITH POINTER CSV-POINTER.

       WRITE-ONE-CSV-ROW.
           MOVE SPACES TO QUERY-CSV-LINE.
           MOVE 1 TO CSV-POINTER.
           PERFORM ADD-ONE-CSV-VALUE
               VARYING SHOW-IDX FROM 1 BY 1
               UNTIL SHOW-IDX > SHOW-COUNT.
           WRITE QUERY-CSV-LINE.

      * The export format carries no quoting, so a comma
      * inside a text value is written as a space.
       ADD-ONE-CSV-VALUE.
           MOVE QR-SHOW-TEXT (ROW-IDX SHOW-IDX) TO CSV-VALUE.
           INSPECT CSV-VALUE REPLACING ALL "," BY SPACE.
           IF SHOW-IDX > 1
               STRING "," DELIMITED BY SIZE
                   INTO QUERY-CSV-LINE WITH POINTER CSV-POINTER
           END-IF.
           IF CSV-VALUE NOT = SPACES
               STRING FUNCTION TRIM (CSV-VALUE) DELIMITED BY SIZE
                   INTO QUERY-CSV-LINE WITH POINTER CSV-POINTER
           END-IF.
