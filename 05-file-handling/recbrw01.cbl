       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECBRW01.
      *--------------------------------------------------
      * Formatted record browser for any suite data file.
      * When a record looks wrong in ADDSUSP.DAT,
      * GLEXTR.DAT, or a control file, the raw file used
      * to be opened in an editor and the columns counted
      * by hand -- hopeless for the packed fields of
      * ADDTRNP.DAT. This takes a data file name and the
      * name of the copybook that lays its records out,
      * reads the copybook the way XREF01 reads it (one
      * bare file name in the working directory, opened
      * through ASSIGN TO DYNAMIC), and works out each
      * field's offset and length from its level, PICTURE,
      * USAGE, REDEFINES, and OCCURS. Records are then
      * shown one at a time, field by field: level, name,
      * PICTURE, offset, length, and value, with zoned
      * signed, COMP-3 packed, and COMP binary fields
      * decoded to a signed decimal number. A numeric
      * field holding something that isn't a valid number
      * shows its raw bytes, flagged.
      *
      * N)ext and P)revious step through the file, J)ump
      * goes to a record number, and F)ind searches
      * forward for the next record whose named field, as
      * shown, starts with the text given (a repeating
      * field is searched in its first occurrence). A
      * layout with any packed or binary field is read as
      * fixed-length records of the layout's length, the
      * way ADDTRNP.DAT is written; every other layout as
      * text lines.
      *
      * The browser only ever opens the data file for
      * input, and each use is logged to the NAMEINQ
      * access log with the operator (from the shared
      * BATCHPRM card) and the file browsed, the same
      * treatment the name-master lookups get.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LAYOUT-FILE
               ASSIGN TO DYNAMIC LAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-FILE-STATUS.

           SELECT OPTIONAL DATA-LINE-FILE
               ASSIGN TO DYNAMIC DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATA-FILE-STATUS.

           SELECT OPTIONAL DATA-BYTE-FILE
               ASSIGN TO DYNAMIC DATA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DATA-FILE-STATUS.

           SELECT OPTIONAL NAME-INQUIRY-FILE
               ASSIGN TO "NAMEINQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQUIRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-LINE               PIC X(80).

       FD  DATA-LINE-FILE.
       01  DATA-LINE                 PIC X(2000).

       FD  DATA-BYTE-FILE.
       01  DATA-BYTE                 PIC X.

       FD  NAME-INQUIRY-FILE.
       COPY NAMEINQ.

       WORKING-STORAGE SECTION.

       01  LAYOUT-PATH           PIC X(40).
       01  DATA-PATH             PIC X(40).
       01  LAYOUT-FILE-STATUS    PIC XX.
       01  DATA-FILE-STATUS      PIC XX.
       01  INQUIRY-FILE-STATUS   PIC XX.
       01  LAYOUT-END-SWITCH     PIC X.
           88  NO-MORE-LAYOUT-LINES          VALUE "Y".
       01  DATA-END-SWITCH       PIC X.
           88  NO-MORE-DATA-RECORDS          VALUE "Y".
       01  DATA-OPEN-SWITCH      PIC X       VALUE "N".
           88  DATA-FILE-IS-OPEN             VALUE "Y".
       01  READ-MODE             PIC X       VALUE "L".
           88  READ-AS-LINES                 VALUE "L".
           88  READ-AS-FIXED-RECORDS         VALUE "F".

       01  JOB-NAME              PIC X(8)    VALUE "RECBRW01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".

      * One copybook statement, gathered across as many
      * source lines as it takes to reach its period, then
      * split into words.
       01  STATEMENT-TEXT        PIC X(400).
       01  STATEMENT-POINTER     PIC 9(3).
       01  LINE-END              PIC 9(2).
       01  WORD-COUNT            PIC 9(2).
       01  WORD-TABLE.
           05  STATEMENT-WORD     PIC X(30) OCCURS 12 TIMES.
       01  WORD-SLOT             PIC 9(2).
       01  WORD-LENGTH           PIC 9(2).
       01  NEXT-WORD-ROLE        PIC X.
           88  NEXT-IS-NAME                  VALUE "N".
           88  NEXT-IS-PICTURE               VALUE "P".
           88  NEXT-IS-REDEFINED             VALUE "R".
           88  NEXT-IS-OCCURS                VALUE "O".
           88  NEXT-IS-IGNORED               VALUE "I".
           88  NEXT-IS-KEYWORD               VALUE "K".

       01  ITEM-LEVEL-TEXT       PIC X(2).
       01  ITEM-LEVEL            PIC 9(2).
       01  ITEM-NAME             PIC X(30).
       01  ITEM-PICTURE          PIC X(30).
       01  ITEM-USAGE            PIC X.
       01  ITEM-REDEFINES        PIC X(30).
       01  ITEM-OCCURS           PIC 9(3).

       01  PICTURE-POSITION      PIC 9(2).
       01  PICTURE-CHARACTER     PIC X.
       01  REPEAT-COUNT          PIC 9(4).
       01  AFTER-POINT-SWITCH    PIC X.
           88  PAST-THE-POINT                VALUE "Y".
       01  PICTURE-KIND-SWITCH   PIC X.
           88  PICTURE-IS-NUMERIC            VALUE "9".
           88  PICTURE-IS-TEXT               VALUE "X".

      * The layout, one entry per data item in copybook
      * order. LF-LENGTH is one occurrence's length;
      * LF-RESUME is where the next item starts again once
      * a REDEFINES view is closed, LF-LAST-CHILD the last
      * entry inside a group.
       01  FIELD-COUNT           PIC 9(3)    VALUE ZERO.
       01  FIELD-TABLE.
           05  LAYOUT-FIELD OCCURS 1 TO 300 TIMES
                             DEPENDING ON FIELD-COUNT
                             INDEXED BY LF-IDX.
               10  LF-LEVEL           PIC 9(2).
               10  LF-NAME            PIC X(30).
               10  LF-PICTURE         PIC X(20).
               10  LF-USAGE           PIC X.
                   88  LF-IS-GROUP                VALUE "G".
                   88  LF-IS-DISPLAY              VALUE "D".
                   88  LF-IS-PACKED               VALUE "P".
                   88  LF-IS-BINARY               VALUE "B".
               10  LF-NUMERIC         PIC X.
                   88  LF-IS-NUMERIC              VALUE "Y".
               10  LF-SIGNED          PIC X.
                   88  LF-IS-SIGNED               VALUE "Y".
               10  LF-DIGITS          PIC 9(2).
               10  LF-SCALE           PIC 9(2).
               10  LF-OFFSET          PIC 9(4).
               10  LF-LENGTH          PIC 9(4).
               10  LF-OCCURS          PIC 9(3).
               10  LF-RESUME          PIC 9(4).
               10  LF-LAST-CHILD      PIC 9(3).
       01  LAYOUT-FULL-SWITCH    PIC X       VALUE "N".
           88  LAYOUT-IS-FULL                VALUE "Y".

       01  GROUP-DEPTH           PIC 9(2)    VALUE ZERO.
       01  GROUP-STACK.
           05  OPEN-GROUP         PIC 9(3)  OCCURS 50 TIMES.
       01  CURRENT-OFFSET        PIC 9(4).
       01  HIGH-OFFSET           PIC 9(4).
       01  RECORD-LENGTH         PIC 9(4).
       01  FOUND-SLOT            PIC 9(3).

       01  RECORD-IMAGE          PIC X(2000).
       01  READ-IMAGE            PIC X(2000).
       01  BYTE-POSITION         PIC 9(4).
       01  CURRENT-RECORD        PIC 9(5)    VALUE ZERO.
       01  TARGET-RECORD         PIC 9(5).
       01  SAVED-RECORD          PIC 9(5).

       01  COMMAND-CODE          PIC X.
       01  EXIT-SWITCH           PIC X       VALUE "N".
           88  TIME-TO-EXIT                  VALUE "Y".
       01  JUMP-NUMBER           PIC 9(5).
       01  SEARCH-FIELD-NAME     PIC X(30).
       01  SEARCH-VALUE          PIC X(40).
       01  SEARCH-LENGTH         PIC 9(2).
       01  SEARCH-SLOT           PIC 9(3).
       01  SEARCH-HIT-SWITCH     PIC X.
           88  SEARCH-WAS-HIT                VALUE "Y".

      * Working areas for showing one field.
       01  OCCURRENCE-SHIFT      PIC 9(4).
       01  GROUP-OCCURRENCE      PIC 9(3).
       01  ITEM-OCCURRENCE       PIC 9(3).
       01  FIELD-POSITION        PIC 9(4).
       01  SHOWN-NAME            PIC X(30).
       01  SHOWN-VALUE           PIC X(40).
       01  SHOWN-LENGTH          PIC 9(2).
       01  VALUE-OK-SWITCH       PIC X.
           88  VALUE-IS-NUMBER               VALUE "Y".
       01  TEXT-POSITION         PIC 9(4).
       01  TEXT-LEFT             PIC 9(4).
       01  HEX-DIGITS            PIC X(16)
           VALUE "0123456789ABCDEF".
       01  HEX-HIGH              PIC 9(2).
       01  HEX-LOW               PIC 9(2).
       01  LEADING-SPACES        PIC 9(2).

       01  ZONED-WORK            PIC X(18).
       01  ZONED-NUMBER REDEFINES ZONED-WORK
                                 PIC S9(18).
       01  PACKED-WORK           PIC X(10).
       01  PACKED-NUMBER REDEFINES PACKED-WORK
                                 PIC S9(18) COMP-3.
       01  BINARY-WORK           PIC X(8).
       01  BINARY-NUMBER REDEFINES BINARY-WORK
                                 PIC S9(18) COMP.
       01  NUMBER-VALUE          PIC S9(18).
       01  SCALED-VALUE          PIC S9(15)V9(5).
       01  EDITED-INTEGER        PIC -(18)9.
       01  EDITED-DECIMAL        PIC -(15)9.9(5).
       01  EDITED-TEXT           PIC X(22).

       01  FIELD-HEADING.
           05  FILLER             PIC X(34)
               VALUE "LV NAME".
           05  FILLER             PIC X(17) VALUE "PICTURE".
           05  FILLER             PIC X(10) VALUE "OFFS LENG".
           05  FILLER             PIC X(5)  VALUE "VALUE".

       01  FIELD-LINE.
           05  FL-LEVEL           PIC 99.
           05  FILLER             PIC X     VALUE SPACE.
           05  FL-NAME            PIC X(30).
           05  FILLER             PIC X     VALUE SPACE.
           05  FL-PICTURE         PIC X(16).
           05  FILLER             PIC X     VALUE SPACE.
           05  FL-OFFSET          PIC ZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  FL-LENGTH          PIC ZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  FL-VALUE           PIC X(40).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM GET-THE-FILE-NAMES.
           PERFORM LOAD-THE-LAYOUT.
           IF FIELD-COUNT = ZERO
               DISPLAY "No data items found in " LAYOUT-PATH
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           IF LAYOUT-IS-FULL
               DISPLAY LAYOUT-PATH " has more than 300 data "
                       "items; browse refused."
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM OPEN-THE-DATA-FILE.
           IF NOT DATA-FILE-IS-OPEN
               DISPLAY "No data file " DATA-PATH
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM LOG-THE-INQUIRY.
           MOVE 1 TO TARGET-RECORD.
           PERFORM POSITION-TO-THE-RECORD.
           IF CURRENT-RECORD = ZERO
               DISPLAY DATA-PATH " holds no records."
           ELSE
               PERFORM SHOW-THE-RECORD
               PERFORM UNTIL TIME-TO-EXIT
                   PERFORM GET-THE-COMMAND
                   PERFORM DO-THE-COMMAND
               END-PERFORM
           END-IF.
           PERFORM CLOSE-THE-DATA-FILE.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-FILE-NAMES.
           DISPLAY "Data file to browse (e.g. ADDSUSP.DAT)?".
           ACCEPT DATA-PATH.
           DISPLAY "Copybook that lays it out (e.g. ADDSUSP)?".
           ACCEPT LAYOUT-PATH.
           MOVE ZERO TO WORD-LENGTH.
           INSPECT LAYOUT-PATH TALLYING WORD-LENGTH FOR ALL ".".
           IF WORD-LENGTH = ZERO
               MOVE SPACES TO STATEMENT-TEXT
               STRING LAYOUT-PATH DELIMITED BY SPACE
                      ".cpy" DELIMITED BY SIZE
                   INTO STATEMENT-TEXT
               END-STRING
               MOVE STATEMENT-TEXT TO LAYOUT-PATH
           END-IF.

       LOG-THE-INQUIRY.
           PERFORM OPEN-THE-INQUIRY-FOR-APPEND.
           MOVE SPACES TO NAME-INQUIRY-RECORD.
           ACCEPT NQ-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT NQ-RUN-TIME FROM TIME.
           MOVE OPERATOR-ID TO NQ-OPERATOR-ID.
           MOVE JOB-NAME TO NQ-PROGRAM.
           MOVE DATA-PATH TO NQ-LOOKUP-KEY.
           WRITE NAME-INQUIRY-RECORD.
           CLOSE NAME-INQUIRY-FILE.

       OPEN-THE-INQUIRY-FOR-APPEND.
           OPEN EXTEND NAME-INQUIRY-FILE.
           IF INQUIRY-FILE-STATUS NOT = "00"
               OPEN OUTPUT NAME-INQUIRY-FILE
               CLOSE NAME-INQUIRY-FILE
               OPEN EXTEND NAME-INQUIRY-FILE
           END-IF.

      * The copybook is read one statement at a time: the
      * source lines (columns 8-72, comment lines skipped)
      * are strung together until one ends in a period.
       LOAD-THE-LAYOUT.
           MOVE "N" TO LAYOUT-END-SWITCH.
           MOVE 1 TO CURRENT-OFFSET HIGH-OFFSET.
           MOVE SPACES TO STATEMENT-TEXT.
           MOVE 1 TO STATEMENT-POINTER.
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-LAYOUT-LINE
               PERFORM UNTIL NO-MORE-LAYOUT-LINES
                          OR LAYOUT-IS-FULL
                   IF LAYOUT-LINE (7:1) NOT = "*"
                       PERFORM ADD-THE-LINE-TO-THE-STATEMENT
                   END-IF
                   PERFORM READ-THE-NEXT-LAYOUT-LINE
               END-PERFORM
           END-IF.
           CLOSE LAYOUT-FILE.
           MOVE 1 TO ITEM-LEVEL.
           PERFORM CLOSE-THE-OPEN-GROUPS.
           COMPUTE RECORD-LENGTH = HIGH-OFFSET - 1.
           IF RECORD-LENGTH > 2000
               MOVE 2000 TO RECORD-LENGTH
           END-IF.
           PERFORM CHOOSE-THE-READ-MODE
               VARYING LF-IDX FROM 1 BY 1
               UNTIL LF-IDX > FIELD-COUNT.

       READ-THE-NEXT-LAYOUT-LINE.
           READ LAYOUT-FILE
               AT END
                   MOVE "Y" TO LAYOUT-END-SWITCH
           END-READ.

       ADD-THE-LINE-TO-THE-STATEMENT.
           MOVE ZERO TO LINE-END.
           PERFORM FIND-THE-LINE-END
               VARYING WORD-SLOT FROM 65 BY -1
               UNTIL WORD-SLOT = ZERO OR LINE-END NOT = ZERO.
           IF LINE-END NOT = ZERO
               STRING LAYOUT-LINE (8:LINE-END) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                   INTO STATEMENT-TEXT
                   WITH POINTER STATEMENT-POINTER
                   ON OVERFLOW
                       CONTINUE
               END-STRING
               IF LAYOUT-LINE (7 + LINE-END:1) = "."
                   PERFORM PARSE-THE-STATEMENT
                   MOVE SPACES TO STATEMENT-TEXT
                   MOVE 1 TO STATEMENT-POINTER
               END-IF
           END-IF.

       FIND-THE-LINE-END.
           IF LAYOUT-LINE (7 + WORD-SLOT:1) NOT = SPACE
               MOVE WORD-SLOT TO LINE-END
           END-IF.

      * Only the words that shape the record matter here:
      * the level, the name, PIC, USAGE, REDEFINES, and
      * OCCURS. Everything from VALUE on is a literal and
      * is left alone; 88, 66, and 77 levels take no room.
       PARSE-THE-STATEMENT.
           MOVE SPACES TO WORD-TABLE.
           UNSTRING STATEMENT-TEXT DELIMITED BY ALL SPACE
               INTO STATEMENT-WORD (1) STATEMENT-WORD (2)
                    STATEMENT-WORD (3) STATEMENT-WORD (4)
                    STATEMENT-WORD (5) STATEMENT-WORD (6)
                    STATEMENT-WORD (7) STATEMENT-WORD (8)
                    STATEMENT-WORD (9) STATEMENT-WORD (10)
                    STATEMENT-WORD (11) STATEMENT-WORD (12)
           END-UNSTRING.
           MOVE ZERO TO WORD-COUNT.
           PERFORM COUNT-ONE-WORD
               VARYING WORD-SLOT FROM 1 BY 1
               UNTIL WORD-SLOT > 12.
           IF WORD-COUNT > ZERO
               PERFORM STRIP-THE-FINAL-PERIOD
           END-IF.
           MOVE SPACES TO ITEM-LEVEL-TEXT.
           PERFORM FIND-THE-LEVEL-WORD
               VARYING WORD-SLOT FROM 1 BY 1
               UNTIL WORD-SLOT > 12
                  OR ITEM-LEVEL-TEXT NOT = SPACES.
           IF ITEM-LEVEL-TEXT (2:1) = SPACE
               MOVE ITEM-LEVEL-TEXT (1:1) TO ITEM-LEVEL-TEXT (2:1)
               MOVE "0" TO ITEM-LEVEL-TEXT (1:1)
           END-IF.
           IF  ITEM-LEVEL-TEXT IS NUMERIC
           AND ITEM-LEVEL-TEXT NOT = "88"
           AND ITEM-LEVEL-TEXT NOT = "66"
           AND ITEM-LEVEL-TEXT NOT = "77"
           AND ITEM-LEVEL-TEXT NOT = "00"
               MOVE ITEM-LEVEL-TEXT TO ITEM-LEVEL
               PERFORM READ-THE-ITEM-CLAUSES
               PERFORM ADD-THE-ITEM-TO-THE-LAYOUT
           END-IF.

       COUNT-ONE-WORD.
           IF STATEMENT-WORD (WORD-SLOT) NOT = SPACES
               MOVE WORD-SLOT TO WORD-COUNT
           END-IF.

       STRIP-THE-FINAL-PERIOD.
           MOVE ZERO TO WORD-LENGTH.
           INSPECT STATEMENT-WORD (WORD-COUNT)
               TALLYING WORD-LENGTH FOR CHARACTERS
                   BEFORE INITIAL SPACE.
           IF  WORD-LENGTH > ZERO
           AND STATEMENT-WORD (WORD-COUNT) (WORD-LENGTH:1) = "."
               MOVE SPACE
                   TO STATEMENT-WORD (WORD-COUNT) (WORD-LENGTH:1)
           END-IF.

       FIND-THE-LEVEL-WORD.
           IF STATEMENT-WORD (WORD-SLOT) NOT = SPACES
               MOVE STATEMENT-WORD (WORD-SLOT) TO ITEM-LEVEL-TEXT
               IF STATEMENT-WORD (WORD-SLOT) (3:1) NOT = SPACE
                   MOVE "XX" TO ITEM-LEVEL-TEXT
               END-IF
           END-IF.

       READ-THE-ITEM-CLAUSES.
           MOVE "FILLER" TO ITEM-NAME.
           MOVE SPACES TO ITEM-PICTURE ITEM-REDEFINES.
           MOVE "D" TO ITEM-USAGE.
           MOVE 1 TO ITEM-OCCURS.
           MOVE "N" TO NEXT-WORD-ROLE.
           PERFORM READ-ONE-CLAUSE-WORD
               VARYING WORD-SLOT FROM WORD-SLOT BY 1
               UNTIL WORD-SLOT > WORD-COUNT
                  OR NEXT-IS-IGNORED.

       READ-ONE-CLAUSE-WORD.
           EVALUATE TRUE
               WHEN STATEMENT-WORD (WORD-SLOT) = SPACES
                   CONTINUE
               WHEN NEXT-IS-PICTURE
                   IF STATEMENT-WORD (WORD-SLOT) NOT = "IS"
                       MOVE STATEMENT-WORD (WORD-SLOT)
                           TO ITEM-PICTURE
                       MOVE "K" TO NEXT-WORD-ROLE
                   END-IF
               WHEN NEXT-IS-REDEFINED
                   MOVE STATEMENT-WORD (WORD-SLOT) TO ITEM-REDEFINES
                   MOVE "K" TO NEXT-WORD-ROLE
               WHEN NEXT-IS-OCCURS
                   IF STATEMENT-WORD (WORD-SLOT) (1:3) IS NUMERIC
                   AND STATEMENT-WORD (WORD-SLOT) (4:1) = SPACE
                       MOVE STATEMENT-WORD (WORD-SLOT) (1:3)
                           TO ITEM-OCCURS
                   ELSE
                   IF STATEMENT-WORD (WORD-SLOT) (1:2) IS NUMERIC
                   AND STATEMENT-WORD (WORD-SLOT) (3:1) = SPACE
                       MOVE STATEMENT-WORD (WORD-SLOT) (1:2)
                           TO ITEM-OCCURS
                   ELSE
                       MOVE STATEMENT-WORD (WORD-SLOT) (1:1)
                           TO ITEM-OCCURS
                   END-IF
                   END-IF
                   MOVE "K" TO NEXT-WORD-ROLE
               WHEN STATEMENT-WORD (WORD-SLOT) = "PIC"
                 OR STATEMENT-WORD (WORD-SLOT) = "PICTURE"
                   MOVE "P" TO NEXT-WORD-ROLE
               WHEN STATEMENT-WORD (WORD-SLOT) = "REDEFINES"
                   MOVE "R" TO NEXT-WORD-ROLE
               WHEN STATEMENT-WORD (WORD-SLOT) = "OCCURS"
                   MOVE "O" TO NEXT-WORD-ROLE
               WHEN STATEMENT-WORD (WORD-SLOT) = "COMP-3"
                 OR STATEMENT-WORD (WORD-SLOT) = "COMPUTATIONAL-3"
                 OR STATEMENT-WORD (WORD-SLOT) = "PACKED-DECIMAL"
                   MOVE "P" TO ITEM-USAGE
                   MOVE "K" TO NEXT-WORD-ROLE
               WHEN STATEMENT-WORD (WORD-SLOT) = "COMP"
                 OR STATEMENT-WORD (WORD-SLOT) = "COMP-4"
                 OR STATEMENT-WORD (WORD-SLOT) = "COMP-5"
                 OR STATEMENT-WORD (WORD-SLOT) = "COMPUTATIONAL"
                 OR STATEMENT-WORD (WORD-SLOT) = "BINARY"
                   MOVE "B" TO ITEM-USAGE
                   MOVE "K" TO NEXT-WORD-ROLE
               WHEN STATEMENT-WORD (WORD-SLOT) = "VALUE"
                 OR STATEMENT-WORD (WORD-SLOT) = "VALUES"
                   MOVE "I" TO NEXT-WORD-ROLE
               WHEN NEXT-IS-NAME
                   MOVE STATEMENT-WORD (WORD-SLOT) TO ITEM-NAME
                   MOVE "K" TO NEXT-WORD-ROLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A new item closes every open group at its own
      * level or deeper; an 01 starts the record over.
       ADD-THE-ITEM-TO-THE-LAYOUT.
           PERFORM CLOSE-THE-OPEN-GROUPS.
           IF ITEM-LEVEL = 1
               MOVE 1 TO CURRENT-OFFSET
           END-IF.
           IF FIELD-COUNT >= 300
               MOVE "Y" TO LAYOUT-FULL-SWITCH
           ELSE
               ADD 1 TO FIELD-COUNT
               SET LF-IDX TO FIELD-COUNT
               MOVE ITEM-LEVEL TO LF-LEVEL (LF-IDX)
               MOVE ITEM-NAME TO LF-NAME (LF-IDX)
               MOVE ITEM-PICTURE TO LF-PICTURE (LF-IDX)
               MOVE ITEM-OCCURS TO LF-OCCURS (LF-IDX)
               MOVE ZERO TO LF-RESUME (LF-IDX)
               MOVE FIELD-COUNT TO LF-LAST-CHILD (LF-IDX)
               IF ITEM-REDEFINES NOT = SPACES
                   PERFORM START-THE-REDEFINING-VIEW
               END-IF
               MOVE CURRENT-OFFSET TO LF-OFFSET (LF-IDX)
               IF ITEM-PICTURE = SPACES
                   MOVE "G" TO LF-USAGE (LF-IDX)
                   MOVE "N" TO LF-NUMERIC (LF-IDX)
                   MOVE "N" TO LF-SIGNED (LF-IDX)
                   MOVE ZERO TO LF-DIGITS (LF-IDX) LF-SCALE (LF-IDX)
                   ADD 1 TO GROUP-DEPTH
                   MOVE FIELD-COUNT TO OPEN-GROUP (GROUP-DEPTH)
               ELSE
                   MOVE ITEM-USAGE TO LF-USAGE (LF-IDX)
                   PERFORM SIZE-THE-PICTURE
                   COMPUTE CURRENT-OFFSET = CURRENT-OFFSET
                         + LF-LENGTH (LF-IDX) * LF-OCCURS (LF-IDX)
                   PERFORM END-THE-ITEM
               END-IF
           END-IF.

       START-THE-REDEFINING-VIEW.
           MOVE ZERO TO FOUND-SLOT.
           PERFORM FIND-THE-REDEFINED-ITEM
               VARYING SEARCH-SLOT FROM FIELD-COUNT BY -1
               UNTIL SEARCH-SLOT < 1 OR FOUND-SLOT NOT = ZERO.
           IF FOUND-SLOT NOT = ZERO
               MOVE CURRENT-OFFSET TO LF-RESUME (LF-IDX)
               MOVE LF-OFFSET (FOUND-SLOT) TO CURRENT-OFFSET
           END-IF.

       FIND-THE-REDEFINED-ITEM.
           IF  SEARCH-SLOT < FIELD-COUNT
           AND LF-NAME (SEARCH-SLOT) = ITEM-REDEFINES
               MOVE SEARCH-SLOT TO FOUND-SLOT
           END-IF.

       CLOSE-THE-OPEN-GROUPS.
           PERFORM CLOSE-THE-TOP-GROUP
               UNTIL GROUP-DEPTH = ZERO
                  OR LF-LEVEL (OPEN-GROUP (GROUP-DEPTH))
                       < ITEM-LEVEL.

       CLOSE-THE-TOP-GROUP.
           SET LF-IDX TO OPEN-GROUP (GROUP-DEPTH).
           COMPUTE LF-LENGTH (LF-IDX)
                 = CURRENT-OFFSET - LF-OFFSET (LF-IDX).
           MOVE FIELD-COUNT TO LF-LAST-CHILD (LF-IDX).
           IF LF-OCCURS (LF-IDX) > 1
               COMPUTE CURRENT-OFFSET = LF-OFFSET (LF-IDX)
                     + LF-LENGTH (LF-IDX) * LF-OCCURS (LF-IDX)
           END-IF.
           PERFORM END-THE-ITEM.
           SUBTRACT 1 FROM GROUP-DEPTH.

      * The item after a REDEFINES view starts after the
      * longer of the view and the item it redefines.
       END-THE-ITEM.
           IF LF-RESUME (LF-IDX) > CURRENT-OFFSET
               MOVE LF-RESUME (LF-IDX) TO CURRENT-OFFSET
           END-IF.
           IF CURRENT-OFFSET > HIGH-OFFSET
               MOVE CURRENT-OFFSET TO HIGH-OFFSET
           END-IF.

      * The PICTURE is walked a symbol at a time, each
      * expanded by its (n) repeat: 9s are digits (after
      * the V, decimal places), S, V, and P take no room,
      * X and A make it text, and any editing symbol makes
      * it an edited text field. Packed takes half a byte
      * per digit plus the sign; binary 2, 4, or 8 bytes.
       SIZE-THE-PICTURE.
           MOVE ZERO TO LF-LENGTH (LF-IDX) LF-DIGITS (LF-IDX)
                        LF-SCALE (LF-IDX).
           MOVE "N" TO LF-SIGNED (LF-IDX) AFTER-POINT-SWITCH.
           MOVE "9" TO PICTURE-KIND-SWITCH.
           MOVE 1 TO PICTURE-POSITION.
           PERFORM SIZE-ONE-PICTURE-SYMBOL
               UNTIL PICTURE-POSITION > 30
                  OR ITEM-PICTURE (PICTURE-POSITION:1) = SPACE.
           IF PICTURE-IS-NUMERIC AND LF-DIGITS (LF-IDX) > ZERO
               MOVE "Y" TO LF-NUMERIC (LF-IDX)
           ELSE
               MOVE "N" TO LF-NUMERIC (LF-IDX)
               MOVE "D" TO LF-USAGE (LF-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN LF-IS-PACKED (LF-IDX)
                   COMPUTE LF-LENGTH (LF-IDX)
                         = LF-DIGITS (LF-IDX) / 2 + 1
               WHEN LF-IS-BINARY (LF-IDX)
                   IF LF-DIGITS (LF-IDX) < 5
                       MOVE 2 TO LF-LENGTH (LF-IDX)
                   ELSE
                   IF LF-DIGITS (LF-IDX) < 10
                       MOVE 4 TO LF-LENGTH (LF-IDX)
                   ELSE
                       MOVE 8 TO LF-LENGTH (LF-IDX)
                   END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SIZE-ONE-PICTURE-SYMBOL.
           MOVE ITEM-PICTURE (PICTURE-POSITION:1)
               TO PICTURE-CHARACTER.
           MOVE 1 TO REPEAT-COUNT.
           ADD 1 TO PICTURE-POSITION.
           IF  PICTURE-POSITION < 30
           AND ITEM-PICTURE (PICTURE-POSITION:1) = "("
               ADD 1 TO PICTURE-POSITION
               UNSTRING ITEM-PICTURE DELIMITED BY ")"
                   INTO REPEAT-COUNT
                   WITH POINTER PICTURE-POSITION
               END-UNSTRING
           END-IF.
           EVALUATE PICTURE-CHARACTER
               WHEN "S"
               WHEN "s"
                   MOVE "Y" TO LF-SIGNED (LF-IDX)
               WHEN "V"
               WHEN "v"
                   MOVE "Y" TO AFTER-POINT-SWITCH
               WHEN "P"
               WHEN "p"
                   CONTINUE
               WHEN "9"
                   ADD REPEAT-COUNT TO LF-DIGITS (LF-IDX)
                                       LF-LENGTH (LF-IDX)
                   IF PAST-THE-POINT
                       ADD REPEAT-COUNT TO LF-SCALE (LF-IDX)
                   END-IF
               WHEN OTHER
                   MOVE "X" TO PICTURE-KIND-SWITCH
                   ADD REPEAT-COUNT TO LF-LENGTH (LF-IDX)
           END-EVALUATE.

       CHOOSE-THE-READ-MODE.
           IF LF-IS-PACKED (LF-IDX) OR LF-IS-BINARY (LF-IDX)
               MOVE "F" TO READ-MODE
           END-IF.

      * Level 3 routines -- reading the data file.
       OPEN-THE-DATA-FILE.
           IF READ-AS-LINES
               OPEN INPUT DATA-LINE-FILE
           ELSE
               OPEN INPUT DATA-BYTE-FILE
           END-IF.
           IF DATA-FILE-STATUS = "00"
               MOVE "Y" TO DATA-OPEN-SWITCH
           ELSE
               MOVE "N" TO DATA-OPEN-SWITCH
               PERFORM CLOSE-THE-DATA-FILE
           END-IF.
           MOVE "N" TO DATA-END-SWITCH.
           MOVE ZERO TO CURRENT-RECORD.

       CLOSE-THE-DATA-FILE.
           IF READ-AS-LINES
               CLOSE DATA-LINE-FILE
           ELSE
               CLOSE DATA-BYTE-FILE
           END-IF.

      * The data files are plain sequential, so going back
      * means reading forward again from the top. A target
      * past the end settles on the last record there is.
       POSITION-TO-THE-RECORD.
           IF TARGET-RECORD <= CURRENT-RECORD
           OR NO-MORE-DATA-RECORDS
               PERFORM CLOSE-THE-DATA-FILE
               PERFORM OPEN-THE-DATA-FILE
           END-IF.
           PERFORM READ-THE-NEXT-DATA-RECORD
               UNTIL CURRENT-RECORD >= TARGET-RECORD
                  OR NO-MORE-DATA-RECORDS.
           IF NO-MORE-DATA-RECORDS AND CURRENT-RECORD > ZERO
               DISPLAY "The file ends at record " CURRENT-RECORD
                       "."
               MOVE CURRENT-RECORD TO TARGET-RECORD
               PERFORM CLOSE-THE-DATA-FILE
               PERFORM OPEN-THE-DATA-FILE
               PERFORM READ-THE-NEXT-DATA-RECORD
                   UNTIL CURRENT-RECORD >= TARGET-RECORD
                      OR NO-MORE-DATA-RECORDS
           END-IF.

       READ-THE-NEXT-DATA-RECORD.
           IF READ-AS-LINES
               READ DATA-LINE-FILE INTO READ-IMAGE
                   AT END
                       MOVE "Y" TO DATA-END-SWITCH
               END-READ
           ELSE
               MOVE SPACES TO READ-IMAGE
               MOVE ZERO TO BYTE-POSITION
               PERFORM READ-ONE-DATA-BYTE
                   UNTIL BYTE-POSITION >= RECORD-LENGTH
                      OR NO-MORE-DATA-RECORDS
               IF BYTE-POSITION > ZERO
                   MOVE "N" TO DATA-END-SWITCH
               END-IF
           END-IF.
           IF NOT NO-MORE-DATA-RECORDS
               ADD 1 TO CURRENT-RECORD
               MOVE READ-IMAGE TO RECORD-IMAGE
           END-IF.

       READ-ONE-DATA-BYTE.
           READ DATA-BYTE-FILE
               AT END
                   MOVE "Y" TO DATA-END-SWITCH
               NOT AT END
                   ADD 1 TO BYTE-POSITION
                   MOVE DATA-BYTE TO READ-IMAGE (BYTE-POSITION:1)
           END-READ.

      * Level 3 routines -- the browse commands.
       GET-THE-COMMAND.
           DISPLAY "N)ext P)revious J)ump F)ind Q)uit".
           DISPLAY "Command?".
           ACCEPT COMMAND-CODE.

       DO-THE-COMMAND.
           EVALUATE COMMAND-CODE
               WHEN "N"
               WHEN "n"
                   COMPUTE TARGET-RECORD = CURRENT-RECORD + 1
                   PERFORM POSITION-TO-THE-RECORD
                   PERFORM SHOW-THE-RECORD
               WHEN "P"
               WHEN "p"
                   IF CURRENT-RECORD > 1
                       COMPUTE TARGET-RECORD = CURRENT-RECORD - 1
                       PERFORM POSITION-TO-THE-RECORD
                       PERFORM SHOW-THE-RECORD
                   ELSE
                       DISPLAY "Already at the first record."
                   END-IF
               WHEN "J"
               WHEN "j"
                   DISPLAY "Record number?"
                   ACCEPT JUMP-NUMBER
                   IF JUMP-NUMBER = ZERO
                       DISPLAY "Records are numbered from 1."
                   ELSE
                       MOVE JUMP-NUMBER TO TARGET-RECORD
                       PERFORM POSITION-TO-THE-RECORD
                       PERFORM SHOW-THE-RECORD
                   END-IF
               WHEN "F"
               WHEN "f"
                   PERFORM FIND-A-VALUE
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid command."
           END-EVALUATE.

      * The search runs forward from the record after the
      * one showing; with no hit the browser goes back to
      * where it was.
       FIND-A-VALUE.
           DISPLAY "Field name?".
           MOVE SPACES TO SEARCH-FIELD-NAME.
           ACCEPT SEARCH-FIELD-NAME.
           INSPECT SEARCH-FIELD-NAME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO FOUND-SLOT.
           PERFORM FIND-THE-SEARCH-FIELD
               VARYING SEARCH-SLOT FROM 1 BY 1
               UNTIL SEARCH-SLOT > FIELD-COUNT
                  OR FOUND-SLOT NOT = ZERO.
           IF FOUND-SLOT = ZERO
               DISPLAY SEARCH-FIELD-NAME
                       " is not an elementary field of "
                       LAYOUT-PATH
           ELSE
               DISPLAY "Value (the start of it is enough)?"
               MOVE SPACES TO SEARCH-VALUE
               ACCEPT SEARCH-VALUE
               MOVE ZERO TO SEARCH-LENGTH
               PERFORM MEASURE-THE-SEARCH-VALUE
                   VARYING SEARCH-SLOT FROM 1 BY 1
                   UNTIL SEARCH-SLOT > 40
               IF SEARCH-LENGTH = ZERO
                   MOVE 1 TO SEARCH-LENGTH
               END-IF
               PERFORM SEARCH-FORWARD
           END-IF.

       FIND-THE-SEARCH-FIELD.
           IF  LF-NAME (SEARCH-SLOT) = SEARCH-FIELD-NAME
           AND NOT LF-IS-GROUP (SEARCH-SLOT)
               MOVE SEARCH-SLOT TO FOUND-SLOT
           END-IF.

       MEASURE-THE-SEARCH-VALUE.
           IF SEARCH-VALUE (SEARCH-SLOT:1) NOT = SPACE
               MOVE SEARCH-SLOT TO SEARCH-LENGTH
           END-IF.

       SEARCH-FORWARD.
           MOVE CURRENT-RECORD TO SAVED-RECORD.
           MOVE "N" TO SEARCH-HIT-SWITCH.
           SET LF-IDX TO FOUND-SLOT.
           MOVE ZERO TO OCCURRENCE-SHIFT.
           MOVE 1 TO ITEM-OCCURRENCE.
           PERFORM READ-AND-TEST-ONE-RECORD
               UNTIL SEARCH-WAS-HIT OR NO-MORE-DATA-RECORDS.
           IF SEARCH-WAS-HIT
               PERFORM SHOW-THE-RECORD
           ELSE
               DISPLAY "No match after record " SAVED-RECORD "."
               MOVE SAVED-RECORD TO TARGET-RECORD
               PERFORM POSITION-TO-THE-RECORD
           END-IF.

       READ-AND-TEST-ONE-RECORD.
           PERFORM READ-THE-NEXT-DATA-RECORD.
           IF NOT NO-MORE-DATA-RECORDS
               PERFORM FORMAT-THE-FIELD-VALUE
               IF SHOWN-VALUE (1:SEARCH-LENGTH)
                = SEARCH-VALUE (1:SEARCH-LENGTH)
                   MOVE "Y" TO SEARCH-HIT-SWITCH
               END-IF
           END-IF.

      * Level 3 routines -- showing a record.
      * A group that repeats is shown once per occurrence,
      * its fields shifted along by the group's length and
      * numbered; a repeating elementary field is shown
      * once per occurrence the same way.
       SHOW-THE-RECORD.
           DISPLAY " ".
           DISPLAY "Record " CURRENT-RECORD " of " DATA-PATH.
           DISPLAY "Layout " LAYOUT-PATH " length "
                   RECORD-LENGTH.
           DISPLAY FIELD-HEADING.
           MOVE ZERO TO OCCURRENCE-SHIFT.
           MOVE ZERO TO GROUP-OCCURRENCE.
           SET LF-IDX TO 1.
           PERFORM SHOW-ONE-LAYOUT-ENTRY
               UNTIL LF-IDX > FIELD-COUNT.

       SHOW-ONE-LAYOUT-ENTRY.
           IF LF-IS-GROUP (LF-IDX) AND LF-OCCURS (LF-IDX) > 1
               PERFORM SHOW-A-REPEATING-GROUP
               SET LF-IDX TO LF-LAST-CHILD (LF-IDX)
           ELSE
               PERFORM SHOW-ONE-FIELD
           END-IF.
           SET LF-IDX UP BY 1.

       SHOW-A-REPEATING-GROUP.
           SET FOUND-SLOT TO LF-IDX.
           PERFORM SHOW-ONE-GROUP-OCCURRENCE
               VARYING GROUP-OCCURRENCE FROM 1 BY 1
               UNTIL GROUP-OCCURRENCE > LF-OCCURS (FOUND-SLOT).
           SET LF-IDX TO FOUND-SLOT.
           MOVE ZERO TO OCCURRENCE-SHIFT GROUP-OCCURRENCE.

       SHOW-ONE-GROUP-OCCURRENCE.
           COMPUTE OCCURRENCE-SHIFT
                 = (GROUP-OCCURRENCE - 1) * LF-LENGTH (FOUND-SLOT).
           SET LF-IDX TO FOUND-SLOT.
           PERFORM SHOW-ONE-FIELD
               VARYING LF-IDX FROM FOUND-SLOT BY 1
               UNTIL LF-IDX > LF-LAST-CHILD (FOUND-SLOT).

       SHOW-ONE-FIELD.
           IF LF-IS-GROUP (LF-IDX) OR LF-OCCURS (LF-IDX) = 1
               MOVE 1 TO ITEM-OCCURRENCE
               PERFORM SHOW-ONE-FIELD-OCCURRENCE
           ELSE
               PERFORM SHOW-ONE-FIELD-OCCURRENCE
                   VARYING ITEM-OCCURRENCE FROM 1 BY 1
                   UNTIL ITEM-OCCURRENCE > LF-OCCURS (LF-IDX)
           END-IF.

       SHOW-ONE-FIELD-OCCURRENCE.
           MOVE SPACES TO FIELD-LINE.
           MOVE LF-LEVEL (LF-IDX) TO FL-LEVEL.
           PERFORM NAME-THE-OCCURRENCE.
           MOVE SHOWN-NAME TO FL-NAME.
           IF LF-IS-GROUP (LF-IDX)
               MOVE "(GROUP)" TO FL-PICTURE
           ELSE
               MOVE LF-PICTURE (LF-IDX) TO FL-PICTURE
               EVALUATE TRUE
                   WHEN LF-IS-PACKED (LF-IDX)
                       MOVE "COMP-3" TO FL-PICTURE (11:6)
                   WHEN LF-IS-BINARY (LF-IDX)
                       MOVE "COMP" TO FL-PICTURE (13:4)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM FORMAT-THE-FIELD-VALUE.
           MOVE FIELD-POSITION TO FL-OFFSET.
           MOVE LF-LENGTH (LF-IDX) TO FL-LENGTH.
           IF LF-IS-GROUP (LF-IDX)
               MOVE SPACES TO FL-VALUE
           ELSE
               MOVE SHOWN-VALUE TO FL-VALUE
           END-IF.
           DISPLAY FIELD-LINE.
           IF  NOT LF-IS-GROUP (LF-IDX)
           AND NOT LF-IS-NUMERIC (LF-IDX)
           AND LF-LENGTH (LF-IDX) > 40
               PERFORM SHOW-THE-REST-OF-THE-TEXT
           END-IF.

       NAME-THE-OCCURRENCE.
           MOVE LF-NAME (LF-IDX) TO SHOWN-NAME.
           IF GROUP-OCCURRENCE > ZERO
           OR (NOT LF-IS-GROUP (LF-IDX) AND LF-OCCURS (LF-IDX) > 1)
               MOVE ZERO TO WORD-LENGTH
               INSPECT SHOWN-NAME TALLYING WORD-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WORD-LENGTH > 24
                   MOVE 24 TO WORD-LENGTH
               END-IF
               ADD 1 TO WORD-LENGTH
               MOVE "(" TO SHOWN-NAME (WORD-LENGTH:1)
               ADD 1 TO WORD-LENGTH
               IF GROUP-OCCURRENCE > ZERO
                   MOVE GROUP-OCCURRENCE TO EDITED-INTEGER
               ELSE
                   MOVE ITEM-OCCURRENCE TO EDITED-INTEGER
               END-IF
               MOVE EDITED-INTEGER TO EDITED-TEXT
               MOVE ZERO TO LEADING-SPACES
               INSPECT EDITED-TEXT TALLYING LEADING-SPACES
                   FOR LEADING SPACES
               STRING EDITED-TEXT (LEADING-SPACES + 1:
                                   19 - LEADING-SPACES)
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO SHOWN-NAME
                   WITH POINTER WORD-LENGTH
               END-STRING
           END-IF.

      * Where the field sits in this record, and its value
      * as shown: text as it stands, numbers decoded.
       FORMAT-THE-FIELD-VALUE.
           COMPUTE FIELD-POSITION = LF-OFFSET (LF-IDX)
                 + OCCURRENCE-SHIFT
                 + (ITEM-OCCURRENCE - 1) * LF-LENGTH (LF-IDX).
           MOVE SPACES TO SHOWN-VALUE.
           IF FIELD-POSITION + LF-LENGTH (LF-IDX) - 1 > 2000
               MOVE "(beyond the record)" TO SHOWN-VALUE
           ELSE
           IF LF-IS-GROUP (LF-IDX)
               CONTINUE
           ELSE
           IF NOT LF-IS-NUMERIC (LF-IDX)
               MOVE RECORD-IMAGE (FIELD-POSITION:LF-LENGTH (LF-IDX))
                   TO SHOWN-VALUE
           ELSE
               MOVE "N" TO VALUE-OK-SWITCH
               EVALUATE TRUE
                   WHEN LF-IS-PACKED (LF-IDX)
                       PERFORM DECODE-A-PACKED-FIELD
                   WHEN LF-IS-BINARY (LF-IDX)
                       PERFORM DECODE-A-BINARY-FIELD
                   WHEN OTHER
                       PERFORM DECODE-A-ZONED-FIELD
               END-EVALUATE
               IF VALUE-IS-NUMBER
                   PERFORM EDIT-THE-NUMBER
               ELSE
                   PERFORM SHOW-THE-RAW-BYTES
               END-IF
           END-IF
           END-IF
           END-IF.

       DECODE-A-ZONED-FIELD.
           IF LF-LENGTH (LF-IDX) <= 18
               MOVE ALL "0" TO ZONED-WORK
               MOVE RECORD-IMAGE (FIELD-POSITION:LF-LENGTH (LF-IDX))
                   TO ZONED-WORK (19 - LF-LENGTH (LF-IDX):
                                  LF-LENGTH (LF-IDX))
               IF LF-IS-SIGNED (LF-IDX)
                   IF ZONED-NUMBER IS NUMERIC
                       MOVE ZONED-NUMBER TO NUMBER-VALUE
                       MOVE "Y" TO VALUE-OK-SWITCH
                   END-IF
               ELSE
                   IF ZONED-WORK IS NUMERIC
                       MOVE ZONED-NUMBER TO NUMBER-VALUE
                       MOVE "Y" TO VALUE-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       DECODE-A-PACKED-FIELD.
           IF LF-LENGTH (LF-IDX) <= 10
               MOVE LOW-VALUES TO PACKED-WORK
               MOVE RECORD-IMAGE (FIELD-POSITION:LF-LENGTH (LF-IDX))
                   TO PACKED-WORK (11 - LF-LENGTH (LF-IDX):
                                   LF-LENGTH (LF-IDX))
               IF PACKED-NUMBER IS NUMERIC
                   MOVE PACKED-NUMBER TO NUMBER-VALUE
                   MOVE "Y" TO VALUE-OK-SWITCH
               END-IF
           END-IF.

      * Binary is held high-order byte first; a signed
      * value with its top bit on is negative and is
      * widened with all-ones bytes, anything else with
      * zero bytes.
       DECODE-A-BINARY-FIELD.
           MOVE LOW-VALUES TO BINARY-WORK.
           IF  LF-IS-SIGNED (LF-IDX)
           AND RECORD-IMAGE (FIELD-POSITION:1) NOT < X"80"
               MOVE HIGH-VALUES TO BINARY-WORK
           END-IF.
           MOVE RECORD-IMAGE (FIELD-POSITION:LF-LENGTH (LF-IDX))
               TO BINARY-WORK (9 - LF-LENGTH (LF-IDX):
                               LF-LENGTH (LF-IDX)).
           MOVE BINARY-NUMBER TO NUMBER-VALUE.
           MOVE "Y" TO VALUE-OK-SWITCH.

       EDIT-THE-NUMBER.
           IF LF-SCALE (LF-IDX) = ZERO OR LF-SCALE (LF-IDX) > 5
               MOVE NUMBER-VALUE TO EDITED-INTEGER
               MOVE EDITED-INTEGER TO EDITED-TEXT
               MOVE 19 TO SHOWN-LENGTH
           ELSE
               COMPUTE SCALED-VALUE
                     = NUMBER-VALUE / (10 ** LF-SCALE (LF-IDX))
               MOVE SCALED-VALUE TO EDITED-DECIMAL
               MOVE EDITED-DECIMAL TO EDITED-TEXT
               COMPUTE SHOWN-LENGTH = 17 + LF-SCALE (LF-IDX)
           END-IF.
           MOVE ZERO TO LEADING-SPACES.
           INSPECT EDITED-TEXT TALLYING LEADING-SPACES
               FOR LEADING SPACES.
           MOVE EDITED-TEXT (LEADING-SPACES + 1:
                             SHOWN-LENGTH - LEADING-SPACES)
               TO SHOWN-VALUE.

      * A number field that doesn't hold a number -- spaces
      * in an old record, or a bad sign -- is shown as its
      * bytes in hex, so the fault can be seen.
       SHOW-THE-RAW-BYTES.
           MOVE SPACES TO SHOWN-VALUE.
           MOVE 1 TO TEXT-POSITION.
           STRING "(not numeric) X'" DELIMITED BY SIZE
               INTO SHOWN-VALUE
               WITH POINTER TEXT-POSITION
           END-STRING.
           PERFORM SHOW-ONE-RAW-BYTE
               VARYING BYTE-POSITION FROM FIELD-POSITION BY 1
               UNTIL BYTE-POSITION
                       >= FIELD-POSITION + LF-LENGTH (LF-IDX)
                  OR TEXT-POSITION > 37.
           STRING "'" DELIMITED BY SIZE
               INTO SHOWN-VALUE
               WITH POINTER TEXT-POSITION
           END-STRING.

       SHOW-ONE-RAW-BYTE.
           MOVE LOW-VALUES TO BINARY-WORK.
           MOVE RECORD-IMAGE (BYTE-POSITION:1) TO BINARY-WORK (8:1).
           MOVE BINARY-NUMBER TO NUMBER-VALUE.
           DIVIDE NUMBER-VALUE BY 16 GIVING HEX-HIGH
               REMAINDER HEX-LOW.
           STRING HEX-DIGITS (HEX-HIGH + 1:1)
                      DELIMITED BY SIZE
                  HEX-DIGITS (HEX-LOW + 1:1)
                      DELIMITED BY SIZE
               INTO SHOWN-VALUE
               WITH POINTER TEXT-POSITION
           END-STRING.

       SHOW-THE-REST-OF-THE-TEXT.
           COMPUTE TEXT-POSITION = FIELD-POSITION + 40.
           COMPUTE TEXT-LEFT = LF-LENGTH (LF-IDX) - 40.
           PERFORM SHOW-ONE-TEXT-CONTINUATION
               UNTIL TEXT-LEFT = ZERO
                  OR TEXT-POSITION > 2000.

       SHOW-ONE-TEXT-CONTINUATION.
           MOVE SPACES TO FIELD-LINE.
           IF TEXT-LEFT > 40
               MOVE RECORD-IMAGE (TEXT-POSITION:40) TO FL-VALUE
               ADD 40 TO TEXT-POSITION
               SUBTRACT 40 FROM TEXT-LEFT
           ELSE
               MOVE RECORD-IMAGE (TEXT-POSITION:TEXT-LEFT)
                   TO FL-VALUE
               MOVE ZERO TO TEXT-LEFT
           END-IF.
           DISPLAY FIELD-LINE.
