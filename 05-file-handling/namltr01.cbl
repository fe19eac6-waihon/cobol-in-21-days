       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMLTR01.
      *--------------------------------------------------
      * Customer notice letters. JACK06 and EIGER07 print
      * message text kept on a file, but the same lines for
      * everyone; customer service wants address
      * confirmations, credit-hold letters and price-change
      * letters, each addressed to the customer it is
      * about. A letter template is a message file in the
      * JACKMSG.DAT style -- one line of text per record,
      * edited as a staging copy and promoted by MSGVAL01
      * -- whose text may carry placeholders:
      *
      *   &NAME    NM-NAME           &CUSTNO  NM-CUST-NO
      *   &ADDR    address line      &DATE    business date
      *   &CITY    city              &AMOUNT  the amount
      *   &STATE   state
      *   &ZIP     ZIP
      *
      * The NAMLTRC.DAT card (NAMLTRC.cpy) names the
      * template and who gets it: the customers listed on
      * NAMLTRS.DAT, every customer in a state, or every
      * customer flagged on a file another run wrote. Each
      * selected customer gets one letter on NAMELTR.DAT,
      * merged from the template and the name master:
      * a heading with the customer number and page on
      * every page, the name and mailing address -- the
      * NAMETADR.DAT mailing address in force, as the
      * label run uses -- then the text, broken into pages
      * of the card's length. SPOOL01 keeps each night's
      * letters. A merged line longer than the letter's
      * 80 columns is cut there and counted.
      *
      * An inactive customer, or one whose address is
      * flagged undeliverable, gets no letter. Every
      * letter sent is logged on NAMEHIST.DAT as an "L"
      * history record naming the template, and every
      * customer selected is listed on the NAMLTRR.DAT
      * register as sent or skipped, with a customer the
      * list or flag file named who is not on the master
      * listed as such.
      *
      * A card or template missing or in error sends
      * nothing and ends RC 8; a customer not on the
      * master or a line cut ends RC 4. NAMEMAST.DAT is
      * checked against its control seal first, as the
      * label run does.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LETTER-CONTROL-FILE
               ASSIGN TO "NAMLTRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT OPTIONAL LETTER-TEMPLATE-FILE
               ASSIGN TO DYNAMIC TEMPLATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPLATE-FILE-STATUS.

           SELECT OPTIONAL SELECTION-FILE
               ASSIGN TO DYNAMIC SELECTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SELECTION-FILE-STATUS.

           SELECT OPTIONAL NAME-MASTER-FILE
               ASSIGN TO "NAMEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL TYPED-ADDRESS-FILE
               ASSIGN TO "NAMETADR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYPED-FILE-STATUS.

           SELECT OPTIONAL NAME-HISTORY-FILE
               ASSIGN TO "NAMEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO "NAMELTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-REGISTER-FILE ASSIGN TO "NAMLTRR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-CONTROL-FILE.
       COPY NAMLTRC.

       FD  LETTER-TEMPLATE-FILE.
      * Wider than the 50-character message record, so a
      * template line that was never promoted through
      * MSGVAL01 and runs long is caught, not cut.
       01  LETTER-TEMPLATE-LINE      PIC X(80).

       FD  SELECTION-FILE.
       01  SELECTION-LINE            PIC X(256).

       FD  NAME-MASTER-FILE.
       COPY NAMEADDR.

       FD  TYPED-ADDRESS-FILE.
       COPY NAMETADR.

       FD  NAME-HISTORY-FILE.
       COPY NAMEHIST.

       FD  LETTER-PRINT-FILE.
       01  LETTER-PRINT-LINE         PIC X(80).

       FD  LETTER-REGISTER-FILE.
       01  LETTER-REGISTER-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

       01  CARD-FILE-STATUS      PIC XX.
       01  TEMPLATE-FILE-STATUS  PIC XX.
       01  SELECTION-FILE-STATUS PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  TYPED-FILE-STATUS     PIC XX.
       01  HISTORY-FILE-STATUS   PIC XX.
       01  TEMPLATE-PATH         PIC X(40).
       01  SELECTION-PATH        PIC X(40).

       01  FILE-END-SWITCH       PIC X.
           88  NO-MORE-RECORDS               VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  TYPED-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-TYPED-RECORDS         VALUE "Y".

       01  CARD-VALID-SWITCH     PIC X       VALUE "Y".
           88  CARD-IS-VALID                 VALUE "Y".
       01  CARD-ERROR-TEXT       PIC X(40)   VALUE SPACES.

       01  JOB-NAME              PIC X(8)    VALUE "NAMLTR01".
       01  OPERATOR-ID           PIC X(8)    VALUE "BATCH001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "NAMLTR01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  BUSINESS-DATE         PIC 9(8).
       01  LINES-PER-PAGE        PIC 9(2)    VALUE 50.
       01  LINES-ON-PAGE         PIC 9(2)    VALUE ZERO.
       01  PAGE-NUMBER           PIC 9(3)    VALUE ZERO.

       01  LETTER-COUNT          PIC 9(5)    VALUE ZERO.
       01  PAGE-COUNT            PIC 9(6)    VALUE ZERO.
       01  SKIPPED-COUNT         PIC 9(5)    VALUE ZERO.
       01  MISSING-COUNT         PIC 9(5)    VALUE ZERO.
       01  CUT-LINE-COUNT        PIC 9(5)    VALUE ZERO.
       01  CUT-LETTER-SWITCH     PIC X.
           88  LETTER-HAD-A-CUT              VALUE "Y".

      * The template's text lines.
       01  TEMPLATE-COUNT        PIC 9(3)    VALUE ZERO.
       01  TEMPLATE-TABLE.
           05  TEMPLATE-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON TEMPLATE-COUNT
                               INDEXED BY TM-IDX.
               10  TM-TEXT           PIC X(50).

      * The customers a list or flag file selected, each
      * with the amount for their letter.
       01  SELECTED-COUNT        PIC 9(4)    VALUE ZERO.
       01  SELECTED-TABLE.
           05  SELECTED-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON SELECTED-COUNT
                               INDEXED BY SL-IDX.
               10  SL-CUST-NO        PIC X(06).
               10  SL-AMOUNT         PIC 9(7)V99.
               10  SL-FOUND-SWITCH   PIC X.
       01  SELECTED-CUST-NO      PIC X(6).
       01  SELECTED-AMOUNT       PIC 9(7)V99.
       01  SELECTED-SWITCH       PIC X.
           88  CUSTOMER-IS-SELECTED          VALUE "Y".
       COPY NAMLTRS.

      * The mailing addresses in force today, one entry per
      * customer.
       01  TYPED-COUNT           PIC 9(4)    VALUE ZERO.
       01  TYPED-TABLE.
           05  TYPED-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON TYPED-COUNT
                            INDEXED BY TY-IDX.
               10  TY-CUST-NO        PIC X(06).
               10  TY-EFFECTIVE-DATE PIC X(08).
               10  TY-ADDRESS        PIC X(30).
               10  TY-CITY           PIC X(15).
               10  TY-STATE          PIC X(02).
               10  TY-ZIP            PIC X(09).
       01  TYPED-KEY-CUST-NO     PIC X(6).
       01  TYPED-FOUND-SWITCH    PIC X.
           88  TYPED-WAS-FOUND               VALUE "Y".
       01  LETTER-ADDRESS        PIC X(30).
       01  LETTER-CITY           PIC X(15).
       01  LETTER-STATE          PIC X(02).
       01  LETTER-ZIP            PIC X(09).

      * The merge. A template line is copied a character
      * at a time into the letter line; a placeholder is
      * replaced by its value with the trailing spaces
      * dropped.
       01  MERGE-SOURCE          PIC X(60).
       01  SOURCE-LENGTH         PIC 9(3).
       01  SOURCE-POSITION       PIC 9(3).
       01  OUTPUT-POSITION       PIC 9(3).
       01  TOKEN-LENGTH          PIC 9(3).
       01  VALUE-LENGTH          PIC 9(3).
       01  VALUE-ROOM            PIC 9(3).
       01  MERGE-VALUE           PIC X(30).
       01  PLACEHOLDER-SWITCH    PIC X.
           88  PLACEHOLDER-WAS-FOUND         VALUE "Y".
       01  MERGE-DATE            PIC 9999/99/99.
       01  MERGE-AMOUNT          PIC 9(7)V99.
       01  MERGE-AMOUNT-EDIT     PIC Z,ZZZ,ZZ9.99.
       01  LETTER-LINE           PIC X(80).

       01  LETTER-HEADING.
           05  FILLER             PIC X(7)  VALUE "NOTICE ".
           05  LH-TEMPLATE-NAME   PIC X(8).
           05  FILLER             PIC X(3)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY LH-RUN-DATE.
           05  FILLER             PIC X(10) VALUE "  CUST NO ".
           05  LH-CUST-NO         PIC X(6).
           05  FILLER             PIC X(8)  VALUE "   PAGE ".
           05  LH-PAGE-NUMBER     PIC ZZ9.

       01  CITY-STATE-ZIP-LINE.
           05  LB-CITY            PIC X(15).
           05  FILLER             PIC X(2)  VALUE ", ".
           05  LB-STATE           PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LB-ZIP             PIC X(9).

       01  REGISTER-HEADING-1.
           05  FILLER             PIC X(20)
               VALUE "NOTICE LETTER RUN - ".
           05  RH-TEMPLATE-NAME   PIC X(8).
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY RH-RUN-DATE.

       01  REGISTER-HEADING-2.
           05  FILLER             PIC X(7)  VALUE "CUST".
           05  FILLER             PIC X(12) VALUE "NAME".
           05  FILLER             PIC X(4)  VALUE "ST".
           05  FILLER             PIC X(31) VALUE "RESULT".
           05  FILLER             PIC X(5)  VALUE "PAGES".

       01  REGISTER-DETAIL-LINE.
           05  RG-CUST-NO         PIC X(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  RG-NAME            PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RG-STATE           PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RG-RESULT          PIC X(30).
           05  FILLER             PIC X     VALUE SPACE.
           05  RG-PAGES           PIC ZZZZ9.

       01  REGISTER-TOTAL-LINE.
           05  FILLER             PIC X(14) VALUE "Letters sent: ".
           05  RT-LETTER-COUNT    PIC ZZZZ9.
           05  FILLER             PIC X(9)  VALUE "  Pages: ".
           05  RT-PAGE-COUNT      PIC ZZZZZ9.
           05  FILLER             PIC X(11) VALUE "  Skipped: ".
           05  RT-SKIPPED-COUNT   PIC ZZZZ9.
           05  FILLER             PIC X(17)
               VALUE "  Not on master: ".
           05  RT-MISSING-COUNT   PIC ZZZZ9.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "NAMLTR01".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM READ-THE-LETTER-CARD.
           IF CARD-IS-VALID
               PERFORM LOAD-THE-TEMPLATE
           END-IF.
           IF  CARD-IS-VALID
           AND NOT LT-BY-STATE
               PERFORM LOAD-THE-SELECTION
           END-IF.
           IF NOT CARD-IS-VALID
               DISPLAY "Letter card in error: " CARD-ERROR-TEXT
               DISPLAY "No letters sent."
               MOVE CARD-ERROR-TEXT TO EXC-TEXT
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               CALL "RUNEND" USING "NAMLTR01"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-THE-TYPED-ADDRESSES
               PERFORM WRITE-THE-LETTERS
               DISPLAY "Letters sent:       " LETTER-COUNT
               DISPLAY "Pages:              " PAGE-COUNT
               DISPLAY "Customers skipped:  " SKIPPED-COUNT
               DISPLAY "Not on the master:  " MISSING-COUNT
               DISPLAY "Lines cut:          " CUT-LINE-COUNT
               CALL "RUNEND" USING "NAMLTR01"
               IF MISSING-COUNT > ZERO
                OR CUT-LINE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       READ-THE-LETTER-CARD.
           OPEN INPUT LETTER-CONTROL-FILE.
           IF CARD-FILE-STATUS NOT = "00"
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "NAMLTRC.DAT not found" TO CARD-ERROR-TEXT
           ELSE
               READ LETTER-CONTROL-FILE
                   AT END
                       MOVE "N" TO CARD-VALID-SWITCH
                       MOVE "NAMLTRC.DAT is empty"
                           TO CARD-ERROR-TEXT
               END-READ
           END-IF.
           CLOSE LETTER-CONTROL-FILE.
           IF CARD-IS-VALID
               PERFORM CHECK-THE-LETTER-CARD
           END-IF.

       CHECK-THE-LETTER-CARD.
           IF LT-TEMPLATE-NAME = SPACES
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "No template named" TO CARD-ERROR-TEXT
           ELSE
           IF  NOT LT-BY-CUSTOMER-LIST
           AND NOT LT-BY-STATE
           AND NOT LT-BY-FLAG-FILE
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Selection must be C, S or F"
                   TO CARD-ERROR-TEXT
           ELSE
           IF  LT-BY-STATE
           AND LT-STATE = SPACES
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "No state for selection S" TO CARD-ERROR-TEXT
           ELSE
           IF  LT-BY-FLAG-FILE
           AND LT-FLAG-FILE = SPACES
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "No flag file for selection F"
                   TO CARD-ERROR-TEXT
           ELSE
           IF  LT-BY-FLAG-FILE
           AND (LT-FLAG-POSITION NOT NUMERIC
                OR LT-FLAG-POSITION > 256)
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Flag position must be 000 to 256"
                   TO CARD-ERROR-TEXT
           ELSE
           IF LT-AMOUNT NOT NUMERIC
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Amount must be numeric" TO CARD-ERROR-TEXT
           ELSE
           IF LT-LINES-PER-PAGE NOT NUMERIC
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Lines per page must be numeric"
                   TO CARD-ERROR-TEXT
           ELSE
           IF  LT-LINES-PER-PAGE NOT = ZERO
           AND LT-LINES-PER-PAGE < 10
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Lines per page under 10" TO CARD-ERROR-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF  CARD-IS-VALID
           AND LT-LINES-PER-PAGE NOT = ZERO
               MOVE LT-LINES-PER-PAGE TO LINES-PER-PAGE
           END-IF.

      * The template is checked the way MSGVAL01 checks a
      * staged message file: there, not empty, and no line
      * past the 50-character message record.
       LOAD-THE-TEMPLATE.
           MOVE SPACES TO TEMPLATE-PATH.
           STRING LT-TEMPLATE-NAME DELIMITED BY SPACE
                  ".DAT"           DELIMITED BY SIZE
               INTO TEMPLATE-PATH
           END-STRING.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT LETTER-TEMPLATE-FILE.
           IF TEMPLATE-FILE-STATUS NOT = "00"
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Template file not found" TO CARD-ERROR-TEXT
           ELSE
               PERFORM READ-THE-NEXT-TEMPLATE-LINE
               PERFORM UNTIL NO-MORE-RECORDS
                   PERFORM TAKE-ONE-TEMPLATE-LINE
                   PERFORM READ-THE-NEXT-TEMPLATE-LINE
               END-PERFORM
               IF  CARD-IS-VALID
               AND TEMPLATE-COUNT = ZERO
                   MOVE "N" TO CARD-VALID-SWITCH
                   MOVE "Template file is empty" TO CARD-ERROR-TEXT
               END-IF
           END-IF.
           CLOSE LETTER-TEMPLATE-FILE.

       READ-THE-NEXT-TEMPLATE-LINE.
           READ LETTER-TEMPLATE-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TAKE-ONE-TEMPLATE-LINE.
           IF LETTER-TEMPLATE-LINE (51:30) NOT = SPACES
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Template line over 50 characters"
                   TO CARD-ERROR-TEXT
               MOVE "Y" TO FILE-END-SWITCH
           ELSE
           IF TEMPLATE-COUNT >= 200
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Template over 200 lines" TO CARD-ERROR-TEXT
               MOVE "Y" TO FILE-END-SWITCH
           ELSE
               ADD 1 TO TEMPLATE-COUNT
               SET TM-IDX TO TEMPLATE-COUNT
               MOVE LETTER-TEMPLATE-LINE TO TM-TEXT (TM-IDX)
           END-IF
           END-IF.

      * A list line names a customer and, optionally, the
      * amount for their letter. A flag file line is taken
      * when it begins with a customer number -- headings
      * and totals do not -- and, with a flag position on
      * the card, carries the flag value there.
       LOAD-THE-SELECTION.
           IF LT-BY-CUSTOMER-LIST
               MOVE "NAMLTRS.DAT" TO SELECTION-PATH
           ELSE
               MOVE LT-FLAG-FILE TO SELECTION-PATH
           END-IF.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT SELECTION-FILE.
           IF SELECTION-FILE-STATUS NOT = "00"
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Selection file not found" TO CARD-ERROR-TEXT
           ELSE
               PERFORM READ-THE-NEXT-SELECTION-LINE
               PERFORM UNTIL NO-MORE-RECORDS
                   PERFORM TAKE-ONE-SELECTION-LINE
                   PERFORM READ-THE-NEXT-SELECTION-LINE
               END-PERFORM
               IF  CARD-IS-VALID
               AND SELECTED-COUNT = ZERO
                   MOVE "N" TO CARD-VALID-SWITCH
                   MOVE "Selection file names nobody"
                       TO CARD-ERROR-TEXT
               END-IF
           END-IF.
           CLOSE SELECTION-FILE.

       READ-THE-NEXT-SELECTION-LINE.
           READ SELECTION-FILE
               AT END
                   MOVE "Y" TO FILE-END-SWITCH
           END-READ.

       TAKE-ONE-SELECTION-LINE.
           MOVE "N" TO SELECTED-SWITCH.
           MOVE LT-AMOUNT TO SELECTED-AMOUNT.
           IF LT-BY-CUSTOMER-LIST
               MOVE SELECTION-LINE TO LETTER-SELECTION-RECORD
               MOVE LL-CUST-NO TO SELECTED-CUST-NO
               IF LL-CUST-NO NOT = SPACES
                   MOVE "Y" TO SELECTED-SWITCH
                   IF LL-AMOUNT-TEXT NOT = SPACES
                       IF LL-AMOUNT NUMERIC
                           MOVE LL-AMOUNT TO SELECTED-AMOUNT
                       ELSE
                           MOVE "N" TO SELECTED-SWITCH
                           DISPLAY "Customer " LL-CUST-NO
                                   " amount not numeric; "
                                   "left out."
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE SELECTION-LINE (1:6) TO SELECTED-CUST-NO
               IF SELECTED-CUST-NO NUMERIC
                   IF LT-FLAG-POSITION = ZERO
                       MOVE "Y" TO SELECTED-SWITCH
                   ELSE
                       IF SELECTION-LINE (LT-FLAG-POSITION:1)
                          = LT-FLAG-VALUE
                           MOVE "Y" TO SELECTED-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CUSTOMER-IS-SELECTED
               PERFORM ADD-ONE-SELECTED-CUSTOMER
           END-IF.

      * A customer named twice gets one letter, under the
      * first line naming them.
       ADD-ONE-SELECTED-CUSTOMER.
           PERFORM FIND-THE-SELECTED-CUSTOMER.
           IF NOT CUSTOMER-IS-SELECTED
               IF SELECTED-COUNT >= 2000
                   MOVE "N" TO CARD-VALID-SWITCH
                   MOVE "Selection over 2000 customers"
                       TO CARD-ERROR-TEXT
                   MOVE "Y" TO FILE-END-SWITCH
               ELSE
                   ADD 1 TO SELECTED-COUNT
                   SET SL-IDX TO SELECTED-COUNT
                   MOVE SELECTED-CUST-NO TO SL-CUST-NO (SL-IDX)
                   MOVE SELECTED-AMOUNT TO SL-AMOUNT (SL-IDX)
                   MOVE "N" TO SL-FOUND-SWITCH (SL-IDX)
               END-IF
           END-IF.

       FIND-THE-SELECTED-CUSTOMER.
           MOVE "N" TO SELECTED-SWITCH.
           IF SELECTED-COUNT > 0
               SET SL-IDX TO 1
               SEARCH SELECTED-ENTRY
                   WHEN SL-CUST-NO (SL-IDX) = SELECTED-CUST-NO
                       MOVE "Y" TO SELECTED-SWITCH
               END-SEARCH
           END-IF.

      * Only the record in force today is kept per
      * customer: the latest effective date not after
      * today. A later-dated record waits for its day.
       LOAD-THE-TYPED-ADDRESSES.
           MOVE ZERO TO TYPED-COUNT.
           OPEN INPUT TYPED-ADDRESS-FILE.
           IF TYPED-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TYPED-ADDRESS
               PERFORM UNTIL NO-MORE-TYPED-RECORDS
                   IF NA-ADDR-TYPE = "M"
                       PERFORM TAKE-ONE-TYPED-ADDRESS
                   END-IF
                   PERFORM READ-THE-NEXT-TYPED-ADDRESS
               END-PERFORM
           END-IF.
           CLOSE TYPED-ADDRESS-FILE.

       READ-THE-NEXT-TYPED-ADDRESS.
           READ TYPED-ADDRESS-FILE
               AT END
                   MOVE "Y" TO TYPED-END-SWITCH
           END-READ.

       TAKE-ONE-TYPED-ADDRESS.
           IF NA-EFFECTIVE-DATE NOT > BUSINESS-DATE
               MOVE NA-CUST-NO TO TYPED-KEY-CUST-NO
               PERFORM FIND-THE-TYPED-ADDRESS
               IF TYPED-WAS-FOUND
                   IF NA-EFFECTIVE-DATE NOT < TY-EFFECTIVE-DATE (TY-IDX)
                       PERFORM STORE-THE-TYPED-ADDRESS
                   END-IF
               ELSE
                   IF TYPED-COUNT >= 1000
                       DISPLAY "Typed address table full at 1000; "
                               "customer " NA-CUST-NO " not loaded."
                   ELSE
                       ADD 1 TO TYPED-COUNT
                       SET TY-IDX TO TYPED-COUNT
                       PERFORM STORE-THE-TYPED-ADDRESS
                   END-IF
               END-IF
           END-IF.

       STORE-THE-TYPED-ADDRESS.
           MOVE NA-CUST-NO        TO TY-CUST-NO        (TY-IDX).
           MOVE NA-EFFECTIVE-DATE TO TY-EFFECTIVE-DATE (TY-IDX).
           MOVE NA-ADDRESS        TO TY-ADDRESS        (TY-IDX).
           MOVE NA-CITY           TO TY-CITY           (TY-IDX).
           MOVE NA-STATE          TO TY-STATE          (TY-IDX).
           MOVE NA-ZIP            TO TY-ZIP            (TY-IDX).

       FIND-THE-TYPED-ADDRESS.
           MOVE "N" TO TYPED-FOUND-SWITCH.
           IF TYPED-COUNT > 0
               SET TY-IDX TO 1
               SEARCH TYPED-ENTRY
                   WHEN TY-CUST-NO (TY-IDX) = TYPED-KEY-CUST-NO
                       MOVE "Y" TO TYPED-FOUND-SWITCH
               END-SEARCH
           END-IF.

       WRITE-THE-LETTERS.
           OPEN INPUT NAME-MASTER-FILE.
           OPEN OUTPUT LETTER-PRINT-FILE LETTER-REGISTER-FILE.
           PERFORM OPEN-THE-HISTORY-FOR-APPEND.
           PERFORM WRITE-THE-REGISTER-HEADINGS.
           MOVE BUSINESS-DATE TO MERGE-DATE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   PERFORM CONSIDER-ONE-CUSTOMER
                   PERFORM READ-THE-NEXT-MASTER-RECORD
               END-PERFORM
           END-IF.
           PERFORM LIST-ONE-MISSING-CUSTOMER
               VARYING SL-IDX FROM 1 BY 1
               UNTIL SL-IDX > SELECTED-COUNT.
           MOVE LETTER-COUNT TO RT-LETTER-COUNT.
           MOVE PAGE-COUNT TO RT-PAGE-COUNT.
           MOVE SKIPPED-COUNT TO RT-SKIPPED-COUNT.
           MOVE MISSING-COUNT TO RT-MISSING-COUNT.
           MOVE SPACES TO LETTER-REGISTER-LINE.
           WRITE LETTER-REGISTER-LINE.
           MOVE REGISTER-TOTAL-LINE TO LETTER-REGISTER-LINE.
           WRITE LETTER-REGISTER-LINE.
           CLOSE NAME-MASTER-FILE LETTER-PRINT-FILE
                 LETTER-REGISTER-FILE NAME-HISTORY-FILE.

       READ-THE-NEXT-MASTER-RECORD.
           READ NAME-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-END-SWITCH
           END-READ.

       OPEN-THE-HISTORY-FOR-APPEND.
           OPEN EXTEND NAME-HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT NAME-HISTORY-FILE
               CLOSE NAME-HISTORY-FILE
               OPEN EXTEND NAME-HISTORY-FILE
           END-IF.

       WRITE-THE-REGISTER-HEADINGS.
           MOVE LT-TEMPLATE-NAME TO RH-TEMPLATE-NAME.
           MOVE BUSINESS-DATE TO RH-RUN-DATE.
           MOVE REGISTER-HEADING-1 TO LETTER-REGISTER-LINE.
           WRITE LETTER-REGISTER-LINE.
           MOVE REGISTER-HEADING-2 TO LETTER-REGISTER-LINE.
           WRITE LETTER-REGISTER-LINE.

       CONSIDER-ONE-CUSTOMER.
           MOVE "N" TO SELECTED-SWITCH.
           IF LT-BY-STATE
               IF NM-STATE = LT-STATE
                   MOVE "Y" TO SELECTED-SWITCH
                   MOVE LT-AMOUNT TO MERGE-AMOUNT
               END-IF
           ELSE
               IF NM-CUST-NO NOT = SPACES
                   MOVE NM-CUST-NO TO SELECTED-CUST-NO
                   PERFORM FIND-THE-SELECTED-CUSTOMER
                   IF CUSTOMER-IS-SELECTED
                       MOVE "Y" TO SL-FOUND-SWITCH (SL-IDX)
                       MOVE SL-AMOUNT (SL-IDX) TO MERGE-AMOUNT
                   END-IF
               END-IF
           END-IF.
           IF CUSTOMER-IS-SELECTED
               MOVE SPACES TO REGISTER-DETAIL-LINE
               MOVE NM-CUST-NO TO RG-CUST-NO
               MOVE NM-NAME TO RG-NAME
               MOVE NM-STATE TO RG-STATE
               IF NM-STATUS = "I"
                   ADD 1 TO SKIPPED-COUNT
                   MOVE "SKIPPED - INACTIVE" TO RG-RESULT
               ELSE
               IF NM-MAIL-STATUS = "U"
                   ADD 1 TO SKIPPED-COUNT
                   MOVE "SKIPPED - UNDELIVERABLE" TO RG-RESULT
               ELSE
                   PERFORM WRITE-ONE-LETTER
                   PERFORM LOG-THE-LETTER-SENT
                   IF LETTER-HAD-A-CUT
                       MOVE "SENT - LINE CUT AT 80" TO RG-RESULT
                   ELSE
                       MOVE "SENT" TO RG-RESULT
                   END-IF
                   MOVE PAGE-NUMBER TO RG-PAGES
               END-IF
               END-IF
               MOVE REGISTER-DETAIL-LINE TO LETTER-REGISTER-LINE
               WRITE LETTER-REGISTER-LINE
           END-IF.

       LIST-ONE-MISSING-CUSTOMER.
           IF SL-FOUND-SWITCH (SL-IDX) = "N"
               ADD 1 TO MISSING-COUNT
               MOVE SPACES TO REGISTER-DETAIL-LINE
               MOVE SL-CUST-NO (SL-IDX) TO RG-CUST-NO
               MOVE "NOT ON THE NAME MASTER" TO RG-RESULT
               MOVE REGISTER-DETAIL-LINE TO LETTER-REGISTER-LINE
               WRITE LETTER-REGISTER-LINE
           END-IF.

      * Level 3 routines -- one letter.
      * Each letter starts a page of its own, numbered from
      * one; the name and address open the first page.
       WRITE-ONE-LETTER.
           MOVE "N" TO CUT-LETTER-SWITCH.
           PERFORM CHOOSE-THE-MAILING-ADDRESS.
           MOVE ZERO TO PAGE-NUMBER.
           PERFORM START-A-LETTER-PAGE.
           MOVE NM-NAME TO LETTER-LINE.
           PERFORM WRITE-ONE-LETTER-LINE.
           MOVE LETTER-ADDRESS TO LETTER-LINE.
           PERFORM WRITE-ONE-LETTER-LINE.
           MOVE LETTER-CITY TO LB-CITY.
           MOVE LETTER-STATE TO LB-STATE.
           MOVE LETTER-ZIP TO LB-ZIP.
           MOVE CITY-STATE-ZIP-LINE TO LETTER-LINE.
           PERFORM WRITE-ONE-LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           PERFORM WRITE-ONE-LETTER-LINE.
           PERFORM MERGE-ONE-TEMPLATE-LINE
               VARYING TM-IDX FROM 1 BY 1
               UNTIL TM-IDX > TEMPLATE-COUNT.
           ADD 1 TO LETTER-COUNT.
           ADD PAGE-NUMBER TO PAGE-COUNT.

      * A mailing address in force wins; a blank one (the
      * type dropped back) or none at all means the master
      * address.
       CHOOSE-THE-MAILING-ADDRESS.
           MOVE NM-CUST-NO TO TYPED-KEY-CUST-NO.
           PERFORM FIND-THE-TYPED-ADDRESS.
           IF  TYPED-WAS-FOUND
           AND TY-ADDRESS (TY-IDX) NOT = SPACES
               MOVE TY-ADDRESS (TY-IDX) TO LETTER-ADDRESS
               MOVE TY-CITY (TY-IDX)    TO LETTER-CITY
               MOVE TY-STATE (TY-IDX)   TO LETTER-STATE
               MOVE TY-ZIP (TY-IDX)     TO LETTER-ZIP
           ELSE
               MOVE NM-ADDRESS TO LETTER-ADDRESS
               MOVE NM-CITY    TO LETTER-CITY
               MOVE NM-STATE   TO LETTER-STATE
               MOVE NM-ZIP     TO LETTER-ZIP
           END-IF.

       START-A-LETTER-PAGE.
           IF LINES-ON-PAGE NOT = ZERO
               MOVE SPACES TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF.
           ADD 1 TO PAGE-NUMBER.
           MOVE LT-TEMPLATE-NAME TO LH-TEMPLATE-NAME.
           MOVE BUSINESS-DATE TO LH-RUN-DATE.
           MOVE NM-CUST-NO TO LH-CUST-NO.
           MOVE PAGE-NUMBER TO LH-PAGE-NUMBER.
           MOVE LETTER-HEADING TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE SPACES TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE 2 TO LINES-ON-PAGE.

       WRITE-ONE-LETTER-LINE.
           IF LINES-ON-PAGE >= LINES-PER-PAGE
               PERFORM START-A-LETTER-PAGE
           END-IF.
           MOVE LETTER-LINE TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           ADD 1 TO LINES-ON-PAGE.

       MERGE-ONE-TEMPLATE-LINE.
           MOVE TM-TEXT (TM-IDX) TO MERGE-SOURCE.
           MOVE SPACES TO LETTER-LINE.
           MOVE 50 TO SOURCE-LENGTH.
           PERFORM UNTIL SOURCE-LENGTH = ZERO
                      OR MERGE-SOURCE (SOURCE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM SOURCE-LENGTH
           END-PERFORM.
           MOVE 1 TO SOURCE-POSITION.
           MOVE 1 TO OUTPUT-POSITION.
           PERFORM MERGE-ONE-CHARACTER
               UNTIL SOURCE-POSITION > SOURCE-LENGTH.
           PERFORM WRITE-ONE-LETTER-LINE.

       MERGE-ONE-CHARACTER.
           MOVE "N" TO PLACEHOLDER-SWITCH.
           IF MERGE-SOURCE (SOURCE-POSITION:1) = "&"
               PERFORM MATCH-THE-PLACEHOLDER
           END-IF.
           IF PLACEHOLDER-WAS-FOUND
               PERFORM FIND-THE-VALUE-LENGTH
               ADD TOKEN-LENGTH TO SOURCE-POSITION
           ELSE
               MOVE MERGE-SOURCE (SOURCE-POSITION:1) TO MERGE-VALUE
               MOVE 1 TO VALUE-LENGTH
               ADD 1 TO SOURCE-POSITION
           END-IF.
           PERFORM PUT-THE-MERGE-VALUE.

      * An "&" that starts no placeholder is kept as text.
       MATCH-THE-PLACEHOLDER.
           MOVE "Y" TO PLACEHOLDER-SWITCH.
           EVALUATE TRUE
               WHEN MERGE-SOURCE (SOURCE-POSITION:7) = "&CUSTNO"
                   MOVE 7 TO TOKEN-LENGTH
                   MOVE NM-CUST-NO TO MERGE-VALUE
               WHEN MERGE-SOURCE (SOURCE-POSITION:7) = "&AMOUNT"
                   MOVE 7 TO TOKEN-LENGTH
                   PERFORM EDIT-THE-MERGE-AMOUNT
               WHEN MERGE-SOURCE (SOURCE-POSITION:6) = "&STATE"
                   MOVE 6 TO TOKEN-LENGTH
                   MOVE LETTER-STATE TO MERGE-VALUE
               WHEN MERGE-SOURCE (SOURCE-POSITION:5) = "&NAME"
                   MOVE 5 TO TOKEN-LENGTH
                   MOVE NM-NAME TO MERGE-VALUE
               WHEN MERGE-SOURCE (SOURCE-POSITION:5) = "&ADDR"
                   MOVE 5 TO TOKEN-LENGTH
                   MOVE LETTER-ADDRESS TO MERGE-VALUE
               WHEN MERGE-SOURCE (SOURCE-POSITION:5) = "&CITY"
                   MOVE 5 TO TOKEN-LENGTH
                   MOVE LETTER-CITY TO MERGE-VALUE
               WHEN MERGE-SOURCE (SOURCE-POSITION:5) = "&DATE"
                   MOVE 5 TO TOKEN-LENGTH
                   MOVE MERGE-DATE TO MERGE-VALUE
               WHEN MERGE-SOURCE (SOURCE-POSITION:4) = "&ZIP"
                   MOVE 4 TO TOKEN-LENGTH
                   MOVE LETTER-ZIP TO MERGE-VALUE
               WHEN OTHER
                   MOVE "N" TO PLACEHOLDER-SWITCH
           END-EVALUATE.

      * The amount goes in without its leading blanks.
       EDIT-THE-MERGE-AMOUNT.
           MOVE MERGE-AMOUNT TO MERGE-AMOUNT-EDIT.
           MOVE 1 TO VALUE-LENGTH.
           PERFORM UNTIL MERGE-AMOUNT-EDIT (VALUE-LENGTH:1)
                         NOT = SPACE
               ADD 1 TO VALUE-LENGTH
           END-PERFORM.
           MOVE MERGE-AMOUNT-EDIT (VALUE-LENGTH:) TO MERGE-VALUE.

       FIND-THE-VALUE-LENGTH.
           MOVE 30 TO VALUE-LENGTH.
           PERFORM UNTIL VALUE-LENGTH = ZERO
                      OR MERGE-VALUE (VALUE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM VALUE-LENGTH
           END-PERFORM.

      * What will not fit in the 80 columns is cut, and
      * the line counted once.
       PUT-THE-MERGE-VALUE.
           IF VALUE-LENGTH > ZERO
               IF OUTPUT-POSITION + VALUE-LENGTH > 81
                   IF OUTPUT-POSITION < 81
                       COMPUTE VALUE-ROOM = 81 - OUTPUT-POSITION
                       MOVE MERGE-VALUE (1:VALUE-ROOM)
                           TO LETTER-LINE (OUTPUT-POSITION:VALUE-ROOM)
                       MOVE 81 TO OUTPUT-POSITION
                       ADD 1 TO CUT-LINE-COUNT
                       MOVE "Y" TO CUT-LETTER-SWITCH
                   END-IF
               ELSE
                   MOVE MERGE-VALUE (1:VALUE-LENGTH)
                       TO LETTER-LINE (OUTPUT-POSITION:VALUE-LENGTH)
                   ADD VALUE-LENGTH TO OUTPUT-POSITION
               END-IF
           END-IF.

      * The history record carries the customer as the
      * letter found them, on both sides.
       LOG-THE-LETTER-SENT.
           MOVE SPACES TO NAME-HISTORY-RECORD.
           ACCEPT HS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT HS-RUN-TIME FROM TIME.
           MOVE OPERATOR-ID TO HS-OPERATOR-ID.
           MOVE "L" TO HS-ACTION.
           MOVE NAME-MASTER-RECORD (1:81) TO HS-BEFORE-IMAGE
                                              HS-AFTER-IMAGE.
           MOVE NAME-MASTER-RECORD (82:29) TO HS-BEFORE-MAIL
                                               HS-AFTER-MAIL.
           MOVE LT-TEMPLATE-NAME TO HS-LETTER-NAME.
           WRITE NAME-HISTORY-RECORD.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "NAMLTR01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "NAMLTR01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
