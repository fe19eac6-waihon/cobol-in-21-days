       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRP01.
      *--------------------------------------------------
      * Reprints manual journals from the GLJREG.DAT
      * register GLJE01 keeps. The operator keys a journal
      * number, or leaves it blank for every journal on
      * the register; each prints with its header -- who
      * keyed it and when, company, period, description
      * and whether it posted -- its lines, and its debit
      * and credit totals, to GLJRPT.DAT.
      *
      * The register holds each journal's lines together
      * in line order, so a change of journal number is
      * the break between journals. Nothing is updated.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-REGISTER-FILE
               ASSIGN TO "GLJREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT JOURNAL-REPORT-FILE ASSIGN TO "GLJRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-REGISTER-FILE.
       COPY GLJREG.

       FD  JOURNAL-REPORT-FILE.
       01  JOURNAL-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.

       01  REGISTER-FILE-STATUS  PIC XX.
       01  REGISTER-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-REGISTER-ROWS         VALUE "Y".

       01  RAW-JOURNAL-ID        PIC X(6).
       01  WANTED-JOURNAL-ID     PIC 9(6)    VALUE ZERO.
       01  ALL-JOURNALS-SWITCH   PIC X       VALUE "N".
           88  PRINT-ALL-JOURNALS            VALUE "Y".
       01  CURRENT-JOURNAL-ID    PIC 9(6)    VALUE ZERO.
       01  JOURNAL-OPEN-SWITCH   PIC X       VALUE "N".
           88  A-JOURNAL-IS-OPEN             VALUE "Y".
       01  JOURNAL-COUNT         PIC 9(5)    VALUE ZERO.
       01  DEBIT-TOTAL           PIC 9(9)V99.
       01  CREDIT-TOTAL          PIC 9(9)V99.
       01  HELD-STATUS           PIC X.
       01  HELD-REASON           PIC X(20).
       01  BUSINESS-DATE         PIC 9(8).

       01  REPRINT-HEADING.
           05  FILLER             PIC X(40)
               VALUE "GL MANUAL JOURNAL REPRINT".
           COPY RUNDATE REPLACING RD-RUN-DATE BY JH-RUN-DATE.

       01  JOURNAL-HEADER-1.
           05  FILLER             PIC X(8)  VALUE "JOURNAL ".
           05  JH-JOURNAL-ID      PIC 9(6).
           05  FILLER             PIC X(10) VALUE "  COMPANY ".
           05  JH-COMPANY         PIC X(2).
           05  FILLER             PIC X(9)  VALUE "  PERIOD ".
           05  JH-PERIOD          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JH-DESCRIPTION     PIC X(30).

       01  JOURNAL-HEADER-2.
           05  FILLER             PIC X(8)  VALUE "  KEYED ".
           05  JH-ENTRY-DATE      PIC 9999/99/99.
           05  FILLER             PIC X(4)  VALUE " BY ".
           05  JH-PREPARER-ID     PIC X(8).

       01  JOURNAL-COLUMN-HEADING.
           05  FILLER             PIC X(36)
               VALUE "  LINE  ACCOUNT  CC           DEBIT".
           05  FILLER             PIC X(14) VALUE "        CREDIT".

       01  JOURNAL-DETAIL-LINE.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  JD-LINE-NO         PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JD-ACCOUNT         PIC 9(6).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  JD-COST-CENTER     PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JD-DEBIT           PIC Z(9)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  JD-CREDIT          PIC Z(9)9.99.

       01  JOURNAL-TOTAL-LINE.
           05  FILLER             PIC X(17) VALUE "  TOTALS".
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  JT-DEBIT           PIC Z(9)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  JT-CREDIT          PIC Z(9)9.99.

       01  JOURNAL-STATUS-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JS-STATUS-TEXT     PIC X(10).
           05  JS-REASON          PIC X(20).

       01  REPRINT-SUMMARY-LINE.
           05  FILLER             PIC X(20)
               VALUE "Journals reprinted: ".
           05  RS-JOURNAL-COUNT   PIC ZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLJRP01".
           PERFORM GET-THE-WANTED-JOURNAL.
           OPEN OUTPUT JOURNAL-REPORT-FILE.
           CALL "BUSDATE" USING BUSINESS-DATE.
           MOVE BUSINESS-DATE TO JH-RUN-DATE.
           MOVE REPRINT-HEADING TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           PERFORM REPRINT-THE-REGISTER.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           MOVE JOURNAL-COUNT TO RS-JOURNAL-COUNT.
           MOVE REPRINT-SUMMARY-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           CLOSE JOURNAL-REPORT-FILE.
           DISPLAY "Journals reprinted: " JOURNAL-COUNT.
           IF NOT PRINT-ALL-JOURNALS AND JOURNAL-COUNT = ZERO
               DISPLAY "Journal " WANTED-JOURNAL-ID
                       " is not on GLJREG.DAT."
           END-IF.
           CALL "RUNEND" USING "GLJRP01".
           IF NOT PRINT-ALL-JOURNALS AND JOURNAL-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-WANTED-JOURNAL.
           MOVE "X" TO RAW-JOURNAL-ID.
           PERFORM UNTIL RAW-JOURNAL-ID = SPACES
                      OR RAW-JOURNAL-ID IS NUMERIC
               DISPLAY "Journal number to reprint "
                       "(6 digits, blank for all)?"
               MOVE SPACES TO RAW-JOURNAL-ID
               ACCEPT RAW-JOURNAL-ID
           END-PERFORM.
           IF RAW-JOURNAL-ID = SPACES
               MOVE "Y" TO ALL-JOURNALS-SWITCH
           ELSE
               MOVE RAW-JOURNAL-ID TO WANTED-JOURNAL-ID
           END-IF.

       REPRINT-THE-REGISTER.
           OPEN INPUT JOURNAL-REGISTER-FILE.
           IF REGISTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-REGISTER-ROW
               PERFORM UNTIL NO-MORE-REGISTER-ROWS
                   IF PRINT-ALL-JOURNALS
                   OR JR-JOURNAL-ID = WANTED-JOURNAL-ID
                       PERFORM TAKE-ONE-REGISTER-ROW
                   END-IF
                   PERFORM READ-THE-NEXT-REGISTER-ROW
               END-PERFORM
           END-IF.
           CLOSE JOURNAL-REGISTER-FILE.
           IF A-JOURNAL-IS-OPEN
               PERFORM FINISH-THE-JOURNAL
           END-IF.

      * Level 3 routines
       TAKE-ONE-REGISTER-ROW.
           IF NOT A-JOURNAL-IS-OPEN
           OR JR-JOURNAL-ID NOT = CURRENT-JOURNAL-ID
               IF A-JOURNAL-IS-OPEN
                   PERFORM FINISH-THE-JOURNAL
               END-IF
               PERFORM START-THE-JOURNAL
           END-IF.
           MOVE SPACES TO JOURNAL-DETAIL-LINE.
           MOVE JR-LINE-NO TO JD-LINE-NO.
           MOVE JR-ACCOUNT TO JD-ACCOUNT.
           MOVE JR-COST-CENTER TO JD-COST-CENTER.
           IF JR-DEBIT-CREDIT = "D"
               MOVE JR-AMOUNT TO JD-DEBIT
               ADD JR-AMOUNT TO DEBIT-TOTAL
           ELSE
               MOVE JR-AMOUNT TO JD-CREDIT
               ADD JR-AMOUNT TO CREDIT-TOTAL
           END-IF.
           MOVE JOURNAL-DETAIL-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.

       START-THE-JOURNAL.
           MOVE "Y" TO JOURNAL-OPEN-SWITCH.
           MOVE JR-JOURNAL-ID TO CURRENT-JOURNAL-ID.
           MOVE JR-STATUS TO HELD-STATUS.
           MOVE JR-REASON TO HELD-REASON.
           MOVE ZERO TO DEBIT-TOTAL CREDIT-TOTAL.
           ADD 1 TO JOURNAL-COUNT.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           MOVE JR-JOURNAL-ID TO JH-JOURNAL-ID.
           MOVE JR-COMPANY TO JH-COMPANY.
           MOVE JR-PERIOD TO JH-PERIOD.
           MOVE JR-DESCRIPTION TO JH-DESCRIPTION.
           MOVE JOURNAL-HEADER-1 TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           MOVE JR-ENTRY-DATE TO JH-ENTRY-DATE.
           MOVE JR-PREPARER-ID TO JH-PREPARER-ID.
           MOVE JOURNAL-HEADER-2 TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           MOVE JOURNAL-COLUMN-HEADING TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.

       FINISH-THE-JOURNAL.
           MOVE DEBIT-TOTAL TO JT-DEBIT.
           MOVE CREDIT-TOTAL TO JT-CREDIT.
           MOVE JOURNAL-TOTAL-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           IF HELD-STATUS = "P"
               MOVE "POSTED" TO JS-STATUS-TEXT
           ELSE
               MOVE "REJECTED: " TO JS-STATUS-TEXT
           END-IF.
           MOVE HELD-REASON TO JS-REASON.
           MOVE JOURNAL-STATUS-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           MOVE "N" TO JOURNAL-OPEN-SWITCH.

       READ-THE-NEXT-REGISTER-ROW.
           READ JOURNAL-REGISTER-FILE
               AT END
                   MOVE "Y" TO REGISTER-END-SWITCH
           END-READ.
