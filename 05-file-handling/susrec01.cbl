       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSREC01.
      *--------------------------------------------------
      * Month-end suspense reconciliation. SUSGL01 puts
      * every ADDSUSP.DAT item on the ledger, credited to
      * its company's SUSPCTL.DAT suspense account, and
      * clears it when it recycles or is written off. This
      * proves the account: for each SUSPCTL company, the
      * items the ledger still held at the end of the
      * fiscal month asked for -- posted on or before the
      * month end and not cleared by then -- are listed by
      * age and set against the suspense account's
      * GLBAL.DAT closing balance for the month, read
      * through the shared GLBGET reader as ARAGE01 reads
      * its control accounts. Any difference is printed,
      * logged, and ends the run RC=4.
      *
      * The month is asked for at the console and must be
      * on FISCCTL.DAT; a closed month is fine, since the
      * reconciliation only reads. Items are aged in days
      * from the entry date to the month end by the shared
      * DATECALC routine, into the same 0-7, 8-30, and
      * over-30 day bands SUSAGE01 uses, in the file's own
      * entry order, oldest first. The suspense account
      * carries a credit balance, so its sign is turned to
      * compare with the items.
      *
      * Open items entered by the month end that had not
      * yet reached the ledger -- no rate yet, or entered
      * on the last night -- are listed below the tie-out
      * as reconciling items, in their own currency; they
      * are not part of the balance.
      *
      * GLBAL.DAT is checked against its control seal
      * before anything is read. The report is SUSREC.DAT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADD-SUSPENSE-FILE ASSIGN TO "ADDSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-CONTROL-FILE
               ASSIGN TO "SUSPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL FISCAL-PERIOD-FILE ASSIGN TO "FISCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

           SELECT RECONCILE-REPORT-FILE ASSIGN TO "SUSREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-SUSPENSE-FILE.
       COPY ADDSUSP.

       FD  SUSPENSE-CONTROL-FILE.
       COPY SUSPCTL.

       FD  FISCAL-PERIOD-FILE.
       COPY FISCCTL.

       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       01  SUSPENSE-FILE-STATUS  PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  PERIOD-FILE-STATUS    PIC XX.
       01  SUSPENSE-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-SUSPENSE-RECORDS      VALUE "Y".
       01  CONTROL-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-CONTROL-RECORDS       VALUE "Y".
       01  PERIOD-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-PERIOD-RECORDS        VALUE "Y".

      * The whole suspense file, read once and gone over
      * company by company.
       01  SUSPENSE-COUNT        PIC 9(4)    VALUE ZERO.
       01  SUSPENSE-TABLE.
           05  SUSPENSE-ENTRY OCCURS 1 TO 1000 TIMES
                               DEPENDING ON SUSPENSE-COUNT
                               INDEXED BY SP-IDX.
               10  SPT-RECORD         PIC X(151).
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  CONTROL-COUNT         PIC 99      VALUE ZERO.
       01  CONTROL-TABLE.
           05  CONTROL-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON CONTROL-COUNT
                              INDEXED BY SU-IDX.
               10  SUT-COMPANY         PIC X(02).
               10  SUT-SUSPENSE-ACCOUNT
                                       PIC 9(6).

       01  PERIOD-COUNT          PIC 9(3)    VALUE ZERO.
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 1 TO 60 TIMES
                             DEPENDING ON PERIOD-COUNT
                             INDEXED BY FP-IDX.
               10  PT-PERIOD          PIC 9(6).
               10  PT-END-DATE        PIC 9(8).
       01  PERIOD-OK-SWITCH      PIC X       VALUE "N".
           88  PERIOD-IS-USABLE              VALUE "Y".
       01  QUIT-SWITCH           PIC X       VALUE "N".
           88  OPERATOR-QUIT                 VALUE "Y".
       01  RAW-PERIOD            PIC X(6).
       01  WANTED-PERIOD         PIC 9(6).
       01  AS-AT-DATE            PIC 9(8).

       01  WORK-COMPANY          PIC X(02).
       01  POSTED-SWITCH         PIC X.
           88  ITEM-WAS-ON-LEDGER            VALUE "Y".
       01  AGE-DAYS              PIC S9(5).
       01  ITEM-AMOUNT           PIC S9(9)V99.

       COPY DATECALC.

       01  ITEM-TOTAL            PIC S9(11)V99.
       01  GL-BALANCE            PIC S9(11)V99.
       01  GL-PERIOD             PIC 9(6).
       01  TIE-DIFFERENCE        PIC S9(11)V99.
       01  WEEK-BAND-COUNT       PIC 9(5).
       01  MONTH-BAND-COUNT      PIC 9(5).
       01  OLDER-BAND-COUNT      PIC 9(5).
       01  WEEK-BAND-AMOUNT      PIC S9(11)V99.
       01  MONTH-BAND-AMOUNT     PIC S9(11)V99.
       01  OLDER-BAND-AMOUNT     PIC S9(11)V99.
       01  COMPANY-ITEM-COUNT    PIC 9(5).
       01  PENDING-COUNT         PIC 9(5).

       01  LEDGER-ITEM-COUNT     PIC 9(5)    VALUE ZERO.
       01  PENDING-ITEM-COUNT    PIC 9(5)    VALUE ZERO.
       01  DIFFERENCE-COUNT      PIC 9(3)    VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "SUSREC01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  RECONCILE-HEADING-1.
           05  FILLER             PIC X(35)
               VALUE "SUSPENSE RECONCILIATION FOR PERIOD ".
           05  RH1-PERIOD         PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY RH1-RUN-DATE.

       01  RECONCILE-HEADING-2.
           05  FILLER             PIC X(23)
               VALUE "ITEMS ON THE LEDGER AT ".
           05  RH2-AS-AT-DATE     PIC 9999/99/99.

       01  COMPANY-HEADING-LINE.
           05  FILLER             PIC X(8)  VALUE "COMPANY ".
           05  CH-COMPANY         PIC X(2).
           05  FILLER             PIC X(20)
               VALUE "  SUSPENSE ACCOUNT ".
           05  CH-ACCOUNT         PIC 9(6).

       01  ITEM-HEADING-LINE.
           05  FILLER             PIC X(11) VALUE "ENTERED".
           05  FILLER             PIC X(11) VALUE "POSTED".
           05  FILLER             PIC X(6)  VALUE "CUR D".
           05  FILLER             PIC X(13) VALUE "       AMOUNT".
           05  FILLER             PIC X(7)  VALUE "   DAYS".
           05  FILLER             PIC X(8)  VALUE "  REASON".

       01  ITEM-DETAIL-LINE.
           05  ID-RUN-DATE        PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-POST-DATE       PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-CURRENCY-CODE   PIC X(3).
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-DISPOSITION     PIC X.
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-AMOUNT          PIC -(9)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ID-AGE-DAYS        PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ID-REASON          PIC X(20).

       01  BAND-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BD-CAPTION         PIC X(12).
           05  BD-COUNT           PIC ZZZZ9.
           05  FILLER             PIC X(7)  VALUE " items ".
           05  BD-AMOUNT          PIC -(10)9.99.

       01  TIE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TL-CAPTION         PIC X(38).
           05  TL-AMOUNT          PIC -(10)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  TL-FLAG            PIC X(4).

       01  PENDING-HEADING-LINE.
           05  FILLER             PIC X(40)
               VALUE "  NOT YET ON THE LEDGER (RECONCILING):".

       01  RECONCILE-SUMMARY-LINE.
           05  FILLER             PIC X(17) VALUE "Items on ledger: ".
           05  RS-LEDGER-ITEMS    PIC ZZZZ9.
           05  FILLER             PIC X(18) VALUE "  Not yet posted: ".
           05  RS-PENDING-ITEMS   PIC ZZZZ9.
           05  FILLER             PIC X(25)
               VALUE "  Companies out of tie:  ".
           05  RS-DIFFERENCES     PIC ZZ9.

       COPY SEALPARM.

       COPY GLBPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "SUSREC01".
           MOVE "GLBAL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM LOAD-THE-FISCAL-PERIODS.
           PERFORM GET-THE-RECONCILIATION-PERIOD.
           IF PERIOD-IS-USABLE
               PERFORM LOAD-THE-SUSPENSE-CONTROLS
               PERFORM LOAD-THE-SUSPENSE-FILE
               IF LOAD-DID-OVERFLOW
      * A tie-out against part of the file would report
      * a difference that is not there, so none is made.
                   DISPLAY "ADDSUSP.DAT exceeds the table; "
                           "run abandoned, nothing reconciled."
                   MOVE "Suspense table overflow" TO EXC-TEXT
                   MOVE "SIZE" TO EXC-CATEGORY
                   CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                        EXC-CATEGORY
               ELSE
                   PERFORM WRITE-THE-RECONCILIATION
                   DISPLAY "Suspense items on the ledger: "
                           LEDGER-ITEM-COUNT
                   DISPLAY "Companies out of tie: "
                           DIFFERENCE-COUNT
               END-IF
           END-IF.
           CALL "RUNEND" USING "SUSREC01".
           IF LOAD-DID-OVERFLOW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF DIFFERENCE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * A blank month ends the run without reconciling.
       GET-THE-RECONCILIATION-PERIOD.
           PERFORM UNTIL PERIOD-IS-USABLE
                      OR OPERATOR-QUIT
               DISPLAY "Reconcile which fiscal month (YYYYMM, "
                       "blank to quit)?"
               MOVE SPACES TO RAW-PERIOD
               ACCEPT RAW-PERIOD
               IF RAW-PERIOD = SPACES
                   MOVE "Y" TO QUIT-SWITCH
               ELSE
                   PERFORM CHECK-THE-RECONCILIATION-PERIOD
               END-IF
           END-PERFORM.

       CHECK-THE-RECONCILIATION-PERIOD.
           IF RAW-PERIOD IS NOT NUMERIC
               DISPLAY "The month must be six digits, YYYYMM."
           ELSE
               MOVE RAW-PERIOD TO WANTED-PERIOD
               SET FP-IDX TO 1
               IF PERIOD-COUNT > 0
                   SEARCH PERIOD-ENTRY
                       AT END
                           DISPLAY "Period " WANTED-PERIOD
                                   " is not on FISCCTL.DAT."
                       WHEN PT-PERIOD (FP-IDX) = WANTED-PERIOD
                           MOVE "Y" TO PERIOD-OK-SWITCH
                           MOVE PT-END-DATE (FP-IDX) TO AS-AT-DATE
                   END-SEARCH
               ELSE
                   DISPLAY "No FISCCTL.DAT periods on file."
               END-IF
           END-IF.

       WRITE-THE-RECONCILIATION.
           OPEN OUTPUT RECONCILE-REPORT-FILE.
           MOVE WANTED-PERIOD TO RH1-PERIOD.
           ACCEPT RH1-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RECONCILE-HEADING-1 TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           MOVE AS-AT-DATE TO RH2-AS-AT-DATE.
           MOVE RECONCILE-HEADING-2 TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           PERFORM RECONCILE-ONE-COMPANY
               VARYING SU-IDX FROM 1 BY 1
               UNTIL SU-IDX > CONTROL-COUNT.
           MOVE "C" TO GP-ACTION.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF CONTROL-COUNT = ZERO
               MOVE SPACES TO RECONCILE-REPORT-LINE
               WRITE RECONCILE-REPORT-LINE
               MOVE "  (no SUSPCTL.DAT companies to reconcile)"
                   TO RECONCILE-REPORT-LINE
               WRITE RECONCILE-REPORT-LINE
           END-IF.
           MOVE SPACES TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           MOVE LEDGER-ITEM-COUNT TO RS-LEDGER-ITEMS.
           MOVE PENDING-ITEM-COUNT TO RS-PENDING-ITEMS.
           MOVE DIFFERENCE-COUNT TO RS-DIFFERENCES.
           MOVE RECONCILE-SUMMARY-LINE TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           CLOSE RECONCILE-REPORT-FILE.

       RECONCILE-ONE-COMPANY.
           MOVE SUT-COMPANY (SU-IDX) TO WORK-COMPANY.
           MOVE ZERO TO ITEM-TOTAL COMPANY-ITEM-COUNT PENDING-COUNT.
           MOVE ZERO TO WEEK-BAND-COUNT MONTH-BAND-COUNT
                        OLDER-BAND-COUNT.
           MOVE ZERO TO WEEK-BAND-AMOUNT MONTH-BAND-AMOUNT
                        OLDER-BAND-AMOUNT.
           MOVE SPACES TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           MOVE WORK-COMPANY TO CH-COMPANY.
           MOVE SUT-SUSPENSE-ACCOUNT (SU-IDX) TO CH-ACCOUNT.
           MOVE COMPANY-HEADING-LINE TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           MOVE ITEM-HEADING-LINE TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           PERFORM LIST-ONE-LEDGER-ITEM
               VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > SUSPENSE-COUNT.
           IF COMPANY-ITEM-COUNT = ZERO
               MOVE "  (no items on the ledger)"
                   TO RECONCILE-REPORT-LINE
               WRITE RECONCILE-REPORT-LINE
           END-IF.
           PERFORM WRITE-THE-AGING-BANDS.
           PERFORM TAKE-THE-SUSPENSE-BALANCE.
           PERFORM WRITE-THE-TIE-OUT.
           PERFORM WRITE-THE-PENDING-ITEMS.

      * Level 3 routines -- the items.
       LIST-ONE-LEDGER-ITEM.
           PERFORM TAKE-ONE-SUSPENSE-ITEM.
           IF ITEM-WAS-ON-LEDGER
               ADD 1 TO COMPANY-ITEM-COUNT
               ADD 1 TO LEDGER-ITEM-COUNT
               MOVE ZERO TO ITEM-AMOUNT
               ADD SS-GL-FIRST-BASE SS-GL-SECOND-BASE
                   TO ITEM-AMOUNT
               ADD ITEM-AMOUNT TO ITEM-TOTAL
               MOVE "C" TO DK-ACTION
               MOVE SS-RUN-DATE TO DK-FIRST-DATE
               MOVE AS-AT-DATE TO DK-SECOND-DATE
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF DK-DATE-OK
                   MOVE DK-DAY-COUNT TO AGE-DAYS
               ELSE
                   MOVE 99999 TO AGE-DAYS
               END-IF
               PERFORM TALLY-THE-AGING-BAND
               MOVE SS-RUN-DATE TO ID-RUN-DATE
               MOVE SS-GL-POST-DATE TO ID-POST-DATE
               MOVE SS-CURRENCY-CODE TO ID-CURRENCY-CODE
               MOVE SS-DISPOSITION TO ID-DISPOSITION
               MOVE ITEM-AMOUNT TO ID-AMOUNT
               MOVE AGE-DAYS TO ID-AGE-DAYS
               MOVE SS-REASON TO ID-REASON
               MOVE ITEM-DETAIL-LINE TO RECONCILE-REPORT-LINE
               WRITE RECONCILE-REPORT-LINE
           END-IF.

      * On the ledger at the month end means posted by
      * then and not cleared by then, whatever has become
      * of the item since.
       TAKE-ONE-SUSPENSE-ITEM.
           MOVE SPT-RECORD (SP-IDX) TO ADD-SUSPENSE-RECORD.
           MOVE "N" TO POSTED-SWITCH.
           IF  (SS-COMPANY = WORK-COMPANY
            OR (SS-COMPANY = SPACES AND WORK-COMPANY = "01"))
           AND SS-GL-POST-DATE IS NUMERIC
           AND SS-GL-POST-DATE NOT = ZERO
           AND SS-GL-POST-DATE <= AS-AT-DATE
               MOVE "Y" TO POSTED-SWITCH
               IF  SS-GL-CLEAR-DATE IS NUMERIC
               AND SS-GL-CLEAR-DATE NOT = ZERO
               AND SS-GL-CLEAR-DATE <= AS-AT-DATE
                   MOVE "N" TO POSTED-SWITCH
               END-IF
           END-IF.

       TALLY-THE-AGING-BAND.
           IF AGE-DAYS <= 7
               ADD 1 TO WEEK-BAND-COUNT
               ADD ITEM-AMOUNT TO WEEK-BAND-AMOUNT
           ELSE
               IF AGE-DAYS <= 30
                   ADD 1 TO MONTH-BAND-COUNT
                   ADD ITEM-AMOUNT TO MONTH-BAND-AMOUNT
               ELSE
                   ADD 1 TO OLDER-BAND-COUNT
                   ADD ITEM-AMOUNT TO OLDER-BAND-AMOUNT
               END-IF
           END-IF.

       WRITE-THE-AGING-BANDS.
           MOVE SPACES TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           MOVE "0-7 days:" TO BD-CAPTION.
           MOVE WEEK-BAND-COUNT TO BD-COUNT.
           MOVE WEEK-BAND-AMOUNT TO BD-AMOUNT.
           MOVE BAND-DETAIL-LINE TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           MOVE "8-30 days:" TO BD-CAPTION.
           MOVE MONTH-BAND-COUNT TO BD-COUNT.
           MOVE MONTH-BAND-AMOUNT TO BD-AMOUNT.
           MOVE BAND-DETAIL-LINE TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           MOVE "over 30:" TO BD-CAPTION.
           MOVE OLDER-BAND-COUNT TO BD-COUNT.
           MOVE OLDER-BAND-AMOUNT TO BD-AMOUNT.
           MOVE BAND-DETAIL-LINE TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.

      * The closing balance of the latest month on file
      * at or before the month asked for. An account with
      * no ledger row shows a zero balance, so its items
      * still show as the difference.
       TAKE-THE-SUSPENSE-BALANCE.
           MOVE ZERO TO GL-BALANCE GL-PERIOD.
           MOVE "B" TO GP-ACTION.
           MOVE WORK-COMPANY TO GP-COMPANY.
           MOVE SUT-SUSPENSE-ACCOUNT (SU-IDX) TO GP-ACCOUNT.
           MOVE WANTED-PERIOD TO GP-PERIOD.
           MOVE ZERO TO GP-FROM-PERIOD.
           CALL "GLBGET" USING GL-BALANCE-PARAMETERS.
           IF GP-BALANCE-FOUND
               MOVE GP-FOUND-PERIOD TO GL-PERIOD
               COMPUTE GL-BALANCE = 0 - GP-CLOSING-BALANCE
           END-IF.

       WRITE-THE-TIE-OUT.
           COMPUTE TIE-DIFFERENCE = ITEM-TOTAL - GL-BALANCE.
           MOVE SPACES TO TL-FLAG.
           MOVE "OPEN ITEMS ON THE LEDGER" TO TL-CAPTION.
           MOVE ITEM-TOTAL TO TL-AMOUNT.
           MOVE TIE-LINE TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           MOVE SPACES TO TL-CAPTION.
           STRING "GL SUSPENSE BALANCE (CREDIT) AT "
                      DELIMITED BY SIZE
                  GL-PERIOD DELIMITED BY SIZE
               INTO TL-CAPTION.
           MOVE GL-BALANCE TO TL-AMOUNT.
           MOVE TIE-LINE TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           MOVE "DIFFERENCE" TO TL-CAPTION.
           MOVE TIE-DIFFERENCE TO TL-AMOUNT.
           IF TIE-DIFFERENCE NOT = ZERO
               MOVE "***" TO TL-FLAG
               ADD 1 TO DIFFERENCE-COUNT
               MOVE "Suspense items off GL account "
                   TO EXC-TEXT
               MOVE SUT-SUSPENSE-ACCOUNT (SU-IDX) TO EXC-TEXT (31:6)
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY
           END-IF.
           MOVE TIE-LINE TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.

       WRITE-THE-PENDING-ITEMS.
           MOVE SPACES TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           MOVE PENDING-HEADING-LINE TO RECONCILE-REPORT-LINE.
           WRITE RECONCILE-REPORT-LINE.
           PERFORM LIST-ONE-PENDING-ITEM
               VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > SUSPENSE-COUNT.
           IF PENDING-COUNT = ZERO
               MOVE "  (none)" TO RECONCILE-REPORT-LINE
               WRITE RECONCILE-REPORT-LINE
           END-IF.

      * Entered by the month end, still open then, and not
      * yet posted by it.
       LIST-ONE-PENDING-ITEM.
           PERFORM TAKE-ONE-SUSPENSE-ITEM.
           IF  NOT ITEM-WAS-ON-LEDGER
           AND (SS-COMPANY = WORK-COMPANY
            OR (SS-COMPANY = SPACES AND WORK-COMPANY = "01"))
           AND SS-RUN-DATE <= AS-AT-DATE
           AND (SS-DISPOSITION = SPACE OR SS-DISPOSITION = "O"
            OR  SS-DISPOSITION = "C")
           AND (SS-GL-POST-DATE IS NOT NUMERIC
            OR  SS-GL-POST-DATE = ZERO
            OR  SS-GL-POST-DATE > AS-AT-DATE)
               ADD 1 TO PENDING-COUNT
               ADD 1 TO PENDING-ITEM-COUNT
               MOVE ZERO TO ITEM-AMOUNT
               IF  SS-FIRST-NUMBER IS NUMERIC
               AND SS-SECOND-NUMBER IS NUMERIC
                   ADD SS-FIRST-NUMBER SS-SECOND-NUMBER
                       TO ITEM-AMOUNT
               END-IF
               MOVE SS-RUN-DATE TO ID-RUN-DATE
               MOVE ZERO TO ID-POST-DATE
               MOVE SS-CURRENCY-CODE TO ID-CURRENCY-CODE
               MOVE SS-DISPOSITION TO ID-DISPOSITION
               MOVE ITEM-AMOUNT TO ID-AMOUNT
               MOVE ZERO TO ID-AGE-DAYS
               MOVE SS-REASON TO ID-REASON
               MOVE ITEM-DETAIL-LINE TO RECONCILE-REPORT-LINE
               MOVE SPACES TO RECONCILE-REPORT-LINE (12:10)
               MOVE SPACES TO RECONCILE-REPORT-LINE (44:5)
               WRITE RECONCILE-REPORT-LINE
           END-IF.

      * Level 3 routines -- loading.
       LOAD-THE-SUSPENSE-FILE.
           OPEN INPUT ADD-SUSPENSE-FILE.
           IF SUSPENSE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-SUSPENSE-RECORD
               PERFORM UNTIL NO-MORE-SUSPENSE-RECORDS
                   IF SUSPENSE-COUNT >= 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO SUSPENSE-END-SWITCH
                   ELSE
                       ADD 1 TO SUSPENSE-COUNT
                       SET SP-IDX TO SUSPENSE-COUNT
                       MOVE ADD-SUSPENSE-RECORD
                           TO SPT-RECORD (SP-IDX)
                       PERFORM READ-THE-NEXT-SUSPENSE-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ADD-SUSPENSE-FILE.

       READ-THE-NEXT-SUSPENSE-RECORD.
           READ ADD-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO SUSPENSE-END-SWITCH
           END-READ.

       LOAD-THE-SUSPENSE-CONTROLS.
           OPEN INPUT SUSPENSE-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CONTROL-RECORD
               PERFORM UNTIL NO-MORE-CONTROL-RECORDS
                   IF CONTROL-COUNT >= 50
                       DISPLAY "Suspense control table full at 50; "
                               "remaining SUSPCTL rows ignored."
                       MOVE "Y" TO CONTROL-END-SWITCH
                   ELSE
                       ADD 1 TO CONTROL-COUNT
                       SET SU-IDX TO CONTROL-COUNT
                       IF SU-COMPANY = SPACES
                           MOVE "01" TO SUT-COMPANY (SU-IDX)
                       ELSE
                           MOVE SU-COMPANY TO SUT-COMPANY (SU-IDX)
                       END-IF
                       MOVE SU-SUSPENSE-ACCOUNT
                           TO SUT-SUSPENSE-ACCOUNT (SU-IDX)
                       PERFORM READ-THE-NEXT-CONTROL-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE SUSPENSE-CONTROL-FILE.

       READ-THE-NEXT-CONTROL-RECORD.
           READ SUSPENSE-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-END-SWITCH
           END-READ.

       LOAD-THE-FISCAL-PERIODS.
           OPEN INPUT FISCAL-PERIOD-FILE.
           IF PERIOD-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-PERIOD-RECORD
               PERFORM UNTIL NO-MORE-PERIOD-RECORDS
                   IF PERIOD-COUNT >= 60
                       DISPLAY "Period table full at 60; "
                               "remaining FISCCTL rows ignored."
                       MOVE "Y" TO PERIOD-END-SWITCH
                   ELSE
                       ADD 1 TO PERIOD-COUNT
                       SET FP-IDX TO PERIOD-COUNT
                       MOVE FP-PERIOD TO PT-PERIOD (FP-IDX)
                       MOVE FP-END-DATE TO PT-END-DATE (FP-IDX)
                       PERFORM READ-THE-NEXT-PERIOD-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE FISCAL-PERIOD-FILE.

       READ-THE-NEXT-PERIOD-RECORD.
           READ FISCAL-PERIOD-FILE
               AT END
                   MOVE "Y" TO PERIOD-END-SWITCH
           END-READ.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "SUSREC01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "SUSREC01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
