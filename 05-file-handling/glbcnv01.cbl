       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBCNV01.
      *--------------------------------------------------
      * One-shot conversion of the ledger balance master
      * to an indexed file. GLBAL.DAT was a flat file
      * GLPOST01 loaded whole and rewrote every night; it
      * is now indexed on company, account, and period.
      * This copies the flat GLBAL.DAT aside to
      * GLBALFLT.DAT, proves the copy against the master's
      * control seal, and builds the indexed GLBAL.DAT from
      * it, each account under the company GLCHART.DAT
      * gives it ("01" when the chart gives none). The new
      * file is then read back end to end and its record
      * count and opening and activity totals proved
      * against the flat file's before it is sealed; the
      * figures are listed on GLBCNV.DAT.
      *
      * A conversion that does not prove -- a count or a
      * total off, or two flat records landing on one key
      * -- ends with return code 8 and the new file left
      * unsealed, so nothing downstream will load it;
      * GLBALFLT.DAT still holds the untouched flat ledger
      * to copy back. A GLBAL.DAT that already opens as an
      * indexed file is left alone, so an accidental second
      * run cannot convert the ledger over itself.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT OPTIONAL FLAT-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLAT-FILE-STATUS.

           SELECT SAVED-BALANCE-FILE ASSIGN TO "GLBALFLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAVED-FILE-STATUS.

           SELECT OPTIONAL GL-CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.

           SELECT CONVERSION-REPORT-FILE ASSIGN TO "GLBCNV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  FLAT-BALANCE-FILE.
       01  FLAT-BALANCE-LINE         PIC X(39).

      * The flat ledger's layout: account, period, opening
      * balance, activity, with no company.
       FD  SAVED-BALANCE-FILE.
       01  SAVED-BALANCE-RECORD.
           05  SB-ACCOUNT            PIC 9(6).
           05  FILLER                PIC X.
           05  SB-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  SB-OPENING-BALANCE    PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  SB-ACTIVITY           PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.

       FD  GL-CHART-FILE.
       COPY GLCHART.

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.

       01  BALANCE-FILE-STATUS   PIC XX.
       01  FLAT-FILE-STATUS      PIC XX.
       01  SAVED-FILE-STATUS     PIC XX.
       01  CHART-FILE-STATUS     PIC XX.

       01  FLAT-END-SWITCH       PIC X.
           88  NO-MORE-FLAT-LINES            VALUE "Y".
       01  SAVED-END-SWITCH      PIC X.
           88  NO-MORE-SAVED-BALANCES        VALUE "Y".
       01  CHART-END-SWITCH      PIC X.
           88  NO-MORE-CHART-ROWS            VALUE "Y".
       01  INDEXED-END-SWITCH    PIC X.
           88  NO-MORE-INDEXED-BALANCES      VALUE "Y".

       01  CHART-COUNT           PIC 9(4)    VALUE ZERO.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON CHART-COUNT
                            INDEXED BY CT-IDX.
               10  CT-ACCOUNT         PIC 9(6).
               10  CT-COMPANY         PIC X(02).

       01  FLAT-COUNT            PIC 9(7)    VALUE ZERO.
       01  FLAT-OPENING-TOTAL    PIC S9(13)V99 VALUE ZERO.
       01  FLAT-ACTIVITY-TOTAL   PIC S9(13)V99 VALUE ZERO.
       01  INDEXED-COUNT         PIC 9(7)    VALUE ZERO.
       01  INDEXED-OPENING-TOTAL PIC S9(13)V99 VALUE ZERO.
       01  INDEXED-ACTIVITY-TOTAL PIC S9(13)V99 VALUE ZERO.
       01  DUPLICATE-COUNT       PIC 9(7)    VALUE ZERO.
       01  DEFAULTED-COUNT       PIC 9(7)    VALUE ZERO.

       01  CHART-FOUND-SWITCH    PIC X.
           88  ACCOUNT-IS-ON-CHART           VALUE "Y".
       01  CONVERSION-SWITCH     PIC X       VALUE "Y".
           88  CONVERSION-IS-PROVED          VALUE "Y".

       01  RUN-DATE              PIC 9(8).
       01  JOB-NAME              PIC X(8)    VALUE "GLBCNV01".
       01  OPERATOR-ID           PIC X(8)    VALUE "BATCH001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".

       COPY SEALPARM.

       01  REPORT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "LEDGER BALANCE MASTER CONVERSION".
           COPY RUNDATE REPLACING RD-RUN-DATE BY CV-RUN-DATE.

       01  REPORT-HEADING-2.
           05  FILLER             PIC X(32) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "     RECORDS".
           05  FILLER             PIC X(20)
               VALUE "     OPENING TOTAL".
           05  FILLER             PIC X(20)
               VALUE "    ACTIVITY TOTAL".

       01  CONVERSION-TOTAL-LINE.
           05  TL-LABEL           PIC X(32).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  TL-RECORD-COUNT    PIC ZZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TL-OPENING-TOTAL   PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TL-ACTIVITY-TOTAL  PIC -ZZZZZZZZZZZZ9.99.

       01  CONVERSION-COUNT-LINE.
           05  CC-LABEL           PIC X(32).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  CC-COUNT           PIC ZZZZZZ9.

       01  CONVERSION-RESULT-LINE.
           05  FILLER             PIC X(8)  VALUE "RESULT: ".
           05  CR-RESULT-TEXT     PIC X(72).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "GLBCNV01".
           OPEN INPUT GL-BALANCE-FILE.
           IF BALANCE-FILE-STATUS = "00"
               CLOSE GL-BALANCE-FILE
               DISPLAY "GLBAL.DAT is already indexed; "
                       "nothing converted."
               CALL "RUNEND" USING "GLBCNV01"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SAVE-THE-FLAT-LEDGER.
           IF FLAT-COUNT = ZERO
               DISPLAY "No flat GLBAL.DAT balances to convert."
               CALL "RUNEND" USING "GLBCNV01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM LOAD-THE-CHART.
           PERFORM BUILD-THE-INDEXED-LEDGER.
           PERFORM PROVE-THE-INDEXED-LEDGER.
           PERFORM WRITE-THE-CONVERSION-REPORT.
           IF CONVERSION-IS-PROVED
               PERFORM SEAL-THE-MASTER
               DISPLAY "Balances converted: " INDEXED-COUNT
               CALL "RUNEND" USING "GLBCNV01"
           ELSE
               DISPLAY "GLBAL.DAT conversion does not prove; "
                       "see GLBCNV.DAT."
               DISPLAY "The flat ledger is kept in GLBALFLT.DAT."
               CALL "RUNEND" USING "GLBCNV01"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * The flat ledger is copied aside line for line
      * before anything else, so the seal check below and
      * the conversion both work from a file nothing else
      * will write to.
       SAVE-THE-FLAT-LEDGER.
           MOVE "N" TO FLAT-END-SWITCH.
           OPEN INPUT FLAT-BALANCE-FILE.
           IF FLAT-FILE-STATUS = "00"
               OPEN OUTPUT SAVED-BALANCE-FILE
               PERFORM READ-THE-NEXT-FLAT-LINE
               PERFORM UNTIL NO-MORE-FLAT-LINES
                   MOVE FLAT-BALANCE-LINE TO SAVED-BALANCE-RECORD
                   WRITE SAVED-BALANCE-RECORD
                   ADD 1 TO FLAT-COUNT
                   PERFORM READ-THE-NEXT-FLAT-LINE
               END-PERFORM
               CLOSE SAVED-BALANCE-FILE
           END-IF.
           CLOSE FLAT-BALANCE-FILE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor. The
      * copy is checked under the flat ledger's own seal.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "GLBALFLT" TO SM-MASTER-NAME.
           MOVE "GLBCNV01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "GLBCNV01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-THE-CHART.
           MOVE "N" TO CHART-END-SWITCH.
           OPEN INPUT GL-CHART-FILE.
           IF CHART-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CHART-ROW
               PERFORM UNTIL NO-MORE-CHART-ROWS
                   IF CHART-COUNT < 2000
                       ADD 1 TO CHART-COUNT
                       MOVE CH-ACCOUNT TO CT-ACCOUNT (CHART-COUNT)
                       MOVE CH-COMPANY TO CT-COMPANY (CHART-COUNT)
                   END-IF
                   PERFORM READ-THE-NEXT-CHART-ROW
               END-PERFORM
           END-IF.
           CLOSE GL-CHART-FILE.

      * OPEN OUTPUT replaces the flat GLBAL.DAT with an
      * empty indexed file; the records can go in any
      * order, the file keeps them in key order.
       BUILD-THE-INDEXED-LEDGER.
           MOVE "N" TO SAVED-END-SWITCH.
           OPEN INPUT SAVED-BALANCE-FILE.
           OPEN OUTPUT GL-BALANCE-FILE.
           PERFORM READ-THE-NEXT-SAVED-BALANCE.
           PERFORM UNTIL NO-MORE-SAVED-BALANCES
               PERFORM CONVERT-ONE-BALANCE
               PERFORM READ-THE-NEXT-SAVED-BALANCE
           END-PERFORM.
           CLOSE GL-BALANCE-FILE.
           CLOSE SAVED-BALANCE-FILE.

       PROVE-THE-INDEXED-LEDGER.
           MOVE "N" TO INDEXED-END-SWITCH.
           OPEN INPUT GL-BALANCE-FILE.
           PERFORM READ-THE-NEXT-INDEXED-BALANCE.
           PERFORM UNTIL NO-MORE-INDEXED-BALANCES
               ADD 1 TO INDEXED-COUNT
               ADD GB-OPENING-BALANCE TO INDEXED-OPENING-TOTAL
               ADD GB-ACTIVITY TO INDEXED-ACTIVITY-TOTAL
               PERFORM READ-THE-NEXT-INDEXED-BALANCE
           END-PERFORM.
           CLOSE GL-BALANCE-FILE.
           IF INDEXED-COUNT NOT = FLAT-COUNT
           OR INDEXED-OPENING-TOTAL NOT = FLAT-OPENING-TOTAL
           OR INDEXED-ACTIVITY-TOTAL NOT = FLAT-ACTIVITY-TOTAL
           OR DUPLICATE-COUNT > ZERO
               MOVE "N" TO CONVERSION-SWITCH
           END-IF.

       WRITE-THE-CONVERSION-REPORT.
           OPEN OUTPUT CONVERSION-REPORT-FILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO CV-RUN-DATE.
           MOVE REPORT-HEADING-1 TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE REPORT-HEADING-2 TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE "Flat GLBAL.DAT read" TO TL-LABEL.
           MOVE FLAT-COUNT TO TL-RECORD-COUNT.
           MOVE FLAT-OPENING-TOTAL TO TL-OPENING-TOTAL.
           MOVE FLAT-ACTIVITY-TOTAL TO TL-ACTIVITY-TOTAL.
           MOVE CONVERSION-TOTAL-LINE TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE "Indexed GLBAL.DAT read back" TO TL-LABEL.
           MOVE INDEXED-COUNT TO TL-RECORD-COUNT.
           MOVE INDEXED-OPENING-TOTAL TO TL-OPENING-TOTAL.
           MOVE INDEXED-ACTIVITY-TOTAL TO TL-ACTIVITY-TOTAL.
           MOVE CONVERSION-TOTAL-LINE TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE "Accounts not on the chart (01)" TO CC-LABEL.
           MOVE DEFAULTED-COUNT TO CC-COUNT.
           MOVE CONVERSION-COUNT-LINE TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE "Duplicate keys not written" TO CC-LABEL.
           MOVE DUPLICATE-COUNT TO CC-COUNT.
           MOVE CONVERSION-COUNT-LINE TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           IF CONVERSION-IS-PROVED
               MOVE "PROVED -- GLBAL.DAT converted and sealed."
                   TO CR-RESULT-TEXT
           ELSE
               MOVE "DOES NOT PROVE -- restore from GLBALFLT.DAT."
                   TO CR-RESULT-TEXT
           END-IF.
           MOVE CONVERSION-RESULT-LINE TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           CLOSE CONVERSION-REPORT-FILE.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "GLBAL" TO SM-MASTER-NAME.
           MOVE "GLBCNV01" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.

      * Level 3 routines
       READ-THE-NEXT-FLAT-LINE.
           READ FLAT-BALANCE-FILE
               AT END
                   MOVE "Y" TO FLAT-END-SWITCH
           END-READ.

       READ-THE-NEXT-CHART-ROW.
           READ GL-CHART-FILE
               AT END
                   MOVE "Y" TO CHART-END-SWITCH
           END-READ.

       READ-THE-NEXT-SAVED-BALANCE.
           READ SAVED-BALANCE-FILE
               AT END
                   MOVE "Y" TO SAVED-END-SWITCH
           END-READ.

       READ-THE-NEXT-INDEXED-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO INDEXED-END-SWITCH
           END-READ.

      * The flat totals are taken here, from the same
      * records the indexed file is built from.
       CONVERT-ONE-BALANCE.
           ADD SB-OPENING-BALANCE TO FLAT-OPENING-TOTAL.
           ADD SB-ACTIVITY TO FLAT-ACTIVITY-TOTAL.
           MOVE SPACES TO GL-BALANCE-RECORD.
           PERFORM FIND-THE-ACCOUNTS-COMPANY.
           MOVE SB-ACCOUNT TO GB-ACCOUNT.
           MOVE SB-PERIOD TO GB-PERIOD.
           MOVE SB-OPENING-BALANCE TO GB-OPENING-BALANCE.
           MOVE SB-ACTIVITY TO GB-ACTIVITY.
           WRITE GL-BALANCE-RECORD
               INVALID KEY
                   ADD 1 TO DUPLICATE-COUNT
                   DISPLAY "Duplicate balance key not written: "
                           GB-KEY
           END-WRITE.

       FIND-THE-ACCOUNTS-COMPANY.
           MOVE "01" TO GB-COMPANY.
           MOVE "N" TO CHART-FOUND-SWITCH.
           IF CHART-COUNT > ZERO
               SET CT-IDX TO 1
               SEARCH CHART-ENTRY
                   WHEN CT-ACCOUNT (CT-IDX) = SB-ACCOUNT
                       MOVE "Y" TO CHART-FOUND-SWITCH
                       IF CT-COMPANY (CT-IDX) NOT = SPACES
                           MOVE CT-COMPANY (CT-IDX) TO GB-COMPANY
                       END-IF
               END-SEARCH
           END-IF.
           IF NOT ACCOUNT-IS-ON-CHART
               ADD 1 TO DEFAULTED-COUNT
           END-IF.
