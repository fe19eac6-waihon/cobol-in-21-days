      * the shift supervisor reads one page each morning
      * instead of three reports. A missing input is shown
      * as NOT AVAILABLE rather than sinking the digest.
      *
      * The digest also lists the high-value transactions
      * still waiting on the APRREV01 approval screen after
      * more than the APRCTL.DAT number of business days
      * (two unless set), counted on the BUSCAL calendar
      * from the night each was held to the business date,
      * so nothing sits in the queue unnoticed. The first
      * ten are shown one to a line, under their count.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "ADDAPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.

           SELECT OPTIONAL APPROVAL-CONTROL-FILE
               ASSIGN TO "APRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT DIGEST-REPORT-FILE ASSIGN TO "OPSDIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  APPROVAL-FILE.
       COPY ADDAPRV.

       FD  APPROVAL-CONTROL-FILE.
       COPY APRCTL.

       FD  DIGEST-REPORT-FILE.
       01  DIGEST-REPORT-LINE        PIC X(80).

       01  SUM-FILE-STATUS       PIC XX.
       01  XREF-FILE-STATUS      PIC XX.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  APPROVAL-FILE-STATUS  PIC XX.
       01  CONTROL-FILE-STATUS   PIC XX.
       01  APPROVAL-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-APPROVAL-ITEMS        VALUE "Y".

       01  SUM-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-SUM-LINES             VALUE "Y".
       01  EXTRACT-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  EXTRACT-LINE-COUNT    PIC 9(5)    VALUE ZERO.

      * Approval items waiting past the allowance.
       01  BUSINESS-DATE         PIC 9(8).
       01  PENDING-DAYS          PIC 9(3)    VALUE 2.
       01  OVERDUE-COUNT         PIC 9(5)    VALUE ZERO.
       01  OVERDUE-TABLE.
           05  OVERDUE-ENTRY OCCURS 10 TIMES INDEXED BY OD-IDX.
               10  ODT-HOLD-DATE       PIC 9(8).
               10  ODT-DAYS            PIC 9(5).
               10  ODT-CUSTOMER        PIC X(10).
               10  ODT-TRANS-TYPE      PIC X(02).
               10  ODT-CURRENCY-CODE   PIC X(03).
               10  ODT-AMOUNT          PIC S9(9)V99.
               10  ODT-KEYED-BY        PIC X(08).
       COPY DATECALC.

       01  DIGEST-HEADING-1.
           05  FILLER             PIC X(36)
               VALUE "DAILY OPERATIONS DIGEST".
           05  DG-LINE-COUNT      PIC ZZZZ9.
           05  FILLER             PIC X(9)  VALUE " postings".

       01  DIGEST-APPROVAL-LINE.
           05  FILLER             PIC X(23)
               VALUE "Approvals pending over ".
           05  DA-PENDING-DAYS    PIC ZZ9.
           05  FILLER             PIC X(16)
               VALUE " business days: ".
           05  DA-OVERDUE-COUNT   PIC ZZZZ9.

       01  DIGEST-OVERDUE-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  DO-HOLD-DATE       PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DO-DAYS            PIC ZZZZ9.
           05  FILLER             PIC X(6)  VALUE " days ".
           05  DO-CUSTOMER        PIC X(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  DO-TRANS-TYPE      PIC X(02).
           05  FILLER             PIC X     VALUE SPACE.
           05  DO-CURRENCY-CODE   PIC X(03).
           05  DO-AMOUNT          PIC -(9)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DO-KEYED-BY        PIC X(08).

       01  NOT-AVAILABLE-LINE.
           05  NA-REPORT-NAME     PIC X(12).
           05  FILLER             PIC X(15)
           PERFORM PULL-FROM-THE-RUN-SUMMARY.
           PERFORM PULL-FROM-THE-XREF-REPORT.
           PERFORM PULL-FROM-THE-GL-EXTRACT.
           PERFORM PULL-FROM-THE-APPROVAL-QUEUE.
           PERFORM WRITE-THE-DIGEST.
           CALL "RUNEND" USING "OPSDIG01".

                   MOVE "Y" TO EXTRACT-END-SWITCH
           END-READ.

      * An open item counts once it has waited more
      * business days than the allowance.
       PULL-FROM-THE-APPROVAL-QUEUE.
           CALL "BUSDATE" USING BUSINESS-DATE.
           OPEN INPUT APPROVAL-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               READ APPROVAL-CONTROL-FILE
                   NOT AT END
                       IF  AK-PENDING-DAYS IS NUMERIC
                       AND AK-PENDING-DAYS > ZERO
                           MOVE AK-PENDING-DAYS TO PENDING-DAYS
                       END-IF
               END-READ
           END-IF.
           CLOSE APPROVAL-CONTROL-FILE.
           OPEN INPUT APPROVAL-FILE.
           IF APPROVAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-APPROVAL-ITEM
               PERFORM UNTIL NO-MORE-APPROVAL-ITEMS
                   IF AW-DISPOSITION = "O"
                       PERFORM AGE-ONE-APPROVAL-ITEM
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

       AGE-ONE-APPROVAL-ITEM.
           MOVE "K" TO DK-ACTION.
           MOVE AW-HOLD-DATE TO DK-FIRST-DATE.
           MOVE BUSINESS-DATE TO DK-SECOND-DATE.
           CALL "DATECALC" USING DATE-CALC-PARAMETERS.
           IF  DK-DATE-OK
           AND DK-DAY-COUNT > PENDING-DAYS
               ADD 1 TO OVERDUE-COUNT
               IF OVERDUE-COUNT NOT > 10
                   SET OD-IDX TO OVERDUE-COUNT
                   MOVE AW-HOLD-DATE TO ODT-HOLD-DATE (OD-IDX)
                   MOVE DK-DAY-COUNT TO ODT-DAYS (OD-IDX)
                   MOVE AW-CUSTOMER TO ODT-CUSTOMER (OD-IDX)
                   MOVE AW-TRANS-TYPE TO ODT-TRANS-TYPE (OD-IDX)
                   MOVE AW-CURRENCY-CODE
                       TO ODT-CURRENCY-CODE (OD-IDX)
                   COMPUTE ODT-AMOUNT (OD-IDX) =
                       AW-FIRST-NUMBER + AW-SECOND-NUMBER
                   MOVE AW-KEYED-BY TO ODT-KEYED-BY (OD-IDX)
               END-IF
           END-IF.

       WRITE-THE-DIGEST.
           OPEN OUTPUT DIGEST-REPORT-FILE.
           ACCEPT DH-RUN-DATE FROM DATE YYYYMMDD.
               MOVE NOT-AVAILABLE-LINE TO DIGEST-REPORT-LINE
               WRITE DIGEST-REPORT-LINE
           END-IF.
           MOVE PENDING-DAYS TO DA-PENDING-DAYS.
           MOVE OVERDUE-COUNT TO DA-OVERDUE-COUNT.
           MOVE DIGEST-APPROVAL-LINE TO DIGEST-REPORT-LINE.
           WRITE DIGEST-REPORT-LINE.
           PERFORM WRITE-ONE-OVERDUE-LINE
               VARYING OD-IDX FROM 1 BY 1
               UNTIL OD-IDX > 10
                  OR OD-IDX > OVERDUE-COUNT.
           CLOSE DIGEST-REPORT-FILE.

       WRITE-ONE-OVERDUE-LINE.
           MOVE ODT-HOLD-DATE (OD-IDX) TO DO-HOLD-DATE.
           MOVE ODT-DAYS (OD-IDX) TO DO-DAYS.
           MOVE ODT-CUSTOMER (OD-IDX) TO DO-CUSTOMER.
           MOVE ODT-TRANS-TYPE (OD-IDX) TO DO-TRANS-TYPE.
           MOVE ODT-CURRENCY-CODE (OD-IDX) TO DO-CURRENCY-CODE.
           MOVE ODT-AMOUNT (OD-IDX) TO DO-AMOUNT.
           MOVE ODT-KEYED-BY (OD-IDX) TO DO-KEYED-BY.
           MOVE DIGEST-OVERDUE-LINE TO DIGEST-REPORT-LINE.
           WRITE DIGEST-REPORT-LINE.
