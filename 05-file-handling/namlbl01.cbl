      * per prefix, total pieces) to hand over with the
      * trays. No control file keeps the original name-
      * order behavior.
      *
      * A customer whose address is flagged undeliverable
      * (NM-MAIL-STATUS "U", set from returned mail) gets
      * no label either -- the same piece would only come
      * back again. They go instead on the LBLADDR.DAT
      * address-needed report, with the date and reason
      * the mail came back, for somebody to chase a
      * correct address.
      *
      * A customer with a mailing address in force on
      * NAMETADR.DAT (type "M") gets the label at that
      * address -- presorted by its ZIP -- and everyone
      * else at the master address as before.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LABEL-PRINT-FILE ASSIGN TO "NAMELBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADDRESS-NEEDED-FILE ASSIGN TO "LBLADDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LABEL-CONTROL-FILE
               ASSIGN TO "NAMLBLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABEL-CTL-FILE-STATUS.

           SELECT OPTIONAL TYPED-ADDRESS-FILE
               ASSIGN TO "NAMETADR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYPED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE.
       FD  LABEL-PRINT-FILE.
       01  LABEL-PRINT-LINE          PIC X(40).

       FD  ADDRESS-NEEDED-FILE.
       01  ADDRESS-NEEDED-LINE       PIC X(80).

       FD  LABEL-CONTROL-FILE.
       COPY NAMLBLC.

       FD  TYPED-ADDRESS-FILE.
       COPY NAMETADR.

       WORKING-STORAGE SECTION.

       01  MASTER-FILE-STATUS    PIC XX.
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  LABEL-COUNT           PIC 9(5)    VALUE ZERO.
       01  INACTIVE-COUNT        PIC 9(5)    VALUE ZERO.
       01  RETURNED-COUNT        PIC 9(5)    VALUE ZERO.
       01  LABEL-CTL-FILE-STATUS PIC XX.
       01  PRESORT-SWITCH        PIC X       VALUE "N".
           88  PRESORT-IS-ON                 VALUE "Y".
       01  TYPED-FILE-STATUS     PIC XX.
       01  TYPED-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-TYPED-RECORDS         VALUE "Y".
       01  TODAY-CCYYMMDD        PIC 9(8).
       01  TYPED-KEY-CUST-NO     PIC X(6).
       01  TYPED-FOUND-SWITCH    PIC X.
           88  TYPED-WAS-FOUND               VALUE "Y".

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
       01  LABEL-ADDRESS         PIC X(30).
       01  LABEL-CITY            PIC X(15).
       01  LABEL-STATE           PIC X(02).
       01  LABEL-ZIP             PIC X(09).

       01  PRESORT-COUNT         PIC 9(3)    VALUE ZERO.
       01  PRESORT-TABLE.
           05  FILLER             PIC X(15) VALUE "Total pieces: ".
           05  PT-TOTAL-PIECES    PIC ZZZZ9.

       01  NEEDED-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "ADDRESS NEEDED -- LABEL RUN".
           COPY RUNDATE REPLACING RD-RUN-DATE BY NH-RUN-DATE.

       01  NEEDED-HEADING-2.
           05  FILLER             PIC X(19) VALUE "CUST   NAME".
           05  FILLER             PIC X(10) VALUE "RETURNED".
           05  FILLER             PIC X(6)  VALUE "REASON".

       01  NEEDED-DETAIL-LINE.
           05  ND-CUST-NO         PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  ND-NAME            PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ND-RETURN-DATE     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ND-RETURN-REASON   PIC X(20).

       01  NEEDED-TOTAL-LINE.
           05  FILLER             PIC X(31)
               VALUE "Customers needing an address: ".
           05  NT-RETURNED-COUNT  PIC ZZZZ9.

       01  CITY-STATE-ZIP-LINE.
           05  LB-CITY            PIC X(15).
           05  FILLER             PIC X(2)  VALUE ", ".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LB-ZIP             PIC X(9).

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "NAMLBL01".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM GET-THE-PRESORT-MODE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM LOAD-THE-TYPED-ADDRESSES.
           OPEN INPUT NAME-MASTER-FILE.
           OPEN OUTPUT LABEL-PRINT-FILE.
           PERFORM START-THE-ADDRESS-NEEDED.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   IF NM-STATUS = "I"
                       ADD 1 TO INACTIVE-COUNT
                   ELSE
                   IF NM-MAIL-STATUS = "U"
                       PERFORM LIST-ONE-ADDRESS-NEEDED
                   ELSE
                       IF PRESORT-IS-ON
                           PERFORM HOLD-ONE-PRESORT-RECORD
                           PERFORM PRINT-ONE-LABEL
                       END-IF
                   END-IF
                   END-IF
                   PERFORM READ-THE-NEXT-MASTER-RECORD
               END-PERFORM
           END-IF.
           IF PRESORT-IS-ON
               PERFORM PRINT-THE-PRESORTED-LABELS
           END-IF.
           PERFORM FINISH-THE-ADDRESS-NEEDED.
           CLOSE NAME-MASTER-FILE LABEL-PRINT-FILE.
           DISPLAY "Labels printed: " LABEL-COUNT.
           DISPLAY "Inactive records skipped: " INACTIVE-COUNT.
           DISPLAY "Returned-mail addresses held: " RETURNED-COUNT.
           CALL "RUNEND" USING "NAMLBL01".

       PROGRAM-DONE.
                   MOVE "Y" TO MASTER-END-SWITCH
           END-READ.

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
           IF NA-EFFECTIVE-DATE NOT > TODAY-CCYYMMDD
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

      * A mailing address in force wins; a blank one (the
      * type dropped back) or none at all means the master
      * address.
       CHOOSE-THE-MAILING-ADDRESS.
           MOVE NM-CUST-NO TO TYPED-KEY-CUST-NO.
           PERFORM FIND-THE-TYPED-ADDRESS.
           IF  TYPED-WAS-FOUND
           AND TY-ADDRESS (TY-IDX) NOT = SPACES
               MOVE TY-ADDRESS (TY-IDX) TO LABEL-ADDRESS
               MOVE TY-CITY (TY-IDX)    TO LABEL-CITY
               MOVE TY-STATE (TY-IDX)   TO LABEL-STATE
               MOVE TY-ZIP (TY-IDX)     TO LABEL-ZIP
           ELSE
               MOVE NM-ADDRESS TO LABEL-ADDRESS
               MOVE NM-CITY    TO LABEL-CITY
               MOVE NM-STATE   TO LABEL-STATE
               MOVE NM-ZIP     TO LABEL-ZIP
           END-IF.

       PRINT-ONE-LABEL.
           PERFORM CHOOSE-THE-MAILING-ADDRESS.
           MOVE NM-NAME TO LABEL-PRINT-LINE.
           WRITE LABEL-PRINT-LINE.
           MOVE LABEL-ADDRESS TO LABEL-PRINT-LINE.
           WRITE LABEL-PRINT-LINE.
           MOVE LABEL-CITY TO LB-CITY.
           MOVE LABEL-STATE TO LB-STATE.
           MOVE LABEL-ZIP TO LB-ZIP.
           MOVE CITY-STATE-ZIP-LINE TO LABEL-PRINT-LINE.
           WRITE LABEL-PRINT-LINE.
           MOVE SPACES TO LABEL-PRINT-LINE.
               DISPLAY "Presort table full at 500; record skipped: "
                       NM-NAME
           ELSE
               PERFORM CHOOSE-THE-MAILING-ADDRESS
               ADD 1 TO PRESORT-COUNT
               SET PS-IDX TO PRESORT-COUNT
               MOVE LABEL-ZIP     TO PS-ZIP (PS-IDX)
               MOVE NM-NAME       TO PS-NAME (PS-IDX)
               MOVE LABEL-ADDRESS TO PS-ADDRESS (PS-IDX)
               MOVE LABEL-CITY    TO PS-CITY (PS-IDX)
               MOVE LABEL-STATE   TO PS-STATE (PS-IDX)
           END-IF.

      * ZIP sequence with a separator line at each three-
           MOVE PF-PIECES (PF-IDX) TO PS-SUM-PIECES.
           MOVE PRESORT-SUMMARY-LINE TO LABEL-PRINT-LINE.
           WRITE LABEL-PRINT-LINE.

       START-THE-ADDRESS-NEEDED.
           OPEN OUTPUT ADDRESS-NEEDED-FILE.
           ACCEPT NH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE NEEDED-HEADING-1 TO ADDRESS-NEEDED-LINE.
           WRITE ADDRESS-NEEDED-LINE.
           MOVE NEEDED-HEADING-2 TO ADDRESS-NEEDED-LINE.
           WRITE ADDRESS-NEEDED-LINE.

       LIST-ONE-ADDRESS-NEEDED.
           MOVE NM-CUST-NO TO ND-CUST-NO.
           MOVE NM-NAME TO ND-NAME.
           MOVE NM-RETURN-DATE TO ND-RETURN-DATE.
           MOVE NM-RETURN-REASON TO ND-RETURN-REASON.
           MOVE NEEDED-DETAIL-LINE TO ADDRESS-NEEDED-LINE.
           WRITE ADDRESS-NEEDED-LINE.
           ADD 1 TO RETURNED-COUNT.

       FINISH-THE-ADDRESS-NEEDED.
           MOVE RETURNED-COUNT TO NT-RETURNED-COUNT.
           MOVE NEEDED-TOTAL-LINE TO ADDRESS-NEEDED-LINE.
           WRITE ADDRESS-NEEDED-LINE.
           CLOSE ADDRESS-NEEDED-FILE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "NAMLBL01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "NAMLBL01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
