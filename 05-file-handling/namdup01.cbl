      * check), sorts by the folded key, and reports each
      * adjacent pair whose keys collide so operations can
      * review and merge them.
      *
      * A second pass looks for two customers at the same
      * address -- the other half of a duplicate, the same
      * customer keyed twice under different names. Every
      * address a customer has is compared: the master
      * address and each mailing, billing and shipping
      * address in force on NAMETADR.DAT. The address line
      * is folded the same way as the name, and the first
      * five ZIP digits go on the end of the key, so "12
      * Oak St." and "12 OAK ST" in the same ZIP collide.
      * Addresses a customer shares only with itself are
      * not reported.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO "NAMDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TYPED-ADDRESS-FILE
               ASSIGN TO "NAMETADR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYPED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE.
       FD  DUPLICATE-REPORT-FILE.
       01  DUPLICATE-REPORT-LINE     PIC X(80).

       FD  TYPED-ADDRESS-FILE.
       COPY NAMETADR.

       WORKING-STORAGE SECTION.

       01  MASTER-FILE-STATUS    PIC XX.
                           INDEXED BY NAME-IDX.
               10  TBL-COMPARE-KEY   PIC X(10).
               10  TBL-NAME          PIC X(10).
               10  TBL-CUST-NO       PIC X(06).
       01  DUPLICATE-COUNT       PIC 9(5)    VALUE ZERO.
       01  SQUEEZE-PART-1        PIC X(10).
       01  SQUEEZE-PART-2        PIC X(10).
       01  SQUEEZE-PART-3        PIC X(10).

       01  TYPED-FILE-STATUS     PIC XX.
       01  TYPED-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-TYPED-RECORDS         VALUE "Y".
       01  TODAY-CCYYMMDD        PIC 9(8).
       01  TYPED-FOUND-SWITCH    PIC X.
           88  TYPED-WAS-FOUND               VALUE "Y".

      * The typed addresses in force today, one entry per
      * customer and type.
       01  TYPED-COUNT           PIC 9(4)    VALUE ZERO.
       01  TYPED-TABLE.
           05  TYPED-ENTRY OCCURS 1 TO 1500 TIMES
                            DEPENDING ON TYPED-COUNT
                            INDEXED BY TY-IDX.
               10  TY-CUST-NO        PIC X(06).
               10  TY-ADDR-TYPE      PIC X.
               10  TY-EFFECTIVE-DATE PIC X(08).
               10  TY-ADDRESS        PIC X(30).
               10  TY-ZIP            PIC X(09).

      * Every address every customer has, by folded key.
       01  ADDRESS-COUNT         PIC 9(4)    VALUE ZERO.
       01  ADDRESS-TABLE.
           05  ADDRESS-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON ADDRESS-COUNT
                              ASCENDING KEY IS AD-COMPARE-KEY
                              INDEXED BY AD-IDX.
               10  AD-COMPARE-KEY    PIC X(35).
               10  AD-CUST-NO        PIC X(06).
               10  AD-NAME           PIC X(10).
               10  AD-ADDRESS        PIC X(30).
       01  ADDRESS-DUPLICATE-COUNT PIC 9(5)  VALUE ZERO.
       01  ADDRESS-WORK          PIC X(30).
       01  ADDRESS-ZIP           PIC X(09).
       01  ADDRESS-CUST-NO       PIC X(06).
       01  ADDRESS-NAME          PIC X(10).
       01  ADDRESS-KEY-WORK      PIC X(30).
       01  ADDRESS-PART-1        PIC X(30).
       01  ADDRESS-PART-2        PIC X(30).
       01  ADDRESS-PART-3        PIC X(30).
       01  ADDRESS-PART-4        PIC X(30).
       01  ADDRESS-PART-5        PIC X(30).
       01  ADDRESS-PART-6        PIC X(30).
       01  LAST-PAIR-CUST-NO-1   PIC X(06).
       01  LAST-PAIR-CUST-NO-2   PIC X(06).

       01  DUPLICATE-HEADING-1.
           05  FILLER             PIC X(36)
               VALUE "LIKELY-DUPLICATE NAME PAIRS".
               VALUE "Duplicate pairs found: ".
           05  DT-DUPLICATE-COUNT PIC ZZZZ9.

       01  ADDRESS-HEADING-1.
           05  FILLER             PIC X(36)
               VALUE "LIKELY-DUPLICATE ADDRESS PAIRS".

       01  ADDRESS-DETAIL-LINE.
           05  DA-CUST-NO-1       PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DA-NAME-1          PIC X(10).
           05  FILLER             PIC X(6)  VALUE "  <->".
           05  DA-CUST-NO-2       PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DA-NAME-2          PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DA-ADDRESS         PIC X(30).

       01  ADDRESS-TOTAL-LINE.
           05  FILLER             PIC X(31)
               VALUE "Duplicate address pairs found: ".
           05  DT-ADDRESS-COUNT   PIC ZZZZ9.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "NAMDUP01".
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM LOAD-THE-TYPED-ADDRESSES.
           PERFORM LOAD-THE-NAME-TABLE.
           PERFORM ADD-THE-TYPED-ADDRESSES.
           PERFORM WRITE-THE-DUPLICATE-REPORT.
           CALL "RUNEND" USING "NAMDUP01".

           ADD 1 TO NAME-COUNT.
           SET NAME-IDX TO NAME-COUNT.
           MOVE NM-NAME TO TBL-NAME (NAME-IDX).
           MOVE NM-CUST-NO TO TBL-CUST-NO (NAME-IDX).
           MOVE NM-NAME TO TBL-COMPARE-KEY (NAME-IDX).
           INSPECT TBL-COMPARE-KEY (NAME-IDX)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
           INSPECT TBL-COMPARE-KEY (NAME-IDX)
               REPLACING ALL "." BY SPACE.
           PERFORM SQUEEZE-THE-COMPARE-KEY.
           MOVE NM-ADDRESS TO ADDRESS-WORK.
           MOVE NM-ZIP TO ADDRESS-ZIP.
           MOVE NM-CUST-NO TO ADDRESS-CUST-NO.
           MOVE NM-NAME TO ADDRESS-NAME.
           PERFORM ADD-ONE-ADDRESS.

      * UNSTRING/STRING pair squeezes the embedded spaces
      * out of the folded key: "J  SMITH" becomes "JSMITH".
           MOVE DUPLICATE-COUNT TO DT-DUPLICATE-COUNT.
           MOVE DUPLICATE-TOTAL-LINE TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           PERFORM WRITE-THE-ADDRESS-PAIRS.
           CLOSE DUPLICATE-REPORT-FILE.

       CHECK-ONE-ADJACENT-PAIR.
               MOVE DUPLICATE-DETAIL-LINE TO DUPLICATE-REPORT-LINE
               WRITE DUPLICATE-REPORT-LINE
           END-IF.

      * Only the record in force today is kept per
      * customer and type: the latest effective date not
      * after today.
       LOAD-THE-TYPED-ADDRESSES.
           MOVE ZERO TO TYPED-COUNT.
           OPEN INPUT TYPED-ADDRESS-FILE.
           IF TYPED-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TYPED-ADDRESS
               PERFORM UNTIL NO-MORE-TYPED-RECORDS
                   PERFORM TAKE-ONE-TYPED-ADDRESS
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
               MOVE "N" TO TYPED-FOUND-SWITCH
               IF TYPED-COUNT > 0
                   SET TY-IDX TO 1
                   SEARCH TYPED-ENTRY
                       WHEN TY-CUST-NO (TY-IDX) = NA-CUST-NO
                        AND TY-ADDR-TYPE (TY-IDX) = NA-ADDR-TYPE
                           MOVE "Y" TO TYPED-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF TYPED-WAS-FOUND
                   IF NA-EFFECTIVE-DATE NOT < TY-EFFECTIVE-DATE (TY-IDX)
                       PERFORM STORE-THE-TYPED-ADDRESS
                   END-IF
               ELSE
                   IF TYPED-COUNT >= 1500
                       DISPLAY "Typed address table full at 1500; "
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
           MOVE NA-ADDR-TYPE      TO TY-ADDR-TYPE      (TY-IDX).
           MOVE NA-EFFECTIVE-DATE TO TY-EFFECTIVE-DATE (TY-IDX).
           MOVE NA-ADDRESS        TO TY-ADDRESS        (TY-IDX).
           MOVE NA-ZIP            TO TY-ZIP            (TY-IDX).

      * A typed address whose customer is no longer on the
      * master has nobody to be a duplicate of.
       ADD-THE-TYPED-ADDRESSES.
           PERFORM ADD-ONE-TYPED-ADDRESS
               VARYING TY-IDX FROM 1 BY 1
               UNTIL TY-IDX > TYPED-COUNT.
           IF ADDRESS-COUNT > 0
               SORT ADDRESS-ENTRY ASCENDING KEY AD-COMPARE-KEY
           END-IF.

       ADD-ONE-TYPED-ADDRESS.
           IF TY-ADDRESS (TY-IDX) NOT = SPACES
               MOVE "N" TO TYPED-FOUND-SWITCH
               IF NAME-COUNT > 0
                   SET NAME-IDX TO 1
                   SEARCH NAME-ENTRY
                       WHEN TBL-CUST-NO (NAME-IDX) = TY-CUST-NO (TY-IDX)
                           MOVE "Y" TO TYPED-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF TYPED-WAS-FOUND
                   MOVE TY-ADDRESS (TY-IDX) TO ADDRESS-WORK
                   MOVE TY-ZIP (TY-IDX) TO ADDRESS-ZIP
                   MOVE TY-CUST-NO (TY-IDX) TO ADDRESS-CUST-NO
                   MOVE TBL-NAME (NAME-IDX) TO ADDRESS-NAME
                   PERFORM ADD-ONE-ADDRESS
               END-IF
           END-IF.

      * The address line is folded like the name --
      * upper-cased, periods and commas blanked, spaces
      * squeezed out -- and the five-digit ZIP appended.
       ADD-ONE-ADDRESS.
           IF ADDRESS-COUNT >= 2000
               DISPLAY "Address table full at 2000; address for "
                       ADDRESS-CUST-NO " not compared."
           ELSE
               ADD 1 TO ADDRESS-COUNT
               SET AD-IDX TO ADDRESS-COUNT
               MOVE ADDRESS-CUST-NO TO AD-CUST-NO (AD-IDX)
               MOVE ADDRESS-NAME TO AD-NAME (AD-IDX)
               MOVE ADDRESS-WORK TO AD-ADDRESS (AD-IDX)
               MOVE ADDRESS-WORK TO ADDRESS-KEY-WORK
               INSPECT ADDRESS-KEY-WORK
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT ADDRESS-KEY-WORK
                   REPLACING ALL "." BY SPACE
                             ALL "," BY SPACE
               MOVE SPACES TO ADDRESS-PART-1 ADDRESS-PART-2
                              ADDRESS-PART-3 ADDRESS-PART-4
                              ADDRESS-PART-5 ADDRESS-PART-6
               UNSTRING ADDRESS-KEY-WORK
                   DELIMITED BY ALL SPACE
                   INTO ADDRESS-PART-1 ADDRESS-PART-2
                        ADDRESS-PART-3 ADDRESS-PART-4
                        ADDRESS-PART-5 ADDRESS-PART-6
               MOVE SPACES TO AD-COMPARE-KEY (AD-IDX)
               STRING ADDRESS-PART-1 DELIMITED BY SPACE
                      ADDRESS-PART-2 DELIMITED BY SPACE
                      ADDRESS-PART-3 DELIMITED BY SPACE
                      ADDRESS-PART-4 DELIMITED BY SPACE
                      ADDRESS-PART-5 DELIMITED BY SPACE
                      ADDRESS-PART-6 DELIMITED BY SPACE
                   INTO AD-COMPARE-KEY (AD-IDX)
               MOVE ADDRESS-ZIP (1:5) TO AD-COMPARE-KEY (AD-IDX) (31:5)
           END-IF.

       WRITE-THE-ADDRESS-PAIRS.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE ADDRESS-HEADING-1 TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE SPACES TO LAST-PAIR-CUST-NO-1 LAST-PAIR-CUST-NO-2.
           PERFORM CHECK-ONE-ADDRESS-PAIR
               VARYING AD-IDX FROM 2 BY 1
               UNTIL AD-IDX > ADDRESS-COUNT.
           MOVE ADDRESS-DUPLICATE-COUNT TO DT-ADDRESS-COUNT.
           MOVE ADDRESS-TOTAL-LINE TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.

      * A customer whose billing address is also its
      * master address matches itself; only two different
      * customers make a pair, and the same pair is not
      * listed twice running.
       CHECK-ONE-ADDRESS-PAIR.
           IF  AD-COMPARE-KEY (AD-IDX) = AD-COMPARE-KEY (AD-IDX - 1)
           AND AD-CUST-NO (AD-IDX) NOT = AD-CUST-NO (AD-IDX - 1)
               IF  AD-CUST-NO (AD-IDX - 1) = LAST-PAIR-CUST-NO-1
               AND AD-CUST-NO (AD-IDX) = LAST-PAIR-CUST-NO-2
                   CONTINUE
               ELSE
                   ADD 1 TO ADDRESS-DUPLICATE-COUNT
                   MOVE AD-CUST-NO (AD-IDX - 1) TO DA-CUST-NO-1
                   MOVE AD-NAME (AD-IDX - 1) TO DA-NAME-1
                   MOVE AD-CUST-NO (AD-IDX) TO DA-CUST-NO-2
                   MOVE AD-NAME (AD-IDX) TO DA-NAME-2
                   MOVE AD-ADDRESS (AD-IDX) TO DA-ADDRESS
                   MOVE ADDRESS-DETAIL-LINE TO DUPLICATE-REPORT-LINE
                   WRITE DUPLICATE-REPORT-LINE
                   MOVE AD-CUST-NO (AD-IDX - 1) TO LAST-PAIR-CUST-NO-1
                   MOVE AD-CUST-NO (AD-IDX) TO LAST-PAIR-CUST-NO-2
               END-IF
           END-IF.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "NAMDUP01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "NAMDUP01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
