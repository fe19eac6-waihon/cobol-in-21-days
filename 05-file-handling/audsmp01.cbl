       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSMP01.
      *--------------------------------------------------
      * Statistical audit-sample selection from posted
      * transactions. The external auditors' yearly
      * sample used to be pulled by hand from the archived
      * feeds, so the draw could not be repeated and could
      * not be shown to be random. The AUDCARD.DAT card
      * (AUDCARD.cpy) names the nights, the population
      * filters, the method, the sample size, a seed, and
      * a key-item threshold; the nights' posted feeds are
      * found on the ADDARCH.DAT archive list.
      *
      * The archives are read twice. The first pass
      * counts and totals the population: every pair on a
      * listed night inside the card's range that passes
      * the filters, priced in base currency at the
      * CURRATE.DAT rate in force on its night, as ADD07
      * priced it. A pair at or above the key threshold,
      * either sign, is a key item: always listed, and
      * left out of the population sampled. The second
      * pass reads the same records in the same order and
      * draws the sample:
      *
      *   R  random -- each remaining item is taken with
      *      the chance that leaves the draw on course for
      *      exactly the sample size (selection sampling),
      *      so every item is equally likely and none is
      *      taken twice.
      *   N  every Nth item -- the interval is the sampled
      *      population over the sample size, and the
      *      first item is a random start inside the
      *      first interval.
      *   M  monetary-unit -- the sampled population's
      *      base amount, in cents, is cut into intervals
      *      of its total over the sample size, and the
      *      item holding the cent a random start into
      *      each interval is taken; a large item can hold
      *      more than one, so fewer items than asked for
      *      may be drawn, and the memo says so.
      *
      * The random numbers come from the minimal standard
      * generator (each value is the last times 16807,
      * modulo 2**31 - 1), started from the card's seed or,
      * with none, one taken from the clock. The memo
      * prints the seed, so the same card over the same
      * archives draws the same sample on any run.
      *
      * AUDSMPL.DAT lists each item drawn -- why it was
      * taken, its night and record position in that
      * night's archive, both amounts, the result, the
      * base amount, company, cost center, trans type,
      * customer, and the GLACCT.DAT debit and credit
      * accounts for its row. AUDMEMO.DAT is the selection
      * memo: the card, the archives read, the population
      * count and total, the key items, the method with
      * its seed, interval, and start, and the sample
      * size asked for and drawn.
      *
      * A card missing or in error draws nothing and ends
      * RC 8. A listed archive that cannot be opened, or
      * a pair with no rate on its night, is counted on
      * the memo and ends RC 4: the population is not the
      * whole of what was posted.
      *
      * A feed's source header and trailer records carry
      * no pair and fall outside the population.
      *
      * The CURRATE.DAT rate table is held 5000 rows
      * deep, now that treasury's rates come in every day
      * through RATIMP01 rather than being keyed by hand.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-CARD-FILE
               ASSIGN TO "AUDCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT OPTIONAL POSTED-ARCHIVE-LIST-FILE
               ASSIGN TO "ADDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.

           SELECT OPTIONAL ADDTRNP-ARCHIVE-FILE
               ASSIGN TO DYNAMIC ADDTRNP-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADDTRNP-FILE-STATUS.

           SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLACCT-FILE-STATUS.

           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO "CURRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT SAMPLE-LIST-FILE ASSIGN TO "AUDSMPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SELECTION-MEMO-FILE ASSIGN TO "AUDMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-CARD-FILE.
       COPY AUDCARD.

       FD  POSTED-ARCHIVE-LIST-FILE.
       COPY ADDARCH.

       FD  ADDTRNP-ARCHIVE-FILE.
       COPY ADDTRNP.

       FD  GL-ACCOUNT-FILE.
       COPY GLACCT.

       FD  CURRENCY-RATE-FILE.
       COPY CURRATE.

       FD  SAMPLE-LIST-FILE.
       01  SAMPLE-LIST-LINE          PIC X(132).

       FD  SELECTION-MEMO-FILE.
       01  SELECTION-MEMO-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       01  ADDTRNP-PATH          PIC X(40).
       01  CARD-FILE-STATUS      PIC XX.
       01  LIST-FILE-STATUS      PIC XX.
       01  ADDTRNP-FILE-STATUS   PIC XX.
       01  GLACCT-FILE-STATUS    PIC XX.
       01  RATE-FILE-STATUS      PIC XX.

       01  LIST-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-LIST-LINES            VALUE "Y".
       01  TRAN-END-SWITCH       PIC X.
           88  NO-MORE-TRANSACTIONS          VALUE "Y".
       01  GLACCT-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-GL-ACCOUNTS           VALUE "Y".
       01  RATE-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-RATE-RECORDS          VALUE "Y".
       01  CARD-VALID-SWITCH     PIC X       VALUE "Y".
           88  CARD-IS-VALID                 VALUE "Y".
       01  CARD-ERROR-TEXT       PIC X(40)   VALUE SPACES.

      * The listed nights inside the card's range, in the
      * order the list gives them; both passes read the
      * archives from this table, so they read the same
      * records in the same order.
       01  ARCHIVE-COUNT         PIC 9(3)    VALUE ZERO.
       01  ARCHIVE-TABLE.
           05  ARCHIVE-ENTRY OCCURS 1 TO 400 TIMES
                              DEPENDING ON ARCHIVE-COUNT
                              INDEXED BY PV-IDX.
               10  PVT-NIGHT           PIC 9(8).
               10  PVT-FILE-NAME       PIC X(40).
               10  PVT-RECORDS         PIC 9(7).
               10  PVT-OPEN-SWITCH     PIC X.
                   88  PVT-WAS-OPENED            VALUE "Y".
       01  LISTED-OUTSIDE-COUNT  PIC 9(5)    VALUE ZERO.
       01  MISSING-ARCHIVE-COUNT PIC 9(3)    VALUE ZERO.

       01  GL-ACCOUNT-COUNT      PIC 9(3)    VALUE ZERO.
       01  GL-ACCOUNT-TABLE.
           05  GL-ACCOUNT-ENTRY OCCURS 1 TO 200 TIMES
                                 DEPENDING ON GL-ACCOUNT-COUNT
                                 INDEXED BY GK-IDX.
               10  GKT-COST-CENTER     PIC X(04).
               10  GKT-TRANS-TYPE      PIC X(02).
               10  GKT-COMPANY         PIC X(02).
               10  GKT-DEBIT-ACCOUNT   PIC 9(6).
               10  GKT-CREDIT-ACCOUNT  PIC 9(6).
       01  GL-ACCOUNT-FOUND-SWITCH PIC X.
           88  GL-ACCOUNT-WAS-FOUND          VALUE "Y".

       01  RATE-COUNT            PIC 9(4)    VALUE ZERO.
       01  RATE-TABLE.
           05  RATE-ENTRY        OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON RATE-COUNT
                                  INDEXED BY RT-IDX.
               10  RTT-CURRENCY-CODE   PIC X(03).
               10  RTT-EFFECTIVE-DATE  PIC 9(8).
               10  RTT-RATE            PIC 9(3)V9(6).
       01  RATE-FOUND-SWITCH     PIC X.
           88  RATE-WAS-FOUND                VALUE "Y".
       01  FOUND-RATE            PIC 9(3)V9(6).
       01  FOUND-EFFECTIVE-DATE  PIC 9(8).
       01  BASE-CURRENCY         PIC X(03)   VALUE "USD".

      * The pair in hand, and how the population judges it.
       01  CURRENT-NIGHT         PIC 9(8).
       01  RECORD-POSITION       PIC 9(7).
       01  WORK-COMPANY          PIC X(02).
       01  PAIR-RESULT           PIC S9(9)V99.
       01  BASE-AMOUNT           PIC S9(11)V99.
       01  ABSOLUTE-AMOUNT       PIC 9(11)V99.
       01  ITEM-WEIGHT           PIC 9(13).
       01  ITEM-CLASS            PIC X.
           88  ITEM-IS-OUTSIDE               VALUE "O".
           88  ITEM-IS-UNPRICED              VALUE "U".
           88  ITEM-IS-KEY                   VALUE "K".
           88  ITEM-IS-SAMPLED               VALUE "S".
       01  PASS-NUMBER           PIC 9.
           88  COUNTING-PASS                 VALUE 1.
           88  DRAWING-PASS                  VALUE 2.

      * The population, counted on the first pass.
       01  POPULATION-COUNT      PIC 9(9)    VALUE ZERO.
       01  POPULATION-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01  KEY-COUNT             PIC 9(9)    VALUE ZERO.
       01  KEY-TOTAL             PIC 9(13)V99 VALUE ZERO.
       01  SAMPLED-COUNT         PIC 9(9)    VALUE ZERO.
       01  SAMPLED-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  SAMPLED-UNITS         PIC 9(15)   VALUE ZERO.
       01  UNPRICED-COUNT        PIC 9(7)    VALUE ZERO.
       01  RECORDS-READ          PIC 9(9)    VALUE ZERO.

      * The draw.
       01  SAMPLE-WANTED         PIC 9(9)    VALUE ZERO.
       01  SAMPLE-DRAWN          PIC 9(9)    VALUE ZERO.
       01  SAMPLE-DRAWN-TOTAL    PIC 9(13)V99 VALUE ZERO.
       01  ITEMS-SEEN            PIC 9(9)    VALUE ZERO.
       01  ITEMS-LEFT            PIC 9(9).
       01  DRAW-VALUE            PIC 9(9)V9(10).
       01  NTH-INTERVAL          PIC 9(9)    VALUE ZERO.
       01  NTH-START             PIC 9(9)    VALUE ZERO.
       01  NTH-OFFSET            PIC 9(9).
       01  NTH-QUOTIENT          PIC 9(9).
       01  NTH-REMAINDER         PIC 9(9).
       01  UNIT-INTERVAL         PIC 9(15)   VALUE ZERO.
       01  UNIT-START            PIC 9(15)   VALUE ZERO.
       01  NEXT-UNIT-POINT       PIC 9(15)   VALUE ZERO.
       01  UNITS-BEFORE          PIC 9(15)   VALUE ZERO.
       01  UNITS-AFTER           PIC 9(15).
       01  UNIT-HITS             PIC 9(5).
       01  MULTIPLE-HIT-COUNT    PIC 9(7)    VALUE ZERO.
       01  LIST-ITEM-COUNT       PIC 9(7)    VALUE ZERO.
       01  SELECTION-BASIS       PIC X(6).

      * The minimal standard generator.
       01  SEED-USED             PIC 9(10).
       01  SEED-SOURCE           PIC X(24).
       01  RANDOM-STATE          PIC 9(10).
       01  RANDOM-PRODUCT        PIC 9(18).
       01  RANDOM-QUOTIENT       PIC 9(18).
       01  RANDOM-FRACTION       PIC V9(10).
       01  RANDOM-MODULUS        PIC 9(10)   VALUE 2147483647.
       01  RANDOM-MULTIPLIER     PIC 9(5)    VALUE 16807.
       01  CLOCK-TIME            PIC 9(8).
       01  CLOCK-DATE            PIC 9(8).

       01  EXC-JOB-NAME          PIC X(8)    VALUE "AUDSMP01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  SAMPLE-HEADING-1.
           05  FILLER             PIC X(24)
               VALUE "AUDIT SAMPLE LIST".
           05  SH-ENGAGEMENT      PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY RUNDATE REPLACING RD-RUN-DATE BY SH-RUN-DATE.

       01  SAMPLE-HEADING-2.
           05  FILLER             PIC X(7)  VALUE "  ITEM".
           05  FILLER             PIC X(7)  VALUE "BASIS".
           05  FILLER             PIC X(10) VALUE "NIGHT".
           05  FILLER             PIC X(10) VALUE "POSITION".
           05  FILLER             PIC X(13) VALUE "      FIRST".
           05  FILLER             PIC X(12) VALUE "     SECOND".
           05  FILLER             PIC X(13) VALUE "      RESULT".
           05  FILLER             PIC X(4)  VALUE "CUR".
           05  FILLER             PIC X(17)
               VALUE "    BASE AMOUNT".
           05  FILLER             PIC X(3)  VALUE "CO".
           05  FILLER             PIC X(6)  VALUE "CC".
           05  FILLER             PIC X(4)  VALUE "TT".
           05  FILLER             PIC X(12) VALUE "CUSTOMER".
           05  FILLER             PIC X(7)  VALUE " DEBIT".
           05  FILLER             PIC X(6)  VALUE "CREDIT".

       01  SAMPLE-DETAIL-LINE.
           05  SD-ITEM            PIC ZZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-BASIS           PIC X(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-NIGHT           PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-POSITION        PIC ZZZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-FIRST-NUMBER    PIC -(7)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-SECOND-NUMBER   PIC -(7)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-RESULT          PIC -(8)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-CURRENCY-CODE   PIC X(03).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-BASE-AMOUNT     PIC -(11)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-COMPANY         PIC X(02).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-COST-CENTER     PIC X(04).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-TRANS-TYPE      PIC X(02).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-CUSTOMER        PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SD-DEBIT-ACCOUNT   PIC X(06).
           05  FILLER             PIC X     VALUE SPACE.
           05  SD-CREDIT-ACCOUNT  PIC X(06).

       01  SAMPLE-TOTAL-LINE.
           05  FILLER             PIC X(16) VALUE "  Items listed: ".
           05  ST-ITEMS           PIC ZZZZZZ9.
           05  FILLER             PIC X(22)
               VALUE "   Base amount listed:".
           05  ST-AMOUNT          PIC Z(12)9.99.

       01  MEMO-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "AUDIT SAMPLE SELECTION MEMO".
           COPY RUNDATE REPLACING RD-RUN-DATE BY MH-RUN-DATE.

       01  MEMO-TEXT-LINE.
           05  MT-LABEL           PIC X(32).
           05  MT-VALUE           PIC X(48).

       01  MEMO-COUNT-LINE.
           05  MC-LABEL           PIC X(32).
           05  MC-COUNT           PIC Z(8)9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  MC-AMOUNT          PIC Z(12)9.99 BLANK WHEN ZERO.

       01  MEMO-ARCHIVE-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  MA-NIGHT           PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MA-FILE-NAME       PIC X(40).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MA-RECORDS         PIC ZZZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  MA-NOTE            PIC X(16).

       01  EDITED-NUMBER         PIC Z(9)9.
       01  EDITED-AMOUNT         PIC Z(12)9.99.
       01  EDITED-DATE           PIC 9999/99/99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "AUDSMP01".
           PERFORM READ-THE-CARD.
           IF NOT CARD-IS-VALID
               DISPLAY "Audit sample card in error: "
                       CARD-ERROR-TEXT
               DISPLAY "No sample drawn."
               MOVE CARD-ERROR-TEXT TO EXC-TEXT
               MOVE "DATA" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               CALL "RUNEND" USING "AUDSMP01"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-THE-ARCHIVE-LIST
               PERFORM LOAD-THE-GL-ACCOUNTS
               PERFORM LOAD-THE-RATES
               PERFORM START-THE-GENERATOR
               MOVE 1 TO PASS-NUMBER
               PERFORM READ-ONE-ARCHIVE
                   VARYING PV-IDX FROM 1 BY 1
                   UNTIL PV-IDX > ARCHIVE-COUNT
               PERFORM SET-UP-THE-DRAW
               OPEN OUTPUT SAMPLE-LIST-FILE
               PERFORM WRITE-THE-LIST-HEADING
               MOVE 2 TO PASS-NUMBER
               PERFORM READ-ONE-ARCHIVE
                   VARYING PV-IDX FROM 1 BY 1
                   UNTIL PV-IDX > ARCHIVE-COUNT
               PERFORM WRITE-THE-LIST-TOTAL
               CLOSE SAMPLE-LIST-FILE
               PERFORM WRITE-THE-MEMO
               DISPLAY "Population items: " POPULATION-COUNT
               DISPLAY "Key items listed: " KEY-COUNT
               DISPLAY "Sample drawn:     " SAMPLE-DRAWN
                       " of " SAMPLE-WANTED
               DISPLAY "Seed:             " SEED-USED
               CALL "RUNEND" USING "AUDSMP01"
               IF MISSING-ARCHIVE-COUNT > ZERO
               OR UNPRICED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       READ-THE-CARD.
           OPEN INPUT AUDIT-CARD-FILE.
           IF CARD-FILE-STATUS NOT = "00"
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "AUDCARD.DAT not found" TO CARD-ERROR-TEXT
           ELSE
               READ AUDIT-CARD-FILE
                   AT END
                       MOVE "N" TO CARD-VALID-SWITCH
                       MOVE "AUDCARD.DAT is empty"
                           TO CARD-ERROR-TEXT
               END-READ
           END-IF.
           CLOSE AUDIT-CARD-FILE.
           IF CARD-IS-VALID
               PERFORM CHECK-THE-CARD
           END-IF.

       CHECK-THE-CARD.
           IF SK-FROM-DATE IS NOT NUMERIC
           OR SK-TO-DATE IS NOT NUMERIC
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Night range is not numeric"
                   TO CARD-ERROR-TEXT
           ELSE
               IF SK-FROM-DATE > SK-TO-DATE
                   MOVE "N" TO CARD-VALID-SWITCH
                   MOVE "From night is after the to night"
                       TO CARD-ERROR-TEXT
               END-IF
           END-IF.
           IF NOT (SK-RANDOM-METHOD OR SK-NTH-ITEM-METHOD
                   OR SK-MONETARY-UNIT-METHOD)
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Method must be R, N, or M"
                   TO CARD-ERROR-TEXT
           END-IF.
           IF SK-SAMPLE-SIZE IS NOT NUMERIC
           OR SK-SEED IS NOT NUMERIC
           OR SK-MINIMUM-AMOUNT IS NOT NUMERIC
           OR SK-KEY-THRESHOLD IS NOT NUMERIC
               MOVE "N" TO CARD-VALID-SWITCH
               MOVE "Size, seed, or an amount not numeric"
                   TO CARD-ERROR-TEXT
           END-IF.

      * Lines outside the card's range are passed over; a
      * night listed twice is read twice, as the list
      * says, and the memo shows both.
       LOAD-THE-ARCHIVE-LIST.
           OPEN INPUT POSTED-ARCHIVE-LIST-FILE.
           IF LIST-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-LIST-LINE
               PERFORM UNTIL NO-MORE-LIST-LINES
                   IF  PV-NIGHT IS NUMERIC
                   AND PV-NIGHT NOT < SK-FROM-DATE
                   AND PV-NIGHT NOT > SK-TO-DATE
                       PERFORM TAKE-ONE-LIST-LINE
                   ELSE
                       ADD 1 TO LISTED-OUTSIDE-COUNT
                   END-IF
                   PERFORM READ-THE-NEXT-LIST-LINE
               END-PERFORM
           ELSE
               DISPLAY "No ADDARCH.DAT archive list; the "
                       "population is empty."
           END-IF.
           CLOSE POSTED-ARCHIVE-LIST-FILE.

       READ-THE-NEXT-LIST-LINE.
           READ POSTED-ARCHIVE-LIST-FILE
               AT END
                   MOVE "Y" TO LIST-END-SWITCH
           END-READ.

       TAKE-ONE-LIST-LINE.
           IF ARCHIVE-COUNT >= 400
               DISPLAY "Archive table full at 400 nights; "
                       "later nights not read."
               MOVE "Y" TO LIST-END-SWITCH
           ELSE
               ADD 1 TO ARCHIVE-COUNT
               SET PV-IDX TO ARCHIVE-COUNT
               MOVE PV-NIGHT TO PVT-NIGHT (PV-IDX)
               MOVE PV-FILE-NAME TO PVT-FILE-NAME (PV-IDX)
               MOVE ZERO TO PVT-RECORDS (PV-IDX)
               MOVE "N" TO PVT-OPEN-SWITCH (PV-IDX)
           END-IF.

       LOAD-THE-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF GLACCT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-GL-ACCOUNT
               PERFORM UNTIL NO-MORE-GL-ACCOUNTS
                   IF GL-ACCOUNT-COUNT >= 200
                       DISPLAY "GL account table full at 200; "
                               "remaining rows ignored."
                       MOVE "Y" TO GLACCT-END-SWITCH
                   ELSE
                   ADD 1 TO GL-ACCOUNT-COUNT
                   SET GK-IDX TO GL-ACCOUNT-COUNT
                   MOVE GA-COST-CENTER TO GKT-COST-CENTER (GK-IDX)
                   MOVE GA-TRANS-TYPE TO GKT-TRANS-TYPE (GK-IDX)
                   IF GA-COMPANY = SPACES
                       MOVE "01" TO GKT-COMPANY (GK-IDX)
                   ELSE
                       MOVE GA-COMPANY TO GKT-COMPANY (GK-IDX)
                   END-IF
                   MOVE GA-DEBIT-ACCOUNT
                       TO GKT-DEBIT-ACCOUNT (GK-IDX)
                   MOVE GA-CREDIT-ACCOUNT
                       TO GKT-CREDIT-ACCOUNT (GK-IDX)
                   PERFORM READ-THE-NEXT-GL-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE GL-ACCOUNT-FILE.

       READ-THE-NEXT-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE
               AT END
                   MOVE "Y" TO GLACCT-END-SWITCH
           END-READ.

       LOAD-THE-RATES.
           OPEN INPUT CURRENCY-RATE-FILE.
           IF RATE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-RATE-RECORD
               PERFORM UNTIL NO-MORE-RATE-RECORDS
                   IF RATE-COUNT < 5000
                       ADD 1 TO RATE-COUNT
                       SET RT-IDX TO RATE-COUNT
                       MOVE CU-CURRENCY-CODE
                           TO RTT-CURRENCY-CODE (RT-IDX)
                       MOVE CU-EFFECTIVE-DATE
                           TO RTT-EFFECTIVE-DATE (RT-IDX)
                       MOVE CU-RATE TO RTT-RATE (RT-IDX)
                   END-IF
                   PERFORM READ-THE-NEXT-RATE-RECORD
               END-PERFORM
           END-IF.
           CLOSE CURRENCY-RATE-FILE.

       READ-THE-NEXT-RATE-RECORD.
           READ CURRENCY-RATE-FILE
               AT END
                   MOVE "Y" TO RATE-END-SWITCH
           END-READ.

      * With no seed on the card, one is made from the
      * clock. The generator cannot start from zero or
      * from its modulus, so a seed reduced to zero starts
      * it from 1; the memo prints the seed as used.
       START-THE-GENERATOR.
           IF SK-SEED = ZERO
               ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
               ACCEPT CLOCK-TIME FROM TIME
               COMPUTE RANDOM-PRODUCT =
                   CLOCK-DATE * 1000 + CLOCK-TIME
               DIVIDE RANDOM-PRODUCT BY RANDOM-MODULUS
                   GIVING RANDOM-QUOTIENT
                   REMAINDER SEED-USED
               MOVE "taken from the clock" TO SEED-SOURCE
           ELSE
               DIVIDE SK-SEED BY RANDOM-MODULUS
                   GIVING RANDOM-QUOTIENT
                   REMAINDER SEED-USED
               MOVE "from the card" TO SEED-SOURCE
           END-IF.
           IF SEED-USED = ZERO
               MOVE 1 TO SEED-USED
           END-IF.
           MOVE SEED-USED TO RANDOM-STATE.

       READ-ONE-ARCHIVE.
           MOVE PVT-FILE-NAME (PV-IDX) TO ADDTRNP-PATH.
           MOVE PVT-NIGHT (PV-IDX) TO CURRENT-NIGHT.
           MOVE ZERO TO RECORD-POSITION.
           MOVE "N" TO TRAN-END-SWITCH.
           OPEN INPUT ADDTRNP-ARCHIVE-FILE.
           IF ADDTRNP-FILE-STATUS = "00"
               IF COUNTING-PASS
                   MOVE "Y" TO PVT-OPEN-SWITCH (PV-IDX)
               END-IF
               PERFORM READ-THE-NEXT-TRANSACTION
               PERFORM UNTIL NO-MORE-TRANSACTIONS
                   ADD 1 TO RECORD-POSITION
                   PERFORM JUDGE-ONE-PAIR
                   IF COUNTING-PASS
                       PERFORM COUNT-ONE-PAIR
                   ELSE
                       PERFORM DRAW-ONE-PAIR
                   END-IF
                   PERFORM READ-THE-NEXT-TRANSACTION
               END-PERFORM
               IF COUNTING-PASS
                   MOVE RECORD-POSITION TO PVT-RECORDS (PV-IDX)
                   ADD RECORD-POSITION TO RECORDS-READ
               END-IF
           ELSE
               IF COUNTING-PASS
                   ADD 1 TO MISSING-ARCHIVE-COUNT
                   DISPLAY "Listed archive not found, skipped: "
                           ADDTRNP-PATH
               END-IF
           END-IF.
           CLOSE ADDTRNP-ARCHIVE-FILE.

       READ-THE-NEXT-TRANSACTION.
           READ ADDTRNP-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO TRAN-END-SWITCH
           END-READ.

      * Sample size, interval, and start, from the first
      * pass's counts. A sample as large as the sampled
      * population takes all of it.
       SET-UP-THE-DRAW.
           MOVE SK-SAMPLE-SIZE TO SAMPLE-WANTED.
           IF SAMPLE-WANTED > SAMPLED-COUNT
               MOVE SAMPLED-COUNT TO SAMPLE-WANTED
           END-IF.
           IF SAMPLE-WANTED > ZERO
               EVALUATE TRUE
                   WHEN SK-NTH-ITEM-METHOD
                       DIVIDE SAMPLED-COUNT BY SAMPLE-WANTED
                           GIVING NTH-INTERVAL
                       PERFORM NEXT-RANDOM-NUMBER
                       COMPUTE NTH-START =
                           RANDOM-FRACTION * NTH-INTERVAL + 1
                   WHEN SK-MONETARY-UNIT-METHOD
                       DIVIDE SAMPLED-UNITS BY SAMPLE-WANTED
                           GIVING UNIT-INTERVAL
                       IF UNIT-INTERVAL = ZERO
                           MOVE 1 TO UNIT-INTERVAL
                       END-IF
                       PERFORM NEXT-RANDOM-NUMBER
                       COMPUTE UNIT-START =
                           RANDOM-FRACTION * UNIT-INTERVAL + 1
                       MOVE UNIT-START TO NEXT-UNIT-POINT
               END-EVALUATE
           END-IF.

       WRITE-THE-LIST-HEADING.
           MOVE SPACES TO SAMPLE-LIST-LINE.
           ACCEPT SH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SK-ENGAGEMENT TO SH-ENGAGEMENT.
           MOVE SAMPLE-HEADING-1 TO SAMPLE-LIST-LINE.
           WRITE SAMPLE-LIST-LINE.
           MOVE SAMPLE-HEADING-2 TO SAMPLE-LIST-LINE.
           WRITE SAMPLE-LIST-LINE.

       WRITE-THE-LIST-TOTAL.
           MOVE LIST-ITEM-COUNT TO ST-ITEMS.
           COMPUTE ST-AMOUNT = KEY-TOTAL + SAMPLE-DRAWN-TOTAL.
           MOVE SPACES TO SAMPLE-LIST-LINE.
           WRITE SAMPLE-LIST-LINE.
           MOVE SAMPLE-TOTAL-LINE TO SAMPLE-LIST-LINE.
           WRITE SAMPLE-LIST-LINE.

       WRITE-THE-MEMO.
           OPEN OUTPUT SELECTION-MEMO-FILE.
           ACCEPT MH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO SELECTION-MEMO-LINE.
           MOVE MEMO-HEADING-1 TO SELECTION-MEMO-LINE.
           WRITE SELECTION-MEMO-LINE.
           PERFORM WRITE-A-BLANK-MEMO-LINE.
           MOVE "Engagement:" TO MT-LABEL.
           MOVE SK-ENGAGEMENT TO MT-VALUE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.
           PERFORM WRITE-THE-MEMO-CARD.
           PERFORM WRITE-A-BLANK-MEMO-LINE.
           PERFORM WRITE-THE-MEMO-ARCHIVES.
           PERFORM WRITE-A-BLANK-MEMO-LINE.
           PERFORM WRITE-THE-MEMO-POPULATION.
           PERFORM WRITE-A-BLANK-MEMO-LINE.
           PERFORM WRITE-THE-MEMO-METHOD.
           PERFORM WRITE-A-BLANK-MEMO-LINE.
           MOVE "To reproduce:" TO MT-LABEL.
           MOVE "rerun AUDSMP01 with this card and seed"
               TO MT-VALUE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.
           MOVE SPACES TO MT-LABEL.
           MOVE "over the archives listed above."
               TO MT-VALUE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.
           CLOSE SELECTION-MEMO-FILE.

      * Level 3 routines -- the population
      * Each pair is placed once per pass: outside the
      * filters, in the population with no rate for its
      * night, a key item, or in the population sampled.
       JUDGE-ONE-PAIR.
           IF TT-COMPANY = SPACES
               MOVE "01" TO WORK-COMPANY
           ELSE
               MOVE TT-COMPANY TO WORK-COMPANY
           END-IF.
           MOVE "S" TO ITEM-CLASS.
           IF NOT TT-SOURCE-PAIR
           OR (SK-COMPANY NOT = SPACES
               AND SK-COMPANY NOT = WORK-COMPANY)
           OR (SK-COST-CENTER NOT = SPACES
               AND SK-COST-CENTER NOT = TT-COST-CENTER)
           OR (SK-TRANS-TYPE NOT = SPACES
               AND SK-TRANS-TYPE NOT = TT-TRANS-TYPE)
           OR (SK-CURRENCY-CODE NOT = SPACES
               AND SK-CURRENCY-CODE NOT = TT-CURRENCY-CODE)
               MOVE "O" TO ITEM-CLASS
           ELSE
               PERFORM PRICE-THE-PAIR
               IF NOT RATE-WAS-FOUND
                   MOVE "U" TO ITEM-CLASS
               ELSE
                   IF ABSOLUTE-AMOUNT < SK-MINIMUM-AMOUNT
                       MOVE "O" TO ITEM-CLASS
                   ELSE
                       IF  SK-KEY-THRESHOLD > ZERO
                       AND ABSOLUTE-AMOUNT NOT < SK-KEY-THRESHOLD
                           MOVE "K" TO ITEM-CLASS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRICE-THE-PAIR.
           COMPUTE PAIR-RESULT = FIRST-NUMBER + SECOND-NUMBER.
           PERFORM FIND-THE-CURRENCY-RATE.
           IF RATE-WAS-FOUND
               COMPUTE BASE-AMOUNT ROUNDED = PAIR-RESULT * FOUND-RATE
           ELSE
               MOVE ZERO TO BASE-AMOUNT
           END-IF.
           IF BASE-AMOUNT < ZERO
               COMPUTE ABSOLUTE-AMOUNT = ZERO - BASE-AMOUNT
           ELSE
               MOVE BASE-AMOUNT TO ABSOLUTE-AMOUNT
           END-IF.
           COMPUTE ITEM-WEIGHT = ABSOLUTE-AMOUNT * 100.

       FIND-THE-CURRENCY-RATE.
           MOVE "N" TO RATE-FOUND-SWITCH.
           MOVE 1 TO FOUND-RATE.
           MOVE ZERO TO FOUND-EFFECTIVE-DATE.
           IF TT-CURRENCY-CODE = BASE-CURRENCY
           OR TT-CURRENCY-CODE = SPACES
               MOVE "Y" TO RATE-FOUND-SWITCH
           ELSE
               PERFORM CHECK-ONE-RATE-ROW
                   VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RATE-COUNT
           END-IF.

       CHECK-ONE-RATE-ROW.
           IF  RTT-CURRENCY-CODE (RT-IDX) = TT-CURRENCY-CODE
           AND RTT-EFFECTIVE-DATE (RT-IDX) <= CURRENT-NIGHT
           AND RTT-EFFECTIVE-DATE (RT-IDX) >= FOUND-EFFECTIVE-DATE
               MOVE RTT-EFFECTIVE-DATE (RT-IDX)
                   TO FOUND-EFFECTIVE-DATE
               MOVE RTT-RATE (RT-IDX) TO FOUND-RATE
               MOVE "Y" TO RATE-FOUND-SWITCH
           END-IF.

       COUNT-ONE-PAIR.
           EVALUATE TRUE
               WHEN ITEM-IS-UNPRICED
                   ADD 1 TO UNPRICED-COUNT
               WHEN ITEM-IS-KEY
                   ADD 1 TO POPULATION-COUNT KEY-COUNT
                   ADD ABSOLUTE-AMOUNT TO POPULATION-TOTAL KEY-TOTAL
               WHEN ITEM-IS-SAMPLED
                   ADD 1 TO POPULATION-COUNT SAMPLED-COUNT
                   ADD ABSOLUTE-AMOUNT
                       TO POPULATION-TOTAL SAMPLED-TOTAL
                   ADD ITEM-WEIGHT TO SAMPLED-UNITS
           END-EVALUATE.

      * Level 3 routines -- the draw
       DRAW-ONE-PAIR.
           EVALUATE TRUE
               WHEN ITEM-IS-KEY
                   MOVE "KEY" TO SELECTION-BASIS
                   PERFORM WRITE-ONE-SAMPLE-ITEM
               WHEN ITEM-IS-SAMPLED
                   ADD 1 TO ITEMS-SEEN
                   IF SAMPLE-DRAWN < SAMPLE-WANTED
                       EVALUATE TRUE
                           WHEN SK-RANDOM-METHOD
                               PERFORM DRAW-AT-RANDOM
                           WHEN SK-NTH-ITEM-METHOD
                               PERFORM DRAW-EVERY-NTH-ITEM
                           WHEN SK-MONETARY-UNIT-METHOD
                               PERFORM DRAW-BY-MONETARY-UNIT
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

      * Selection sampling: with ITEMS-LEFT items still to
      * come (this one included) and SAMPLE-WANTED less
      * SAMPLE-DRAWN still to take, this one is taken when
      * ITEMS-LEFT times the next random fraction falls
      * below the number still to take.
       DRAW-AT-RANDOM.
           COMPUTE ITEMS-LEFT = SAMPLED-COUNT - ITEMS-SEEN + 1.
           PERFORM NEXT-RANDOM-NUMBER.
           COMPUTE DRAW-VALUE = ITEMS-LEFT * RANDOM-FRACTION.
           IF DRAW-VALUE < SAMPLE-WANTED - SAMPLE-DRAWN
               MOVE "RANDOM" TO SELECTION-BASIS
               PERFORM TAKE-THE-SAMPLE-ITEM
           END-IF.

       DRAW-EVERY-NTH-ITEM.
           IF ITEMS-SEEN NOT < NTH-START
               COMPUTE NTH-OFFSET = ITEMS-SEEN - NTH-START
               DIVIDE NTH-OFFSET BY NTH-INTERVAL
                   GIVING NTH-QUOTIENT
                   REMAINDER NTH-REMAINDER
               IF NTH-REMAINDER = ZERO
                   MOVE "NTH" TO SELECTION-BASIS
                   PERFORM TAKE-THE-SAMPLE-ITEM
               END-IF
           END-IF.

      * The item holds the cents after UNITS-BEFORE up to
      * UNITS-AFTER; every selection point inside that
      * range is counted against it, and the item taken
      * once.
       DRAW-BY-MONETARY-UNIT.
           COMPUTE UNITS-AFTER = UNITS-BEFORE + ITEM-WEIGHT.
           MOVE ZERO TO UNIT-HITS.
           PERFORM UNTIL NEXT-UNIT-POINT > UNITS-AFTER
               ADD 1 TO UNIT-HITS
               ADD UNIT-INTERVAL TO NEXT-UNIT-POINT
           END-PERFORM.
           MOVE UNITS-AFTER TO UNITS-BEFORE.
           IF UNIT-HITS > ZERO
               IF UNIT-HITS > 1
                   ADD 1 TO MULTIPLE-HIT-COUNT
               END-IF
               MOVE "MUS" TO SELECTION-BASIS
               PERFORM TAKE-THE-SAMPLE-ITEM
           END-IF.

       TAKE-THE-SAMPLE-ITEM.
           ADD 1 TO SAMPLE-DRAWN.
           ADD ABSOLUTE-AMOUNT TO SAMPLE-DRAWN-TOTAL.
           PERFORM WRITE-ONE-SAMPLE-ITEM.

       WRITE-ONE-SAMPLE-ITEM.
           ADD 1 TO LIST-ITEM-COUNT.
           MOVE LIST-ITEM-COUNT TO SD-ITEM.
           MOVE SELECTION-BASIS TO SD-BASIS.
           MOVE CURRENT-NIGHT TO SD-NIGHT.
           MOVE RECORD-POSITION TO SD-POSITION.
           MOVE FIRST-NUMBER TO SD-FIRST-NUMBER.
           MOVE SECOND-NUMBER TO SD-SECOND-NUMBER.
           MOVE PAIR-RESULT TO SD-RESULT.
           MOVE TT-CURRENCY-CODE TO SD-CURRENCY-CODE.
           MOVE BASE-AMOUNT TO SD-BASE-AMOUNT.
           MOVE WORK-COMPANY TO SD-COMPANY.
           MOVE TT-COST-CENTER TO SD-COST-CENTER.
           MOVE TT-TRANS-TYPE TO SD-TRANS-TYPE.
           MOVE TT-CUSTOMER TO SD-CUSTOMER.
           PERFORM FIND-THE-GL-ACCOUNTS.
           IF GL-ACCOUNT-WAS-FOUND
               MOVE GKT-DEBIT-ACCOUNT (GK-IDX) TO SD-DEBIT-ACCOUNT
               MOVE GKT-CREDIT-ACCOUNT (GK-IDX)
                   TO SD-CREDIT-ACCOUNT
           ELSE
               MOVE "*NONE*" TO SD-DEBIT-ACCOUNT
               MOVE SPACES TO SD-CREDIT-ACCOUNT
           END-IF.
           MOVE SAMPLE-DETAIL-LINE TO SAMPLE-LIST-LINE.
           WRITE SAMPLE-LIST-LINE.

       FIND-THE-GL-ACCOUNTS.
           MOVE "N" TO GL-ACCOUNT-FOUND-SWITCH.
           IF GL-ACCOUNT-COUNT > 0
               SET GK-IDX TO 1
               SEARCH GL-ACCOUNT-ENTRY
                   WHEN GKT-COST-CENTER (GK-IDX) = TT-COST-CENTER
                    AND GKT-TRANS-TYPE (GK-IDX) = TT-TRANS-TYPE
                    AND GKT-COMPANY (GK-IDX) = WORK-COMPANY
                       MOVE "Y" TO GL-ACCOUNT-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * The minimal standard generator: the next state is
      * the last times 16807, modulo 2**31 - 1, and the
      * fraction is the state over the modulus, so it is
      * always above zero and below one.
       NEXT-RANDOM-NUMBER.
           COMPUTE RANDOM-PRODUCT = RANDOM-STATE * RANDOM-MULTIPLIER.
           DIVIDE RANDOM-PRODUCT BY RANDOM-MODULUS
               GIVING RANDOM-QUOTIENT
               REMAINDER RANDOM-STATE.
           COMPUTE RANDOM-FRACTION = RANDOM-STATE / RANDOM-MODULUS.

      * Level 3 routines -- the memo
       WRITE-THE-MEMO-CARD.
           MOVE SK-FROM-DATE TO EDITED-DATE.
           MOVE "Nights from:" TO MT-LABEL.
           MOVE EDITED-DATE TO MT-VALUE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.
           MOVE SK-TO-DATE TO EDITED-DATE.
           MOVE "Nights to:" TO MT-LABEL.
           MOVE EDITED-DATE TO MT-VALUE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.
           MOVE "Company:" TO MT-LABEL.
           MOVE SK-COMPANY TO MT-VALUE.
           PERFORM WRITE-A-MEMO-FILTER-LINE.
           MOVE "Cost center:" TO MT-LABEL.
           MOVE SK-COST-CENTER TO MT-VALUE.
           PERFORM WRITE-A-MEMO-FILTER-LINE.
           MOVE "Trans type:" TO MT-LABEL.
           MOVE SK-TRANS-TYPE TO MT-VALUE.
           PERFORM WRITE-A-MEMO-FILTER-LINE.
           MOVE "Currency:" TO MT-LABEL.
           MOVE SK-CURRENCY-CODE TO MT-VALUE.
           PERFORM WRITE-A-MEMO-FILTER-LINE.
           MOVE "Minimum base amount:" TO MT-LABEL.
           MOVE SK-MINIMUM-AMOUNT TO EDITED-AMOUNT.
           MOVE EDITED-AMOUNT TO MT-VALUE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.
           MOVE "Key-item threshold:" TO MT-LABEL.
           IF SK-KEY-THRESHOLD = ZERO
               MOVE "none" TO MT-VALUE
           ELSE
               MOVE SK-KEY-THRESHOLD TO EDITED-AMOUNT
               MOVE EDITED-AMOUNT TO MT-VALUE
           END-IF.
           PERFORM WRITE-A-MEMO-TEXT-LINE.

       WRITE-THE-MEMO-ARCHIVES.
           MOVE "Archives read (ADDARCH.DAT):" TO MT-LABEL.
           MOVE SPACES TO MT-VALUE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.
           PERFORM WRITE-ONE-MEMO-ARCHIVE
               VARYING PV-IDX FROM 1 BY 1
               UNTIL PV-IDX > ARCHIVE-COUNT.
           MOVE "Archives not found:" TO MC-LABEL.
           MOVE MISSING-ARCHIVE-COUNT TO MC-COUNT.
           MOVE ZERO TO MC-AMOUNT.
           PERFORM WRITE-A-MEMO-COUNT-LINE.
           MOVE "Records read:" TO MC-LABEL.
           MOVE RECORDS-READ TO MC-COUNT.
           PERFORM WRITE-A-MEMO-COUNT-LINE.

       WRITE-ONE-MEMO-ARCHIVE.
           MOVE PVT-NIGHT (PV-IDX) TO MA-NIGHT.
           MOVE PVT-FILE-NAME (PV-IDX) TO MA-FILE-NAME.
           MOVE PVT-RECORDS (PV-IDX) TO MA-RECORDS.
           IF PVT-WAS-OPENED (PV-IDX)
               MOVE "records" TO MA-NOTE
           ELSE
               MOVE "*NOT FOUND*" TO MA-NOTE
           END-IF.
           MOVE MEMO-ARCHIVE-LINE TO SELECTION-MEMO-LINE.
           WRITE SELECTION-MEMO-LINE.

       WRITE-THE-MEMO-POPULATION.
           MOVE "Population, base amount:" TO MC-LABEL.
           MOVE POPULATION-COUNT TO MC-COUNT.
           MOVE POPULATION-TOTAL TO MC-AMOUNT.
           PERFORM WRITE-A-MEMO-COUNT-LINE.
           MOVE "  Key items, always listed:" TO MC-LABEL.
           MOVE KEY-COUNT TO MC-COUNT.
           MOVE KEY-TOTAL TO MC-AMOUNT.
           PERFORM WRITE-A-MEMO-COUNT-LINE.
           MOVE "  Population sampled:" TO MC-LABEL.
           MOVE SAMPLED-COUNT TO MC-COUNT.
           MOVE SAMPLED-TOTAL TO MC-AMOUNT.
           PERFORM WRITE-A-MEMO-COUNT-LINE.
           MOVE "Pairs with no rate, left out:" TO MC-LABEL.
           MOVE UNPRICED-COUNT TO MC-COUNT.
           MOVE ZERO TO MC-AMOUNT.
           PERFORM WRITE-A-MEMO-COUNT-LINE.
           MOVE "Amounts are base currency" TO MT-LABEL.
           MOVE "(USD) at the rate in force on each night,"
               TO MT-VALUE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.
           MOVE SPACES TO MT-LABEL.
           MOVE "either sign taken as positive." TO MT-VALUE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.

       WRITE-THE-MEMO-METHOD.
           MOVE "Method:" TO MT-LABEL.
           EVALUATE TRUE
               WHEN SK-RANDOM-METHOD
                   MOVE "R - random selection" TO MT-VALUE
               WHEN SK-NTH-ITEM-METHOD
                   MOVE "N - every Nth item, random start"
                       TO MT-VALUE
               WHEN SK-MONETARY-UNIT-METHOD
                   MOVE "M - monetary-unit, random start"
                       TO MT-VALUE
           END-EVALUATE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.
           MOVE "Generator:" TO MT-LABEL.
           MOVE "x(n+1) = x(n) * 16807 mod 2147483647"
               TO MT-VALUE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.
           MOVE "Seed:" TO MT-LABEL.
           MOVE SEED-USED TO EDITED-NUMBER.
           MOVE SPACES TO MT-VALUE.
           STRING EDITED-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEED-SOURCE DELIMITED BY SIZE
               INTO MT-VALUE.
           PERFORM WRITE-A-MEMO-TEXT-LINE.
           MOVE ZERO TO MC-AMOUNT.
           IF SK-NTH-ITEM-METHOD
               MOVE "Interval, items:" TO MC-LABEL
               MOVE NTH-INTERVAL TO MC-COUNT
               PERFORM WRITE-A-MEMO-COUNT-LINE
               MOVE "Random start, item:" TO MC-LABEL
               MOVE NTH-START TO MC-COUNT
               PERFORM WRITE-A-MEMO-COUNT-LINE
           END-IF.
           IF SK-MONETARY-UNIT-METHOD
               MOVE "Interval, base amount:" TO MT-LABEL
               COMPUTE EDITED-AMOUNT = UNIT-INTERVAL / 100
               MOVE EDITED-AMOUNT TO MT-VALUE
               PERFORM WRITE-A-MEMO-TEXT-LINE
               MOVE "Random start, base amount:" TO MT-LABEL
               COMPUTE EDITED-AMOUNT = UNIT-START / 100
               MOVE EDITED-AMOUNT TO MT-VALUE
               PERFORM WRITE-A-MEMO-TEXT-LINE
               MOVE "Items hit more than once:" TO MC-LABEL
               MOVE MULTIPLE-HIT-COUNT TO MC-COUNT
               PERFORM WRITE-A-MEMO-COUNT-LINE
           END-IF.
           MOVE "Sample size asked for:" TO MC-LABEL.
           MOVE SK-SAMPLE-SIZE TO MC-COUNT.
           PERFORM WRITE-A-MEMO-COUNT-LINE.
           MOVE "Sample drawn, base amount:" TO MC-LABEL.
           MOVE SAMPLE-DRAWN TO MC-COUNT.
           MOVE SAMPLE-DRAWN-TOTAL TO MC-AMOUNT.
           PERFORM WRITE-A-MEMO-COUNT-LINE.
           MOVE "Items listed, with key items:" TO MC-LABEL.
           MOVE LIST-ITEM-COUNT TO MC-COUNT.
           COMPUTE MC-AMOUNT = KEY-TOTAL + SAMPLE-DRAWN-TOTAL.
           PERFORM WRITE-A-MEMO-COUNT-LINE.

       WRITE-A-MEMO-FILTER-LINE.
           IF MT-VALUE = SPACES
               MOVE "all" TO MT-VALUE
           END-IF.
           PERFORM WRITE-A-MEMO-TEXT-LINE.

       WRITE-A-MEMO-TEXT-LINE.
           MOVE MEMO-TEXT-LINE TO SELECTION-MEMO-LINE.
           WRITE SELECTION-MEMO-LINE.

       WRITE-A-MEMO-COUNT-LINE.
           MOVE MEMO-COUNT-LINE TO SELECTION-MEMO-LINE.
           WRITE SELECTION-MEMO-LINE.

       WRITE-A-BLANK-MEMO-LINE.
           MOVE SPACES TO SELECTION-MEMO-LINE.
           WRITE SELECTION-MEMO-LINE.
