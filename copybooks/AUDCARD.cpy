      *--------------------------------------------------
      * AUDCARD.cpy
      * Selection card for the AUDSMP01 audit sample
      * (AUDCARD.DAT, one record), keyed for each draw the
      * external auditors ask for.
      *
      * SK-ENGAGEMENT     - the auditors' name for the
      *                     draw, printed on the list and
      *                     the memo.
      * SK-FROM-DATE,     - the nights, inclusive, whose
      * SK-TO-DATE          posted feeds make up the
      *                     population.
      * SK-COMPANY,       - population filters; blank
      * SK-COST-CENTER,     takes every value.
      * SK-TRANS-TYPE,
      * SK-CURRENCY-CODE
      * SK-MINIMUM-AMOUNT - pairs whose base-currency
      *                     amount, either sign, is below
      *                     this are left out of the
      *                     population. Zero keeps all.
      * SK-METHOD         - "R" random, "N" every Nth
      *                     item, "M" monetary-unit
      *                     sampling weighted by amount.
      * SK-SAMPLE-SIZE    - items to draw, over and above
      *                     the key items.
      * SK-SEED           - starting value of the random
      *                     number generator. Zero has the
      *                     run take one from the clock;
      *                     either way the memo prints it,
      *                     and the same card and seed over
      *                     the same archives draw the same
      *                     sample.
      * SK-KEY-THRESHOLD  - every pair at or above this
      *                     base-currency amount, either
      *                     sign, is a key item: always
      *                     listed, and taken out of the
      *                     population sampled. Zero for
      *                     none.
      *--------------------------------------------------
       01  AUDIT-SAMPLE-CARD.
           05  SK-ENGAGEMENT         PIC X(20).
           05  FILLER                PIC X.
           05  SK-FROM-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  SK-TO-DATE            PIC 9(8).
           05  FILLER                PIC X.
           05  SK-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  SK-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  SK-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  SK-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  SK-MINIMUM-AMOUNT     PIC 9(7)V99.
           05  FILLER                PIC X.
           05  SK-METHOD             PIC X.
               88  SK-RANDOM-METHOD              VALUE "R".
               88  SK-NTH-ITEM-METHOD            VALUE "N".
               88  SK-MONETARY-UNIT-METHOD       VALUE "M".
           05  FILLER                PIC X.
           05  SK-SAMPLE-SIZE        PIC 9(4).
           05  FILLER                PIC X.
           05  SK-SEED               PIC 9(10).
           05  FILLER                PIC X.
           05  SK-KEY-THRESHOLD      PIC 9(7)V99.
