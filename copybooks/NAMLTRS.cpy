      *--------------------------------------------------
      * NAMLTRS.cpy
      * One customer per line on NAMLTRS.DAT, the list a
      * NAMLTR01 letter run with selection "C" is sent to.
      * LL-AMOUNT is the amount merged into that
      * customer's letter; left blank, the letter carries
      * the card's LT-AMOUNT instead.
      *--------------------------------------------------
       01  LETTER-SELECTION-RECORD.
           05  LL-CUST-NO            PIC X(06).
           05  FILLER                PIC X.
           05  LL-AMOUNT             PIC 9(7)V99.
           05  LL-AMOUNT-TEXT REDEFINES LL-AMOUNT
                                     PIC X(09).
