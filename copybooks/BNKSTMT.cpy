      *--------------------------------------------------
      * BNKSTMT.cpy
      * The bank's statement file, keyed by BM-RECORD-TYPE
      * the way LOCKBOX keys the remittance file: one "H"
      * header per statement naming the bank account, the
      * statement date and the opening balance, one "D"
      * record per bank transaction, and one "T" trailer
      * with the bank's item count and closing balance. A
      * file may carry several statements, each inside its
      * own header and trailer. The "D" and "T" views
      * REDEFINE the header detail.
      *
      * BM-AMOUNT is signed from the account holder's side:
      * plus for money in, minus for money out.
      * BM-ITEM-TYPE is "DEP" deposit, "INT" interest --
      * both money in -- "CHK" cheque paid, "FEE" bank
      * charge, "RET" returned item -- all money out -- or
      * "TRF" transfer, either way. BM-REFERENCE is the
      * bank's reference for the line: cheque number,
      * deposit slip, or transfer reference.
      *--------------------------------------------------
       01  BANK-STATEMENT-RECORD.
           05  BM-RECORD-TYPE        PIC X.
           05  FILLER                PIC X.
           05  BM-HEADER-DETAIL.
               10  BM-BANK-ACCOUNT       PIC X(10).
               10  FILLER                PIC X.
               10  BM-STATEMENT-DATE     PIC 9(8).
               10  FILLER                PIC X.
               10  BM-OPENING-BALANCE    PIC S9(9)V99
                                          SIGN IS TRAILING SEPARATE.
               10  FILLER                PIC X(8).
           05  BM-ITEM-DETAIL REDEFINES BM-HEADER-DETAIL.
               10  BM-ITEM-DATE          PIC 9(8).
               10  FILLER                PIC X.
               10  BM-AMOUNT             PIC S9(9)V99
                                          SIGN IS TRAILING SEPARATE.
               10  FILLER                PIC X.
               10  BM-REFERENCE          PIC X(12).
               10  FILLER                PIC X.
               10  BM-ITEM-TYPE          PIC X(03).
               10  FILLER                PIC X(2).
           05  BM-TRAILER-DETAIL REDEFINES BM-HEADER-DETAIL.
               10  BM-ITEM-COUNT         PIC 9(5).
               10  FILLER                PIC X.
               10  BM-CLOSING-BALANCE    PIC S9(9)V99
                                          SIGN IS TRAILING SEPARATE.
               10  FILLER                PIC X(22).
