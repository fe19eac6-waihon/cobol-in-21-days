      *--------------------------------------------------
      * GLSTMDEF.cpy
      * One financial-statement line definition for
      * GLSTM01. SD-STATEMENT is "I" income statement or
      * "B" balance sheet; lines print in SD-LINE-NO
      * order. SD-LINE-TYPE: "H" heading (caption only),
      * "D" detail, "S" subtotal of the details since the
      * last subtotal, "T" total of every detail since the
      * last total.
      *
      * A detail sums every ledger account of type
      * SD-ACCOUNT-TYPE (blank for any type) numbered
      * SD-FROM-ACCOUNT through SD-TO-ACCOUNT (both zero
      * for any number). Rows sharing a statement and line
      * number are one printed line -- the caption, type
      * and sign come from the first -- so a caption can
      * gather several ranges or types. SD-NORMAL-BALANCE
      * "C" prints a credit-balance line (income,
      * liabilities, equity) as a positive figure; "D"
      * prints the ledger sign as it stands.
      *--------------------------------------------------
       01  GL-STATEMENT-LINE-RECORD.
           05  SD-STATEMENT          PIC X.
           05  FILLER                PIC X.
           05  SD-LINE-NO            PIC 9(3).
           05  FILLER                PIC X.
           05  SD-LINE-TYPE          PIC X.
           05  FILLER                PIC X.
           05  SD-NORMAL-BALANCE     PIC X.
           05  FILLER                PIC X.
           05  SD-ACCOUNT-TYPE       PIC X.
           05  FILLER                PIC X.
           05  SD-FROM-ACCOUNT       PIC 9(6).
           05  FILLER                PIC X.
           05  SD-TO-ACCOUNT         PIC 9(6).
           05  FILLER                PIC X.
           05  SD-CAPTION            PIC X(30).
