      *--------------------------------------------------
      * GLACCR.cpy
      * One month-end accrual per record, written by
      * GLACR01 when the accrual is booked into its
      * closing period's extract. The record is the
      * pending-reversal file: GLREV01 posts the mirror-
      * image entry (debit and credit accounts swapped) on
      * the first business day of the next fiscal period
      * and flips AC-STATUS to "R" with the date it did
      * so. A "P" accrual is still waiting to reverse.
      *
      * AC-ACCRUAL-DATE is the last day of AC-PERIOD, the
      * run date the accrual was booked under; the amount
      * is in AC-CURRENCY-CODE, as on the extract line.
      *
      * GLFXR01 books its month-end revaluations here too,
      * so they reverse the same way. A revaluation moves
      * only the base-currency figure: AC-AMOUNT is zero
      * and AC-BASE-AMOUNT carries the difference, which
      * GLREV01 reverses as booked instead of converting.
      * A trailing field; spaces on an ordinary accrual
      * and on every record written before it existed.
      *--------------------------------------------------
       01  GL-ACCRUAL-RECORD.
           05  AC-ACCRUAL-ID         PIC 9(6).
           05  FILLER                PIC X.
           05  AC-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  AC-ACCRUAL-DATE       PIC 9(8).
           05  FILLER                PIC X.
           05  AC-DEBIT-ACCOUNT      PIC 9(6).
           05  FILLER                PIC X.
           05  AC-CREDIT-ACCOUNT     PIC 9(6).
           05  FILLER                PIC X.
           05  AC-AMOUNT             PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  AC-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  AC-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  AC-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  AC-DESCRIPTION        PIC X(20).
           05  FILLER                PIC X.
           05  AC-STATUS             PIC X.
           05  FILLER                PIC X.
           05  AC-REVERSAL-DATE      PIC 9(8).
           05  FILLER                PIC X.
           05  AC-BASE-AMOUNT        PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
