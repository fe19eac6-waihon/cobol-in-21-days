      * GLACCT.DAT between runs -- one row per cost-center/
      * transaction-type combination.
      *--------------------------------------------------
      * A sales-tax row is keyed by a cost center of "TX"
      * plus the customer's two-letter state ("TXIL") and
      * the sale's transaction type: ADD07 charges a
      * taxable pair's tax to the row's debit account --
      * the sale's own receivable or clearing account, so
      * the receivable carries the tax -- and credits the
      * state's tax liability account named as the credit.
      *
      * GA-COMPANY keys the row by legal entity as well,
      * so each company's postings land on its own
      * accounts. A trailing field; rows written before it
           05  GA-CREDIT-ACCOUNT     PIC 9(6).
           05  FILLER                PIC X.
           05  GA-COMPANY            PIC X(02).
      * GA-PARTNER-COMPANY makes the row an intercompany
      * charge: the pair posts in GA-COMPANY against the
      * due-from account named as GA-DEBIT-ACCOUNT, and
      * the matching entry is generated in the partner
      * company -- its own expense as the partner debit
      * account, its due-to account as the partner credit
      * account. Trailing fields; rows written before
      * they existed read in as spaces and are ordinary
      * single-company rows.
           05  FILLER                PIC X.
           05  GA-PARTNER-COMPANY    PIC X(02).
           05  FILLER                PIC X.
           05  GA-PARTNER-DEBIT-ACCOUNT
                                     PIC 9(6).
           05  FILLER                PIC X.
           05  GA-PARTNER-CREDIT-ACCOUNT
                                     PIC 9(6).
