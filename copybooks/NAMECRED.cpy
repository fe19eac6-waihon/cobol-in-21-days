      *--------------------------------------------------
      * NAMECRED.cpy
      * One credit record per customer on NAMECRED.DAT,
      * keyed by the name master's durable NM-CUST-NO so a
      * name correction does not lose the customer's
      * terms. Kept by the credit department alongside the
      * name master rather than on it, so the master's
      * record layout and its maintenance paths stay as
      * they are.
      *
      * NC-CREDIT-LIMIT is the most the customer may owe
      * on the AROPEN.DAT receivable ledger, in the base
      * currency. A zero limit extends no credit at all.
      * NC-HOLD-FLAG "H" puts the customer on credit hold:
      * every new sale on account is held for review,
      * whatever the limit. A customer with no record here
      * has no limit and is never held.
      *--------------------------------------------------
       01  NAME-CREDIT-RECORD.
           05  NC-CUST-NO            PIC X(06).
           05  FILLER                PIC X.
           05  NC-CREDIT-LIMIT       PIC 9(9)V99.
           05  FILLER                PIC X.
           05  NC-HOLD-FLAG          PIC X.
