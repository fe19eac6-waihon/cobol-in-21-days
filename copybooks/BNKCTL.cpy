      *--------------------------------------------------
      * BNKCTL.cpy
      * One record per bank account the ledger keeps a
      * cash account for. BK-BANK-ACCOUNT is the account
      * number as the bank prints it on the BNKSTMT.DAT
      * statement; BK-CASH-ACCOUNT is the GL cash account
      * the statement is reconciled to, in company
      * BK-COMPANY. BK-TOLERANCE-DAYS is how many calendar
      * days apart a statement line and a book line may be
      * dated and still match. A reconciling item written
      * off on BNKMAT01 posts against BK-WRITEOFF-ACCOUNT,
      * carrying BK-COST-CENTER. A blank company is the
      * default company "01".
      *--------------------------------------------------
       01  BANK-CONTROL-RECORD.
           05  BK-BANK-ACCOUNT       PIC X(10).
           05  FILLER                PIC X.
           05  BK-CASH-ACCOUNT       PIC 9(6).
           05  FILLER                PIC X.
           05  BK-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  BK-TOLERANCE-DAYS     PIC 9(3).
           05  FILLER                PIC X.
           05  BK-WRITEOFF-ACCOUNT   PIC 9(6).
           05  FILLER                PIC X.
           05  BK-COST-CENTER        PIC X(04).
