      *--------------------------------------------------
      * MSTSEAL.cpy
      * The control seal a master's companion seal file
      * holds -- NAMSEAL.DAT for NAMEMAST.DAT, WRDSEAL.DAT
      * for WRDMAST.DAT, GLBSEAL.DAT for GLBAL.DAT, and
      * OPRSEAL.DAT for OPERCTL.DAT -- written by the
      * MSTSEAL routine every time a program rewrites the
      * master, and checked by it every time a program
      * loads one.
      *
      * SA-KEY-HASH is a position-weighted hash total of
      * every record's key field; SA-RECORD-HASH is the
      * same over the whole record, so an edited balance,
      * address, or password changes it even where the
      * keys and count still agree. SA-AMOUNT-TOTAL is the
      * net of the opening balances and activity on
      * GLBAL.DAT, the classic control total, and zero for
      * the masters that carry no money. Who wrote the
      * master, and when, closes the record.
      *--------------------------------------------------
       01  MASTER-SEAL-RECORD.
           05  SA-MASTER-NAME        PIC X(8).
           05  FILLER                PIC X.
           05  SA-RECORD-COUNT       PIC 9(9).
           05  FILLER                PIC X.
           05  SA-KEY-HASH           PIC 9(15).
           05  FILLER                PIC X.
           05  SA-RECORD-HASH        PIC 9(15).
           05  FILLER                PIC X.
           05  SA-AMOUNT-TOTAL       PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  SA-SEAL-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  SA-SEAL-TIME          PIC 9(8).
           05  FILLER                PIC X.
           05  SA-JOB-NAME           PIC X(8).
           05  FILLER                PIC X.
           05  SA-OPERATOR-ID        PIC X(8).
