      *--------------------------------------------------
      * TRNTYPE.cpy
      * The transaction-type master: one record per
      * TT-TRANS-TYPE, saying in words what the two-
      * character code is, so the reports and statements
      * can print TM-DESCRIPTION beside it. The statement
      * line has room for the first 16 characters of the
      * description, so it should read whole in 16.
      *
      * TM-SIGN-RULE is the sign the pair's result may
      * take: "P" positive only, "N" negative only, "E"
      * (or blank) either. TM-ALLOWED-CURRENCY lists up to
      * four currencies the type may be keyed in; a blank
      * list allows any currency on the rate table. The
      * ADDEDT01 pre-edit rejects a pair that breaks
      * either rule, or whose type is outside its
      * TM-ACTIVE-FROM / TM-ACTIVE-TO dates on the night.
      *
      * TM-RECEIVABLE-FLAG, TM-TAXABLE-FLAG, and
      * TM-INTERCOMPANY-FLAG ("Y" or "N") say what kind
      * of transaction the type is, for whoever reads the
      * master. The postings themselves are still driven
      * by ARCTL.DAT, TAXTYPE.DAT, and GLACCT.DAT.
      *
      * Maintained through CTLMNT01; CTLAUD01 flags a
      * GLACCT.DAT row whose type is not on the master.
      *--------------------------------------------------
       01  TRANSACTION-TYPE-RECORD.
           05  TM-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  TM-DESCRIPTION        PIC X(24).
           05  FILLER                PIC X.
           05  TM-SIGN-RULE          PIC X.
               88  TM-POSITIVE-ONLY              VALUE "P".
               88  TM-NEGATIVE-ONLY              VALUE "N".
               88  TM-EITHER-SIGN                VALUE "E" " ".
           05  FILLER                PIC X.
           05  TM-ALLOWED-CURRENCIES.
               10  TM-ALLOWED-CURRENCY PIC X(03) OCCURS 4 TIMES.
           05  FILLER                PIC X.
           05  TM-RECEIVABLE-FLAG    PIC X.
           05  FILLER                PIC X.
           05  TM-TAXABLE-FLAG       PIC X.
           05  FILLER                PIC X.
           05  TM-INTERCOMPANY-FLAG  PIC X.
           05  FILLER                PIC X.
           05  TM-ACTIVE-FROM        PIC 9(8).
           05  FILLER                PIC X.
           05  TM-ACTIVE-TO          PIC 9(8).
