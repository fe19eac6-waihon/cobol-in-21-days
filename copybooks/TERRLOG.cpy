      *--------------------------------------------------
      * TERRLOG.cpy
      * One record per customer TERASN01 moves from one
      * territory or rep to another, appended to
      * TERRLOG.DAT, so sales management can see whose
      * accounts changed hands and why.
      *
      * TX-REASON: "T" the territory table changed under
      * the customer's unchanged ZIP; "Z" the customer's
      * ZIP changed. A territory or rep of spaces is "no
      * territory".
      *--------------------------------------------------
       01  TERRITORY-LOG-RECORD.
           05  TX-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  TX-CUST-NO            PIC X(06).
           05  FILLER                PIC X.
           05  TX-OLD-TERRITORY      PIC X(04).
           05  FILLER                PIC X.
           05  TX-OLD-REP-ID         PIC X(08).
           05  FILLER                PIC X.
           05  TX-NEW-TERRITORY      PIC X(04).
           05  FILLER                PIC X.
           05  TX-NEW-REP-ID         PIC X(08).
           05  FILLER                PIC X.
           05  TX-OLD-ZIP            PIC X(09).
           05  FILLER                PIC X.
           05  TX-NEW-ZIP            PIC X(09).
           05  FILLER                PIC X.
           05  TX-REASON             PIC X.
