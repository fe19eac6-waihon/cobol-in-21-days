      *--------------------------------------------------
      * NAMERASE.cpy
      * One personal-data erasure request per customer who
      * has asked to be forgotten, keyed by the name
      * master's durable NM-CUST-NO. EQ-REQUEST-DATE is
      * the date the customer asked; EQ-REFERENCE is the
      * privacy office's own case reference, carried onto
      * the erasure certificate so the two can be matched.
      *--------------------------------------------------
       01  NAME-ERASURE-REQUEST-RECORD.
           05  EQ-CUST-NO            PIC X(06).
           05  FILLER                PIC X.
           05  EQ-REQUEST-DATE       PIC X(08).
           05  FILLER                PIC X.
           05  EQ-REFERENCE          PIC X(20).
