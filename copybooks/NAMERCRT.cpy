      *--------------------------------------------------
      * NAMERCRT.cpy
      * Erasure certificate record. NAMERS01 appends one
      * row per file it redacted a customer's personal
      * data from, with the count of that file's records
      * it redacted, so the rows sharing a customer number,
      * date and time are the certificate for that
      * erasure: every copy found and blanked out. A
      * request that finds nothing left to redact -- a
      * customer never on file, or one already erased --
      * gets a single row with EC-FILE-NAME "NO PERSONAL
      * DATA FOUND" and a zero count, so every request has
      * its answer.
      *
      * EC-OPERATOR-ID is the operator who submitted the
      * run; the second authorizer is on DUALAUD.DAT.
      *--------------------------------------------------
       01  NAME-ERASURE-CERTIFICATE-RECORD.
           05  EC-CUST-NO            PIC X(06).
           05  FILLER                PIC X.
           05  EC-ERASE-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  EC-ERASE-TIME         PIC 9(8).
           05  FILLER                PIC X.
           05  EC-OPERATOR-ID        PIC X(08).
           05  FILLER                PIC X.
           05  EC-REFERENCE          PIC X(20).
           05  FILLER                PIC X.
           05  EC-FILE-NAME          PIC X(40).
           05  FILLER                PIC X.
           05  EC-REDACTED-COUNT     PIC 9(7).
