      * master growing forever. Both trailing; old records
      * read in as spaces and are treated as active, with
      * the activity clock starting at their first load.
      *
      * NM-MAIL-STATUS "U" marks the address undeliverable
      * -- a label or statement came back from the post
      * office -- with NM-RETURN-DATE (CCYYMMDD) and
      * NM-RETURN-REASON as the mail room recorded them,
      * either at HELLO06's R)eturned prompt or through
      * the NAMRTN01 batch. The label and statement runs
      * skip a flagged customer and list them as address
      * needed instead. Any address change through HELLO06
      * or NAMBAT01 clears all three. Trailing, so older
      * records read in as spaces: deliverable.
      *--------------------------------------------------
       01  NAME-MASTER-RECORD.
           05  NM-NAME               PIC X(10).
           05  NM-CUST-NO            PIC X(06).
           05  NM-LAST-ACTIVITY      PIC X(08).
           05  NM-STATUS             PIC X.
           05  NM-MAIL-STATUS        PIC X.
           05  NM-RETURN-DATE        PIC X(08).
           05  NM-RETURN-REASON      PIC X(20).
