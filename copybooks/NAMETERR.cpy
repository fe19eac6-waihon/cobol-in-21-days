      *--------------------------------------------------
      * NAMETERR.cpy
      * One territory assignment per customer on
      * NAMETERR.DAT, keyed by the name master's durable
      * NM-CUST-NO and kept beside the master, the way
      * NAMECRED.DAT keeps credit terms, so the master's
      * layout stays as it is. Rewritten nightly by
      * TERASN01 from NM-ZIP and the TERRTBL.DAT ranges.
      *
      * TG-ZIP is the ZIP the assignment was made from, so
      * a reassignment can be told apart as a table change
      * or a move. TG-TERRITORY and TG-REP-ID are spaces
      * when the ZIP falls in no territory. TG-ASSIGNED-
      * DATE is the business date the current territory
      * was first given.
      *--------------------------------------------------
       01  NAME-TERRITORY-RECORD.
           05  TG-CUST-NO            PIC X(06).
           05  FILLER                PIC X.
           05  TG-TERRITORY          PIC X(04).
           05  FILLER                PIC X.
           05  TG-REP-ID             PIC X(08).
           05  FILLER                PIC X.
           05  TG-ZIP                PIC X(09).
           05  FILLER                PIC X.
           05  TG-ASSIGNED-DATE      PIC 9(8).
