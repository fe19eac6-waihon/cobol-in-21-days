      *--------------------------------------------------
      * ADDARCH.cpy
      * The posted-feed archive list (ADDARCH.DAT): one
      * line per night, naming the archived copy of the
      * clean ADDTRNP feed ADD07 posted that night. Kept
      * by operations as each night's feed is archived,
      * the way STMTCTL.DAT lists the statement sources,
      * but dated, so a program asked for a range of
      * nights can find them. AUDSMP01 draws the audit
      * sample from it.
      *--------------------------------------------------
       01  POSTED-ARCHIVE-RECORD.
           05  PV-NIGHT              PIC 9(8).
           05  FILLER                PIC X.
           05  PV-FILE-NAME          PIC X(40).
