      *--------------------------------------------------
      * TERRTBL.cpy
      * One sales-territory row per ZIP range. Kept by
      * sales management in TERRTBL.DAT: a customer whose
      * five-digit ZIP falls between TZ-ZIP-FROM and
      * TZ-ZIP-TO, inclusive, belongs to TZ-TERRITORY,
      * worked by the rep TZ-REP-ID. A territory may take
      * several rows, one per range; its rep is the one on
      * its first row. Where ranges overlap the first row
      * in the file wins.
      *--------------------------------------------------
       01  TERRITORY-TABLE-RECORD.
           05  TZ-ZIP-FROM           PIC X(05).
           05  FILLER                PIC X.
           05  TZ-ZIP-TO             PIC X(05).
           05  FILLER                PIC X.
           05  TZ-TERRITORY          PIC X(04).
           05  FILLER                PIC X.
           05  TZ-REP-ID             PIC X(08).
           05  FILLER                PIC X.
           05  TZ-REP-NAME           PIC X(20).
