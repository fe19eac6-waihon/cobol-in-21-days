      *--------------------------------------------------
      * WRDALIAS.cpy
      * One alternate spelling per record, by named list:
      * the form feeds arrive with ("BLT", "BOLT-HEX") and
      * the canonical word on the word master it stands
      * for ("BOLT"). Kept sorted by list name, then
      * alias, by WRDALM01; WRDNRM01 rewrites incoming
      * words through it before WRDSRT04 sorts them or
      * WRDBAT01 applies them. A canonical word is never
      * itself an alias on the same list, so one pass
      * through the table is always enough.
      *--------------------------------------------------
       01  WORD-ALIAS-RECORD.
           05  WN-LIST-NAME          PIC X(8).
           05  FILLER                PIC X.
           05  WN-ALIAS              PIC X(50).
           05  FILLER                PIC X.
           05  WN-CANONICAL          PIC X(50).
