      *--------------------------------------------------
      * WRDOWN.cpy
      * One row per named list on the word master: the
      * department that owns the list and gets its change
      * reports. A list with no row here is reported with
      * no owner named.
      *--------------------------------------------------
       01  WORD-OWNER-RECORD.
           05  WO-LIST-NAME          PIC X(8).
           05  FILLER                PIC X.
           05  WO-DEPARTMENT         PIC X(30).
