      *--------------------------------------------------
      * WRDINCTL.cpy
      * Control card naming the word-master list the
      * WRDIN.DAT batch word feed belongs to, so
      * WRDNRM01 knows which list's aliases and master
      * entries to normalize it against. With no card the
      * feed is passed through unchanged.
      *--------------------------------------------------
       01  WORD-INPUT-CONTROL-RECORD.
           05  WI-LIST-NAME          PIC X(8).
