      *--------------------------------------------------
      * QRYCARD.cpy
      * One statement of a saved query card for the
      * QRYRPT01 query writer. A card is every statement
      * under one query name; QRYLIB.DAT keeps them all,
      * and a new or changed card keyed into QRYCARD.DAT
      * replaces the library copy of that name when it is
      * next run. The verbs are:
      *
      *   TITLE   report title, as it should print
      *   LAYOUT  the record layout read (see QRYFLD.DAT)
      *   FILE    a file to read -- live or archived copy;
      *           one statement per file
      *   WHERE   field operator value -- EQ NE GT GE LT
      *           LE, or HAS for text found anywhere in
      *           the field; every WHERE must hold
      *   SHOW    an output field, in column order
      *   SORT    a sort key, "D" after it for descending
      *   BREAK   a control break with subtotals; breaks
      *           name the leading sort keys, in order
      *   OUTPUT  REPORT (paged, spool-cataloged) or CSV
      *--------------------------------------------------
       01  QUERY-CARD-RECORD.
           05  QC-QUERY-NAME         PIC X(8).
           05  FILLER                PIC X.
           05  QC-VERB               PIC X(6).
           05  FILLER                PIC X.
           05  QC-OPERAND            PIC X(60).
