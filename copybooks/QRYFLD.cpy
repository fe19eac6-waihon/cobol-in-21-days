      *--------------------------------------------------
      * QRYFLD.cpy
      * Field dictionary for the QRYRPT01 query writer --
      * one row per field of each record layout a query
      * may read, taken from that layout's copybook, plus
      * one *RECORD row per layout giving the record
      * length and whether the file is LINE sequential
      * ("L") or RECORD sequential ("R", the packed feed).
      *
      * QF-TYPE is how the bytes are held:
      *   A  text             N  unsigned digits
      *   S  sign trailing    L  sign leading
      *      separate            separate
      *   P  packed decimal   T  total of the two fields
      *                          named in QF-TOTAL-OF-1/2
      * QF-OFFSET counts from 1, as reference
      * modification does.
      *--------------------------------------------------
       01  QUERY-FIELD-RECORD.
           05  QF-LAYOUT             PIC X(8).
           05  FILLER                PIC X.
           05  QF-FIELD-NAME         PIC X(20).
           05  FILLER                PIC X.
           05  QF-OFFSET             PIC 9(3).
           05  FILLER                PIC X.
           05  QF-LENGTH             PIC 9(3).
           05  FILLER                PIC X.
           05  QF-TYPE               PIC X.
           05  FILLER                PIC X.
           05  QF-DECIMALS           PIC 9.
           05  FILLER                PIC X.
           05  QF-TOTAL-OF-1         PIC X(20).
           05  FILLER                PIC X.
           05  QF-TOTAL-OF-2         PIC X(20).
