      *
      * NT-ACTION: "A" add, "C" change (address fields
      * replace the record's), "D" delete (address fields
      * ignored), "T" typed address -- a NAMETADR.DAT
      * mailing, billing or shipping address for the
      * named customer, of NT-ADDR-TYPE and in force from
      * NT-EFFECTIVE-DATE (CCYYMMDD; spaces means the run
      * date). A "T" with a blank address drops that type
      * back to the master address. The two trailing
      * fields are only read for a "T".
      *--------------------------------------------------
       01  NAME-MAINT-RECORD.
           05  NT-ACTION             PIC X.
           05  NT-STATE              PIC X(02).
           05  FILLER                PIC X.
           05  NT-ZIP                PIC X(09).
           05  FILLER                PIC X.
           05  NT-ADDR-TYPE          PIC X.
           05  FILLER                PIC X.
           05  NT-EFFECTIVE-DATE     PIC X(08).
