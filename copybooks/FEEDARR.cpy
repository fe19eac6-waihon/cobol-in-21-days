      *--------------------------------------------------
      * FEEDARR.cpy
      * The feed arrival register, FEEDARR.DAT -- one row
      * per inbound feed per business date, appended by
      * the FEDMON01 arrival monitor when it first sees the
      * night's copy of the file, or when the feed's
      * cutoff passes with no new copy in place.
      *
      * FA-ARRIVAL-DATE/TIME is the file's own last-written
      * stamp, not the time the monitor happened to look,
      * so a feed is judged on when the sender delivered
      * it. FA-MINUTES-LATE is measured from the close of
      * the delivery window. A feed that misses its cutoff
      * and then turns up later gets a second row, "A",
      * for the same business date; the later row stands.
      *
      * FA-SAME-AS-PRIOR "Y" marks a new copy whose size
      * and record count match the feed's previous
      * arrival exactly -- a sender re-sending yesterday's
      * data under a new stamp.
      *--------------------------------------------------
       01  FEED-ARRIVAL-RECORD.
           05  FA-BUSINESS-DATE      PIC 9(8).
           05  FILLER                PIC X.
           05  FA-FEED-NAME          PIC X(12).
           05  FILLER                PIC X.
           05  FA-SENDER             PIC X(8).
           05  FILLER                PIC X.
           05  FA-ARRIVAL-STATUS     PIC X.
               88  FA-ARRIVED-ON-TIME            VALUE "O".
               88  FA-ARRIVED-LATE               VALUE "L".
               88  FA-ARRIVED-AFTER-CUTOFF       VALUE "A".
               88  FA-MISSED-THE-CUTOFF          VALUE "M".
               88  FA-LEFT-UNCHANGED             VALUE "U".
               88  FA-FEED-HAS-ARRIVED           VALUE "O" "L" "A".
           05  FILLER                PIC X.
           05  FA-ARRIVAL-DATE       PIC 9(8).
           05  FILLER                PIC X.
           05  FA-ARRIVAL-TIME       PIC 9(6).
           05  FILLER                PIC X.
           05  FA-MINUTES-LATE       PIC 9(4).
           05  FILLER                PIC X.
           05  FA-FILE-SIZE          PIC 9(12).
           05  FILLER                PIC X.
           05  FA-RECORD-COUNT       PIC 9(7).
           05  FILLER                PIC X.
           05  FA-SAME-AS-PRIOR      PIC X.
