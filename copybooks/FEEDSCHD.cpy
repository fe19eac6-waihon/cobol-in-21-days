      *--------------------------------------------------
      * FEEDSCHD.cpy
      * One control record per inbound feed the nightly
      * stream depends on -- the file, the sender who owes
      * it to us, and when it is owed. FS-WINDOW-OPEN and
      * FS-WINDOW-CLOSE (HHMM) bound the agreed delivery
      * window; a feed landing after the close but by
      * FS-CUTOFF is late, and one not in place by the
      * cutoff has missed the night. Like the JOBDDL.DAT
      * deadlines the times are on the clock of the night
      * the stream runs, so a feed delivered the evening
      * before counts as ahead of its window.
      *
      * FS-RECORD-LENGTH is the fixed record length of a
      * record-sequential feed such as ADDTRNP.DAT, whose
      * record count is its size over that length; zeros
      * mean a line-sequential feed, whose lines are
      * counted.
      *--------------------------------------------------
       01  FEED-SCHEDULE-RECORD.
           05  FS-FEED-NAME          PIC X(12).
           05  FILLER                PIC X.
           05  FS-SENDER             PIC X(8).
           05  FILLER                PIC X.
           05  FS-WINDOW-OPEN        PIC 9(4).
           05  FILLER                PIC X.
           05  FS-WINDOW-CLOSE       PIC 9(4).
           05  FILLER                PIC X.
           05  FS-CUTOFF             PIC 9(4).
           05  FILLER                PIC X.
           05  FS-RECORD-LENGTH      PIC 9(4).
