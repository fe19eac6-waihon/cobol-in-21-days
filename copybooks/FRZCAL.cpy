      *--------------------------------------------------
      * FRZCAL.cpy
      * One row per change-freeze window per thing it
      * covers, on the freeze calendar FRZCAL.DAT. Around
      * month-end and year-end close a control-file edit
      * or a master change promoted mid-close has forced
      * reruns; the shared FRZCHK routine reads this
      * before any control-file promotion or master
      * maintenance and refuses the change inside a
      * window.
      *
      * FC-START-DATE/TIME to FC-END-DATE/TIME: the window,
      * CCYYMMDD and HHMM, both ends inclusive.
      * FC-LEVEL: "F" full freeze -- no change at all;
      * "E" emergency changes only -- a change goes ahead
      * only as a declared emergency with a reason and a
      * DUALAUTH second-operator override.
      * FC-COVERED: the file or master the change is to
      * (GLACCT, RANGECTL, JACKMSG, NAMEMAST, OPERCTL ...),
      * or the program making it (CTLMNT01, NAMBAT01 ...),
      * or *ALL for everything FRZCHK guards. Where rows
      * for the same moment disagree, a full freeze wins.
      * FC-WINDOW-NAME names the window on the log and on
      * the FRZRPT01 freeze-exceptions report.
      *--------------------------------------------------
       01  FREEZE-CALENDAR-RECORD.
           05  FC-START-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  FC-START-TIME         PIC 9(4).
           05  FILLER                PIC X.
           05  FC-END-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  FC-END-TIME           PIC 9(4).
           05  FILLER                PIC X.
           05  FC-LEVEL              PIC X.
               88  FC-FULL-FREEZE                VALUE "F".
               88  FC-EMERGENCY-ONLY             VALUE "E".
           05  FILLER                PIC X.
           05  FC-COVERED            PIC X(8).
           05  FILLER                PIC X.
           05  FC-WINDOW-NAME        PIC X(20).
