      *--------------------------------------------------
      * JOBREQ.cpy
      * One record per job an operator has submitted from
      * MENU05 to run later instead of launching it at the
      * console. STREAM01 picks up the waiting requests
      * that have come due and stamps each one's start,
      * end and return code back on the record.
      *
      * JQ-REQUEST-NUMBER - one higher than the highest
      *                     already on file.
      * JQ-OPERATOR-ID    - the operator who submitted it;
      *                     only they may list or cancel it
      *                     from the menu.
      * JQ-PROGRAM        - the worker program, as the
      *                     menu option named it.
      * JQ-RUN-AFTER-DATE - CCYYMMDD and HHMM; the request
      * JQ-RUN-AFTER-TIME   is not started before then.
      * JQ-PARAMETERS     - passed on the worker's command
      *                     line; spaces for none.
      * JQ-STATUS         - "W" waiting, "R" running, "D"
      *                     done, "C" cancelled by the
      *                     operator, "X" refused (the
      *                     program is no longer on the
      *                     menu).
      * JQ-START-DATE/TIME, JQ-END-DATE/TIME and
      * JQ-RETURN-CODE are zeros until filled in; a
      * cancelled or refused request carries the time it
      * was closed as its end stamp.
      *--------------------------------------------------
       01  JOB-REQUEST-RECORD.
           05  JQ-REQUEST-NUMBER     PIC 9(6).
           05  FILLER                PIC X.
           05  JQ-OPERATOR-ID        PIC X(8).
           05  FILLER                PIC X.
           05  JQ-PROGRAM            PIC X(8).
           05  FILLER                PIC X.
           05  JQ-RUN-AFTER-DATE     PIC 9(8).
           05  FILLER                PIC X.
           05  JQ-RUN-AFTER-TIME     PIC 9(4).
           05  FILLER                PIC X.
           05  JQ-PARAMETERS         PIC X(40).
           05  FILLER                PIC X.
           05  JQ-STATUS             PIC X.
               88  JQ-REQUEST-IS-WAITING         VALUE "W".
               88  JQ-REQUEST-IS-RUNNING         VALUE "R".
               88  JQ-REQUEST-IS-DONE            VALUE "D".
               88  JQ-REQUEST-IS-CANCELLED       VALUE "C".
               88  JQ-REQUEST-IS-REFUSED         VALUE "X".
           05  FILLER                PIC X.
           05  JQ-SUBMIT-DATE        PIC 9(8).
           05  FILLER                PIC X.
           05  JQ-SUBMIT-TIME        PIC 9(8).
           05  FILLER                PIC X.
           05  JQ-START-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  JQ-START-TIME         PIC 9(8).
           05  FILLER                PIC X.
           05  JQ-END-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  JQ-END-TIME           PIC 9(8).
           05  FILLER                PIC X.
           05  JQ-RETURN-CODE        PIC 9(4).
