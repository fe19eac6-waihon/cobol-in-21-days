      *--------------------------------------------------
      * FRZLOG.cpy
      * One record per change attempted inside a change-
      * freeze window, appended to FRZLOG.DAT by the
      * shared FRZCHK routine -- which job, which file or
      * master, who asked, and what became of it -- the
      * trail the FRZRPT01 freeze-exceptions report lists
      * after close. Changes outside every window are not
      * logged.
      *
      * FL-RESULT: "E" went ahead as an emergency change,
      * with FL-APPROVER-ID the DUALAUTH second operator
      * and FL-REASON the reason given; "R" refused, a
      * full freeze; "D" refused, an emergency-only window
      * and the change was not declared an emergency, had
      * no reason, or was not approved.
      *--------------------------------------------------
       01  FREEZE-LOG-RECORD.
           05  FL-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  FL-RUN-TIME           PIC 9(8).
           05  FILLER                PIC X.
           05  FL-JOB-NAME           PIC X(8).
           05  FILLER                PIC X.
           05  FL-TARGET-NAME        PIC X(8).
           05  FILLER                PIC X.
           05  FL-REQUESTER-ID       PIC X(8).
           05  FILLER                PIC X.
           05  FL-APPROVER-ID        PIC X(8).
           05  FILLER                PIC X.
           05  FL-RESULT             PIC X.
               88  FL-WAS-EMERGENCY              VALUE "E".
               88  FL-WAS-REFUSED                VALUE "R".
               88  FL-WAS-DECLINED               VALUE "D".
           05  FILLER                PIC X.
           05  FL-WINDOW-NAME        PIC X(20).
           05  FILLER                PIC X.
           05  FL-REASON             PIC X(40).
