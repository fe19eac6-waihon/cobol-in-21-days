      *--------------------------------------------------
      * INCIDENT.cpy
      * One record per nightly run that did not finish
      * COMPLETE, on the incident register INCIDENT.DAT.
      * RUNDIG01 opens it as it writes the digest; the
      * INCWRK01 screen records the root cause, the
      * resolution and the closing operator; INCRPT01
      * reports a month of them by job and root cause so
      * repeat failures stand out.
      *
      * IN-FAILED-STEP / IN-RETURN-CODE: the job the night
      * points at first and what is known of its code --
      * "ABND" for a job that started and never wrote its
      * end stamp; ">=04" for the job named at the front
      * of the night's first operator alert (the NOTIFY
      * steps run only at 4 or over); the ADD balancing
      * sheet's own code, zero-filled, when that is the
      * only thing wrong.
      *
      * The exception and alert fields point into that
      * night's EXCLOG.DAT and OPERMSG.DAT entries: both
      * files are keyed by the run date IN-NIGHT-DATE, with
      * how many entries the night left and the time of
      * the first, so the screen can list them back.
      *
      * IN-CAUSE-CATEGORY groups root causes for the
      * monthly report: DATA (bad input data), FEED (late
      * or missing feed), PROG (program fault), CTRL
      * (control-file setting), OPER (operator action),
      * SYST (system/hardware), LOCK (concurrent run),
      * OTHR (anything else). Spaces until it is worked.
      *--------------------------------------------------
       01  INCIDENT-RECORD.
           05  IN-NIGHT-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  IN-OPENED-TIME        PIC 9(8).
           05  FILLER                PIC X.
           05  IN-STATUS             PIC X.
               88  IN-IS-OPEN                    VALUE "O".
               88  IN-IS-CLOSED                  VALUE "C".
           05  FILLER                PIC X.
           05  IN-FAILED-STEP        PIC X(8).
           05  FILLER                PIC X.
           05  IN-RETURN-CODE        PIC X(4).
           05  FILLER                PIC X.
           05  IN-INCOMPLETE-COUNT   PIC 9(3).
           05  FILLER                PIC X.
           05  IN-EXCEPTION-COUNT    PIC 9(5).
           05  FILLER                PIC X.
           05  IN-FIRST-EXC-TIME     PIC 9(8).
           05  FILLER                PIC X.
           05  IN-ALERT-COUNT        PIC 9(5).
           05  FILLER                PIC X.
           05  IN-FIRST-ALERT-TIME   PIC 9(8).
           05  FILLER                PIC X.
           05  IN-BALANCING-CODE     PIC 9(2).
           05  FILLER                PIC X.
           05  IN-CAUSE-CATEGORY     PIC X(4).
               88  IN-CAUSE-IS-VALID    VALUES "DATA" "FEED"
                                               "PROG" "CTRL"
                                               "OPER" "SYST"
                                               "LOCK" "OTHR".
           05  FILLER                PIC X.
           05  IN-ROOT-CAUSE         PIC X(40).
           05  FILLER                PIC X.
           05  IN-RESOLUTION         PIC X(40).
           05  FILLER                PIC X.
           05  IN-CLOSE-OPERATOR     PIC X(8).
           05  FILLER                PIC X.
           05  IN-CLOSE-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  IN-CLOSE-TIME         PIC 9(8).
