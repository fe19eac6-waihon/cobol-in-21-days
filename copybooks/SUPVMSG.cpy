      *--------------------------------------------------
      * SUPVMSG.cpy
      * One record per supervisor per escalated operator
      * alert, appended to SUPVMSG.DAT by ALRESC01 when an
      * OPERMSG.DAT alert has stood unacknowledged past
      * the ALERTCTL.DAT limit. SV-SUPERVISOR-ID is each
      * group "9" operator on OPERCTL.DAT; the alert's own
      * raise time and text ride along, so the notice
      * reads on its own.
      *--------------------------------------------------
       01  SUPERVISOR-MESSAGE-RECORD.
           05  SV-SUPERVISOR-ID      PIC X(8).
           05  FILLER                PIC X.
           05  SV-ESCALATE-DATE      PIC 9(8).
           05  FILLER                PIC X.
           05  SV-ESCALATE-TIME      PIC 9(8).
           05  FILLER                PIC X.
           05  SV-ALERT-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  SV-ALERT-TIME         PIC 9(8).
           05  FILLER                PIC X.
           05  SV-MESSAGE-TEXT       PIC X(40).
