      * dataset the operations floor watches overnight, so
      * a failed step is found out about during the night
      * instead of at shift start.
      *
      * The acknowledgement and escalation fields trail
      * the message, so every program that raises an
      * alert (each one clears the record to spaces
      * first) still writes it unacknowledged without a
      * change. MENU05 shows each unacknowledged alert
      * after sign-on and stamps OM-ACK-STATUS "A" with
      * the operator and the time; ALRESC01 marks an alert
      * left unacknowledged too long OM-ESCALATED "Y", with
      * the time it went to the supervisors. The stamp
      * fields are spaces until they are filled in.
      *--------------------------------------------------
       01  OPERATOR-MESSAGE-RECORD.
           05  OM-RUN-DATE           PIC 9(8).
           05  OM-RUN-TIME           PIC 9(8).
           05  FILLER                PIC X.
           05  OM-MESSAGE-TEXT       PIC X(40).
           05  FILLER                PIC X.
           05  OM-ACK-STATUS         PIC X.
               88  OM-ALERT-IS-ACKNOWLEDGED      VALUE "A".
           05  FILLER                PIC X.
           05  OM-ACK-OPERATOR       PIC X(8).
           05  FILLER                PIC X.
           05  OM-ACK-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  OM-ACK-TIME           PIC 9(8).
           05  FILLER                PIC X.
           05  OM-ESCALATED          PIC X.
               88  OM-ALERT-IS-ESCALATED         VALUE "Y".
           05  FILLER                PIC X.
           05  OM-ESCALATE-DATE      PIC 9(8).
           05  FILLER                PIC X.
           05  OM-ESCALATE-TIME      PIC 9(8).
