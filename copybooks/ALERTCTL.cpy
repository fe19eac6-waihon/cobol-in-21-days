      *--------------------------------------------------
      * ALERTCTL.cpy
      * Control card for operator-alert escalation: how
      * many minutes an OPERMSG.DAT alert may stand
      * unacknowledged before ALRESC01 escalates it to the
      * supervisor group (OPERCTL.DAT operators in
      * authorization group "9"). With no card, or a card
      * that isn't numeric, the limit is 30 minutes.
      *--------------------------------------------------
       01  ALERT-CONTROL-RECORD.
           05  AE-ESCALATE-MINUTES   PIC 9(4).
