      *--------------------------------------------------
      * CRMSEQ.cpy
      * Next-sequence control record for the outbound CRM
      * customer-change file -- CRMXMT01 stamps this number
      * on the envelope header, then increments and
      * rewrites it, the way GLSEQ.cpy numbers the GL
      * transmission. A same-day rerun reuses its original
      * number and leaves this record alone.
      *--------------------------------------------------
       01  CRM-SEQUENCE-CONTROL-RECORD.
           05  CS-NEXT-SEQUENCE      PIC 9(6).
