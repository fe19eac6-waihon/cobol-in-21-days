      *--------------------------------------------------
      * GLXACKCT.cpy
      * Control record for GLXACK01: how many business
      * days a GL transmission may wait for corporate's
      * acknowledgment before the operations floor is
      * alerted through OPERMSG.DAT. Read from
      * GLXACKCT.DAT so the allowance can be tuned without
      * a recompile; with no file it is three days.
      *--------------------------------------------------
       01  GL-ACK-CONTROL-RECORD.
           05  XK-OVERDUE-DAYS       PIC 9(3).
