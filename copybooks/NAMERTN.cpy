      *--------------------------------------------------
      * NAMERTN.cpy
      * One returned-mail transaction per piece the post
      * office sent back, keyed by the customer number
      * printed on the label or statement. The mail room
      * keys a day's returns into NAMERTN.DAT and NAMRTN01
      * flags each customer's address undeliverable on the
      * name master -- the batch twin of HELLO06's
      * R)eturned prompt.
      *
      * RT-RETURN-DATE is CCYYMMDD; spaces means the day
      * the batch runs. RT-RETURN-REASON is the post
      * office's endorsement as the mail room read it
      * ("MOVED NO FORWARD", "NO SUCH STREET", ...).
      *--------------------------------------------------
       01  NAME-RETURN-RECORD.
           05  RT-CUST-NO            PIC X(06).
           05  FILLER                PIC X.
           05  RT-RETURN-DATE        PIC X(08).
           05  FILLER                PIC X.
           05  RT-RETURN-REASON      PIC X(20).
