      *--------------------------------------------------
      * GLXACK.cpy
      * One acknowledgment per GL transmission, as the
      * corporate ledger sends them back in GLXACK.DAT:
      * the file sequence number it received, "A" accepted
      * or "R" rejected, the date it decided, the record
      * count and hash total it counted on receipt, and
      * for a rejection its reason. GLXACK01 matches each
      * to the GLXREG register by sequence number.
      *--------------------------------------------------
       01  GL-TRANSMIT-ACK-RECORD.
           05  XA-SEQUENCE-NO        PIC 9(6).
           05  FILLER                PIC X.
           05  XA-ACK-STATUS         PIC X.
           05  FILLER                PIC X.
           05  XA-ACK-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  XA-RECORD-COUNT       PIC 9(7).
           05  FILLER                PIC X.
           05  XA-HASH-TOTAL         PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  XA-REASON             PIC X(30).
