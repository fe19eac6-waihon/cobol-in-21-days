      * so a "we never got file 0847" call from the
      * corporate side is answered from this register in
      * one lookup instead of a dig through archives.
      *
      * The trailing fields follow the transmission after
      * it leaves. XR-ACK-STATUS is "P" while corporate's
      * acknowledgment is pending, then "A" accepted or
      * "R" rejected as GLXACK01 matches it, with the
      * acknowledgment's date and reason; spaces on rows
      * cut before acknowledgments were tracked.
      * XR-MISMATCH-FLAG records a receipt that disagreed
      * with what was sent: "C" record count, "H" hash
      * total, "B" both. XR-RETRANSMIT-COUNT and -DATE
      * count the times the same sequence was sent again
      * and the latest, since a retransmission keeps its
      * original number and row.
      *--------------------------------------------------
       01  GL-TRANSMIT-REGISTER-RECORD.
           05  XR-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  XR-HASH-TOTAL         PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  XR-ACK-STATUS         PIC X.
           05  FILLER                PIC X.
           05  XR-ACK-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  XR-ACK-REASON         PIC X(30).
           05  FILLER                PIC X.
           05  XR-MISMATCH-FLAG      PIC X.
           05  FILLER                PIC X.
           05  XR-RETRANSMIT-COUNT   PIC 9(2).
           05  FILLER                PIC X.
           05  XR-RETRANSMIT-DATE    PIC 9(8).
