      *--------------------------------------------------
      * GLXRTQ.cpy
      * One record per rejected GL transmission queued for
      * retransmission -- the sequence number and when and
      * by whom it was queued. GLXRTQ01 appends to
      * GLXRTQ.DAT at the console; the nightly GLXACK01
      * step sends each queued sequence again from its
      * archived envelope, under the same number, and
      * empties the queue.
      *--------------------------------------------------
       01  GL-RETRANSMIT-QUEUE-RECORD.
           05  RQ-SEQUENCE-NO        PIC 9(6).
           05  FILLER                PIC X.
           05  RQ-QUEUED-DATE        PIC 9(8).
           05  FILLER                PIC X.
           05  RQ-QUEUED-TIME        PIC 9(8).
           05  FILLER                PIC X.
           05  RQ-OPERATOR-ID        PIC X(8).
