      * total of the amounts, so the receiver can verify
      * the file arrived complete. The "D" and "T" views
      * REDEFINE the header detail.
      *
      * The detail view is 80 bytes, wide enough for the
      * whole extract line now that it carries the
      * intercompany reference; the header and trailer
      * views are padded to match.
      *--------------------------------------------------
       01  GL-TRANSMIT-RECORD.
           05  XM-RECORD-TYPE        PIC X.
               10  XM-BUSINESS-DATE      PIC 9(8).
               10  FILLER                PIC X.
               10  XM-SEQUENCE-NO        PIC 9(6).
               10  FILLER                PIC X(56).
           05  XM-DETAIL-IMAGE REDEFINES XM-HEADER-DETAIL
                                     PIC X(80).
           05  XM-TRAILER-DETAIL REDEFINES XM-HEADER-DETAIL.
               10  XM-RECORD-COUNT       PIC 9(7).
               10  FILLER                PIC X.
               10  XM-HASH-TOTAL         PIC S9(13)V99
                                          SIGN IS TRAILING SEPARATE.
               10  FILLER                PIC X(56).
