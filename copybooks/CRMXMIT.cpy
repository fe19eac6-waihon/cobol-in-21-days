      *--------------------------------------------------
      * CRMXMIT.cpy
      * The envelope the CRM system receives the nightly
      * customer-change extract in, on the GLXMIT.cpy
      * model: one "H" header with sender, business date,
      * file sequence number, and the NAMEHIST.DAT window
      * the file covers; one "D" record per customer
      * changed in that window; one "T" trailer with the
      * record count, so the receiver can verify the file
      * arrived complete. The "D" and "T" views REDEFINE
      * the header detail.
      *
      * CX-FROM-STAMP and CX-THRU-STAMP are history run
      * date and time run together (CCYYMMDDHHMMSScc);
      * the file holds changes after the first, up to and
      * including the second.
      *
      * A detail carries the customer's latest action in
      * the window -- "A" add, "C" change, "D" delete --
      * and the full 110-byte name master image after it.
      * A delete carries the image as it stood before the
      * delete, so the CRM side knows whom to drop. A
      * customer added and then changed in the same window
      * goes as one "A" with the final image.
      *--------------------------------------------------
       01  CRM-TRANSMIT-RECORD.
           05  CX-RECORD-TYPE        PIC X.
           05  FILLER                PIC X.
           05  CX-HEADER-DETAIL.
               10  CX-SENDER-ID          PIC X(8).
               10  FILLER                PIC X.
               10  CX-BUSINESS-DATE      PIC 9(8).
               10  FILLER                PIC X.
               10  CX-SEQUENCE-NO        PIC 9(6).
               10  FILLER                PIC X.
               10  CX-FROM-STAMP         PIC 9(16).
               10  FILLER                PIC X.
               10  CX-THRU-STAMP         PIC 9(16).
               10  FILLER                PIC X(61).
           05  CX-CHANGE-DETAIL REDEFINES CX-HEADER-DETAIL.
               10  CX-ACTION             PIC X.
               10  FILLER                PIC X.
               10  CX-CUST-NO            PIC X(6).
               10  FILLER                PIC X.
               10  CX-AFTER-IMAGE        PIC X(110).
           05  CX-TRAILER-DETAIL REDEFINES CX-HEADER-DETAIL.
               10  CX-RECORD-COUNT       PIC 9(7).
               10  FILLER                PIC X(112).
