      *--------------------------------------------------
      * CRMXREG.cpy
      * One register record per CRM customer-change file
      * CRMXMT01 cuts -- the business date and time it was
      * cut, its sequence number, its record count, and
      * the NAMEHIST.DAT window it covered -- on the
      * GLXREG.cpy model. The next night's extract starts
      * where the latest row's CR-THRU-STAMP left off.
      *
      * A row is written only once its file is complete,
      * so a run that fails part way leaves the window
      * open for the next one. CR-RUN-TYPE is "N" for a
      * new file and "R" for a rerun on the same business
      * date, which re-cuts the original file under its
      * original sequence number and window.
      *--------------------------------------------------
       01  CRM-TRANSMIT-REGISTER-RECORD.
           05  CR-BUSINESS-DATE      PIC 9(8).
           05  FILLER                PIC X.
           05  CR-RUN-TIME           PIC 9(8).
           05  FILLER                PIC X.
           05  CR-SEQUENCE-NO        PIC 9(6).
           05  FILLER                PIC X.
           05  CR-RECORD-COUNT       PIC 9(7).
           05  FILLER                PIC X.
           05  CR-FROM-STAMP         PIC 9(16).
           05  FILLER                PIC X.
           05  CR-THRU-STAMP         PIC 9(16).
           05  FILLER                PIC X.
           05  CR-RUN-TYPE           PIC X.
