      *--------------------------------------------------
      * ADDFPHST.cpy
      * Transaction fingerprint history for the ADDEDT01
      * duplicate check -- one record per ADDTRNP
      * transaction the pre-edit took (passed clean or
      * held for credit) on each night still inside the
      * ADDEDCTL.DAT duplicate window. The processed-feed
      * registry stops a whole file posting twice; this
      * stops the same transaction arriving again inside
      * a new file, the way a resent batch with a few
      * extra records on the end would.
      *
      * FN-FEED-DATE is the business date of the night and
      * FN-RECORD-NUMBER the transaction's place in that
      * night's feed, so a duplicate can be traced to the
      * record it repeats. The pre-edit rewrites the file
      * each night, dropping nights past the window.
      *
      * FN-INTRADAY-RUN is the intraday run number for a
      * transaction an intraday pre-edit took, spaces for
      * one taken at night, so the day's later runs and
      * the night still measure against it. Trailing;
      * older rows read in as spaces.
      *--------------------------------------------------
       01  ADD-FINGERPRINT-RECORD.
           05  FN-FEED-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  FN-RECORD-NUMBER      PIC 9(7).
           05  FILLER                PIC X.
           05  FN-CUSTOMER           PIC X(10).
           05  FILLER                PIC X.
           05  FN-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  FN-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  FN-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  FN-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  FN-FIRST-NUMBER       PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  FN-SECOND-NUMBER      PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  FN-INTRADAY-RUN       PIC X(03).
