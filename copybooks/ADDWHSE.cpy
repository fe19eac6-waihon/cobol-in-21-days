      *--------------------------------------------------
      * ADDWHSE.cpy
      * Future-dated transaction warehouse record. The
      * ADDEDT01 pre-edit keeps a pair whose effective
      * date is after the business date out of the clean
      * feed and puts it here, in DISPLAY format with the
      * pair unpacked and its keys as submitted, the way
      * ADDAPRV.cpy keeps approval items, so it can be fed
      * back exactly as it arrived.
      *
      * WH-EFFECTIVE-DATE is the CCYYMMDD date the pair
      * belongs to; WH-RECEIVED-DATE the business date it
      * was warehoused, and WH-RECORD-NUMBER its place in
      * that feed. WH-INTRADAY-RUN is the intraday run
      * number when an intraday pre-edit warehoused it;
      * spaces when it came in at night.
      *
      * WH-STATUS: "W" waiting for its date; "R" released
      * -- set by the nightly ADDWHS01 step when it feeds
      * the pair back into ADDTRNP on the first night whose
      * business date has reached its effective date, with
      * WH-RELEASE-DATE that night.
      *--------------------------------------------------
       01  ADD-WAREHOUSE-RECORD.
           05  WH-FIRST-NUMBER       PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  WH-SECOND-NUMBER      PIC S9(7)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  WH-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  WH-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X.
           05  WH-COST-CENTER        PIC X(04).
           05  FILLER                PIC X.
           05  WH-CUSTOMER           PIC X(10).
           05  FILLER                PIC X.
           05  WH-COMPANY            PIC X(02).
           05  FILLER                PIC X.
           05  WH-EFFECTIVE-DATE     PIC 9(8).
           05  FILLER                PIC X.
           05  WH-RECEIVED-DATE      PIC 9(8).
           05  FILLER                PIC X.
           05  WH-RECORD-NUMBER      PIC 9(7).
           05  FILLER                PIC X.
           05  WH-STATUS             PIC X.
               88  WH-IS-WAITING                 VALUE "W".
               88  WH-IS-RELEASED                VALUE "R".
           05  FILLER                PIC X.
           05  WH-RELEASE-DATE       PIC 9(8).
           05  FILLER                PIC X.
           05  WH-INTRADAY-RUN       PIC X(03).
