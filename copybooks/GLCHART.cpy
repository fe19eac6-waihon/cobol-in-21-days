      * account GLACCT.DAT names is real before a night
      * posts to it.
      *
      * CH-ACCOUNT-TYPE: "A"sset, "L"iability, e"Q"uity,
      * "I"ncome, "E"xpense. CH-ACTIVE-FLAG: "A" active, "I" inactive
      * -- an inactive account stays on the chart so old
      * extracts still decode, but GLACCT.DAT may not
      * route new postings to it.
      *
      * CH-COMPANY names the legal entity whose books the
      * account belongs to, so the trial balance can prove
      * each company's ledger balances on its own. A
      * trailing field; rows written before it existed
      * read in as spaces and belong to the default
      * company "01".
      *--------------------------------------------------
       01  GL-CHART-RECORD.
           05  CH-ACCOUNT            PIC 9(6).
           05  CH-ACCOUNT-TYPE       PIC X.
           05  FILLER                PIC X.
           05  CH-ACTIVE-FLAG        PIC X.
           05  FILLER                PIC X.
           05  CH-COMPANY            PIC X(02).
