      *--------------------------------------------------
      * ARLBHIST.cpy
      * One record per lockbox batch ARCASH01 has applied,
      * with the bank's count and total beside what was
      * applied and left unapplied. A batch already here
      * is never applied twice.
      *--------------------------------------------------
       01  AR-LOCKBOX-HISTORY-RECORD.
           05  LH-LOCKBOX-ID         PIC X(06).
           05  FILLER                PIC X.
           05  LH-BATCH-ID           PIC X(08).
           05  FILLER                PIC X.
           05  LH-BATCH-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  LH-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X.
           05  LH-ITEM-COUNT         PIC 9(5).
           05  FILLER                PIC X.
           05  LH-BATCH-TOTAL        PIC 9(9)V99.
           05  FILLER                PIC X.
           05  LH-APPLIED-TOTAL      PIC 9(9)V99.
           05  FILLER                PIC X.
           05  LH-UNAPPLIED-TOTAL    PIC 9(9)V99.
