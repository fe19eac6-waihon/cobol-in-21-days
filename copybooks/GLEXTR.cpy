      * and belong to the default company "01".
           05  FILLER                PIC X.
           05  GX-COMPANY            PIC X(02).
      * GX-IC-REFERENCE ties the two halves of an
      * intercompany charge together: the originating
      * company's due-from line and the partner company's
      * due-to line carry the same reference. Trailing;
      * blank on every ordinary line and on lines written
      * before it existed.
           05  FILLER                PIC X.
           05  GX-IC-REFERENCE       PIC X(12).
