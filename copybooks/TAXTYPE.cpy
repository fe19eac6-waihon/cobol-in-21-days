      *--------------------------------------------------
      * TAXTYPE.cpy
      * One record per transaction type saying whether a
      * pair of that TT-TRANS-TYPE is a taxable sale.
      * XT-TAXABLE-FLAG "Y" taxable; anything else, or no
      * row at all, exempt -- so a type only starts
      * charging tax once the tax department has said so.
      *--------------------------------------------------
       01  TAXABLE-TYPE-RECORD.
           05  XT-TRANS-TYPE         PIC X(02).
           05  FILLER                PIC X.
           05  XT-TAXABLE-FLAG       PIC X.
