      * printed with its GLCHART.DAT description, so
      * whoever chases the discrepancy starts from named
      * accounts instead of the paper decode list.
      *
      * ADD07 now posts sales tax to the extract alongside
      * the sales, so a trailer's CT-TAX-TOTAL is added to
      * its side of the tie; trailers from before the tax
      * carry spaces there and add nothing.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   END-IF
                   PERFORM FIND-THE-NIGHT-COMPANY
                   ADD CT-GRAND-TOTAL TO NC-ADDCTL-TOTAL (NC-IDX)
                   IF CT-TAX-TOTAL IS NUMERIC
                       ADD CT-TAX-TOTAL TO NC-ADDCTL-TOTAL (NC-IDX)
                   END-IF
                   PERFORM READ-THE-NEXT-ADDCTL-LINE
               END-PERFORM
           END-IF.
