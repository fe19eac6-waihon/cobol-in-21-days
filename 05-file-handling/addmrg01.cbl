      * and writes the combined ADDCTL.DAT the same way --
      * one record per company, exactly what a single
      * serial run would have left.
      *
      * Each company's sales tax (CT-TAX-TOTAL) is summed
      * across the pieces the same way; a piece trailer
      * without one adds nothing.
      *
      * A company's trailer is now one record per upstream
      * source (CT-SOURCE-ID), and the merge keeps them
      * apart the same way, summing per company and source
      * across the pieces.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           CT-RECORD-COUNT BY PC-RECORD-COUNT
                           CT-GRAND-TOTAL BY PC-GRAND-TOTAL
                           CT-NEGATIVE-COUNT BY PC-NEGATIVE-COUNT
                           CT-COMPANY BY PC-COMPANY
                           CT-TAX-TOTAL BY PC-TAX-TOTAL
                           CT-SOURCE-ID BY PC-SOURCE-ID.

       FD  PIECE-EXTRACT-FILE.
       COPY GLEXTR REPLACING GL-EXTRACT-RECORD
       01  TRAILER-END-SWITCH    PIC X.
           88  NO-MORE-TRAILERS              VALUE "Y".
       01  WORK-COMPANY          PIC X(2).
       01  MERGE-COMPANY-COUNT   PIC 9(3)    VALUE ZERO.
       01  MERGE-COMPANY-TABLE.
           05  MERGE-COMPANY-ENTRY OCCURS 1 TO 100 TIMES
                                    DEPENDING ON MERGE-COMPANY-COUNT
                                    INDEXED BY MC-IDX.
               10  MM-COMPANY          PIC X(2).
               10  MM-SOURCE-ID        PIC X(4).
               10  MM-RECORD-COUNT     PIC 9(7).
               10  MM-GRAND-TOTAL      PIC S9(7)V99.
               10  MM-NEGATIVE-COUNT   PIC 9(7).
               10  MM-TAX-TOTAL        PIC S9(7)V99.
       01  MC-FOUND-SWITCH       PIC X.
           88  MERGE-COMPANY-WAS-FOUND       VALUE "Y".

               SET MC-IDX TO 1
               SEARCH MERGE-COMPANY-ENTRY
                   WHEN MM-COMPANY (MC-IDX) = WORK-COMPANY
                    AND MM-SOURCE-ID (MC-IDX) = PC-SOURCE-ID
                       MOVE "Y" TO MC-FOUND-SWITCH
               END-SEARCH
           END-IF.
               ADD 1 TO MERGE-COMPANY-COUNT
               SET MC-IDX TO MERGE-COMPANY-COUNT
               MOVE WORK-COMPANY TO MM-COMPANY (MC-IDX)
               MOVE PC-SOURCE-ID TO MM-SOURCE-ID (MC-IDX)
               MOVE ZERO TO MM-RECORD-COUNT (MC-IDX)
               MOVE ZERO TO MM-GRAND-TOTAL (MC-IDX)
               MOVE ZERO TO MM-NEGATIVE-COUNT (MC-IDX)
               MOVE ZERO TO MM-TAX-TOTAL (MC-IDX)
           END-IF.
           ADD PC-RECORD-COUNT TO MM-RECORD-COUNT (MC-IDX).
           ADD PC-GRAND-TOTAL TO MM-GRAND-TOTAL (MC-IDX).
           ADD PC-NEGATIVE-COUNT TO MM-NEGATIVE-COUNT (MC-IDX).
           IF PC-TAX-TOTAL IS NUMERIC
               ADD PC-TAX-TOTAL TO MM-TAX-TOTAL (MC-IDX)
           END-IF.

       COPY-ONE-PIECE-EXTRACT.
           MOVE SPACES TO EXT-PIECE-PATH.
           MOVE MM-GRAND-TOTAL (MC-IDX) TO CT-GRAND-TOTAL.
           MOVE MM-NEGATIVE-COUNT (MC-IDX) TO CT-NEGATIVE-COUNT.
           MOVE MM-COMPANY (MC-IDX) TO CT-COMPANY.
           MOVE MM-TAX-TOTAL (MC-IDX) TO CT-TAX-TOTAL.
           MOVE MM-SOURCE-ID (MC-IDX) TO CT-SOURCE-ID.
           WRITE ADD-CONTROL-TRAILER.
