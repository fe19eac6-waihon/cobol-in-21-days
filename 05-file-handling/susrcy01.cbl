      * the suspense file -- the same load-table/save-file
      * pattern HELLO06 uses for its master. Open and
      * written-off items are carried through untouched.
      *
      * Each recycled item is stamped with the business
      * date it went back into the feed, so the night's
      * ADD control balancing can account for the part of
      * ADDTRNP that came out of suspense rather than from
      * the sender.
      *
      * The item goes back under the effective date it
      * first came in with, kept as SS-EFFECTIVE-DATE,
      * so the pre-edit checks that date's period again;
      * an item whose period has closed since is rejected
      * there. Items held before the date was kept post
      * on the night they are recycled.
      *
      * It goes back as source RCYC, the night's own
      * recycled pairs on the ADDSRC.DAT source registry,
      * loose rather than between a header and trailer:
      * the sender's block it came in on balanced the
      * night it first arrived.
      *
      * What SUSGL01 posted to the ledger for each item is
      * carried through the rewrite untouched; the item
      * flipped to "R" here is cleared from the suspense
      * account by SUSGL01 the same night, once ADD07 has
      * opened the night's extract.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  SP-DISPOSITION      PIC X.
               10  SP-CUSTOMER         PIC X(10).
               10  SP-COMPANY          PIC X(02).
               10  SP-RECYCLE-DATE     PIC X(08).
               10  SP-GL-POSTING       PIC X(53).
               10  SP-EFFECTIVE-DATE   PIC X(08).

       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  RECYCLED-COUNT        PIC 9(4)    VALUE ZERO.
       01  BUSINESS-DATE         PIC 9(8).
       01  EXC-JOB-NAME          PIC X(8)    VALUE "SUSRCY01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).
       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "SUSRCY01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM LOAD-THE-SUSPENSE-FILE.
           IF LOAD-DID-OVERFLOW
      * Recycling against a partial suspense file would
                   MOVE SS-DISPOSITION   TO SP-DISPOSITION (SP-IDX)
                   MOVE SS-CUSTOMER      TO SP-CUSTOMER (SP-IDX)
                   MOVE SS-COMPANY       TO SP-COMPANY (SP-IDX)
                   MOVE SS-RECYCLE-DATE  TO SP-RECYCLE-DATE (SP-IDX)
                   MOVE SS-GL-POSTING    TO SP-GL-POSTING (SP-IDX)
                   MOVE SS-EFFECTIVE-DATE
                       TO SP-EFFECTIVE-DATE (SP-IDX)
                   PERFORM READ-THE-NEXT-SUSPENSE-RECORD
                   END-IF
               END-PERFORM
               MOVE SP-COST-CENTER (SP-IDX)   TO TT-COST-CENTER
               MOVE SP-CUSTOMER (SP-IDX)      TO TT-CUSTOMER
               MOVE SP-COMPANY (SP-IDX)       TO TT-COMPANY
               MOVE SP-EFFECTIVE-DATE (SP-IDX)
                                              TO TT-EFFECTIVE-DATE
               MOVE "RCYC"                    TO TT-SOURCE-ID
               MOVE SPACE                     TO TT-RECORD-KIND
               MOVE ZERO                      TO TT-SOURCE-COUNT
               MOVE ZERO                      TO TT-SOURCE-HASH
               WRITE ADD-TRANSACTION-PACKED
               MOVE "R" TO SP-DISPOSITION (SP-IDX)
               MOVE BUSINESS-DATE TO SP-RECYCLE-DATE (SP-IDX)
               ADD 1 TO RECYCLED-COUNT
               MOVE "Corrected suspense item recycled" TO EXC-TEXT
               MOVE "DATA" TO EXC-CATEGORY
           MOVE SP-DISPOSITION (SP-IDX)   TO SS-DISPOSITION.
           MOVE SP-CUSTOMER (SP-IDX)      TO SS-CUSTOMER.
           MOVE SP-COMPANY (SP-IDX)       TO SS-COMPANY.
           MOVE SP-RECYCLE-DATE (SP-IDX)  TO SS-RECYCLE-DATE.
           MOVE SP-GL-POSTING (SP-IDX)    TO SS-GL-POSTING.
           MOVE SP-EFFECTIVE-DATE (SP-IDX) TO SS-EFFECTIVE-DATE.
           WRITE ADD-SUSPENSE-RECORD.
