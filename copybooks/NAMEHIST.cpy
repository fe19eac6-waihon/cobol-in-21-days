      * record's removal also lands here as a delete. An
      * add carries spaces as its before image, a delete
      * spaces as its after image. The images are the
      * first 81 bytes of NAME-MASTER-RECORD laid flat; the
      * master's returned-mail fields (NM-MAIL-STATUS on)
      * came later and ride at the end of the record as
      * HS-BEFORE-MAIL and HS-AFTER-MAIL, so history
      * written before them still reads in, with spaces.
      *
      * HS-ACTION: "A" add, "C" change, "D" delete, "L"
      * letter sent.
      *
      * A letter is not a change: NAMLTR01 writes an "L"
      * record for each notice letter it merges, with the
      * record as it stood when the letter went as both
      * images and the template's name in HS-LETTER-NAME,
      * so the customer's history shows what was sent to
      * them and when. Trailing, like the mail images;
      * spaces on every other action.
      *--------------------------------------------------
       01  NAME-HISTORY-RECORD.
           05  HS-RUN-DATE           PIC 9(8).
           05  HS-BEFORE-IMAGE       PIC X(81).
           05  FILLER                PIC X.
           05  HS-AFTER-IMAGE        PIC X(81).
           05  FILLER                PIC X.
           05  HS-BEFORE-MAIL        PIC X(29).
           05  FILLER                PIC X.
           05  HS-AFTER-MAIL         PIC X(29).
           05  FILLER                PIC X.
           05  HS-LETTER-NAME        PIC X(08).
