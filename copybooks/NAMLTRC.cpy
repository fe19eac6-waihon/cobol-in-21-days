      *--------------------------------------------------
      * NAMLTRC.cpy
      * Control card for the NAMLTR01 customer notice
      * letter run (NAMLTRC.DAT, one record), keyed by
      * customer service for each mailing.
      *
      * LT-TEMPLATE-NAME  - the letter template, read from
      *                     the file of that name plus
      *                     ".DAT" (LTRHOLD reads
      *                     LTRHOLD.DAT). Templates are
      *                     message files like JACKMSG.DAT,
      *                     staged and promoted by MSGVAL01.
      * LT-SELECTION      - who gets the letter:
      *                     "C" the customers listed on
      *                     NAMLTRS.DAT; "S" every customer
      *                     in LT-STATE; "F" every customer
      *                     flagged on LT-FLAG-FILE, a file
      *                     another run wrote whose lines
      *                     begin with a customer number.
      * LT-FLAG-POSITION, - for "F", the column of the
      * LT-FLAG-VALUE       flag on each line and the value
      *                     that selects it (NAMECRED.DAT,
      *                     column 20, "H" for the
      *                     customers on credit hold). Zero
      *                     takes every line that begins
      *                     with a customer number.
      * LT-AMOUNT         - the amount merged into the
      *                     letter where a NAMLTRS.DAT line
      *                     carries none of its own.
      * LT-LINES-PER-PAGE - lines on each letter page,
      *                     heading included. Zero for 50.
      *--------------------------------------------------
       01  LETTER-CONTROL-RECORD.
           05  LT-TEMPLATE-NAME      PIC X(08).
           05  FILLER                PIC X.
           05  LT-SELECTION          PIC X.
               88  LT-BY-CUSTOMER-LIST           VALUE "C".
               88  LT-BY-STATE                   VALUE "S".
               88  LT-BY-FLAG-FILE               VALUE "F".
           05  FILLER                PIC X.
           05  LT-STATE              PIC X(02).
           05  FILLER                PIC X.
           05  LT-FLAG-FILE          PIC X(12).
           05  FILLER                PIC X.
           05  LT-FLAG-POSITION      PIC 9(3).
           05  FILLER                PIC X.
           05  LT-FLAG-VALUE         PIC X.
           05  FILLER                PIC X.
           05  LT-AMOUNT             PIC 9(7)V99.
           05  FILLER                PIC X.
           05  LT-LINES-PER-PAGE     PIC 9(2).
