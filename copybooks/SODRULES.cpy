      *--------------------------------------------------
      * SODRULES.cpy
      * One segregation-of-duties rule per record: two
      * sides one operator must not hold together, read
      * from SODRULES.DAT by SODRPT01.
      *
      * SG-RULE-ID      - short name the report quotes.
      * SG-FIRST-PROGRAM/SG-SECOND-PROGRAM - the program
      *                   each side is about; "*ANY" on
      *                   one side means any menu program
      *                   other than the one on the other
      *                   side (ordinary menu use).
      * SG-FIRST-ROLE/SG-SECOND-ROLE - "R" running the
      *                   program (a menu pick, or asking
      *                   DUALAUTH for an override in it);
      *                   "A" approving a DUALAUTH
      *                   override in it.
      * SG-DESCRIPTION  - what the rule guards, for the
      *                   report.
      *--------------------------------------------------
       01  SOD-RULE-RECORD.
           05  SG-RULE-ID            PIC X(6).
           05  FILLER                PIC X.
           05  SG-FIRST-PROGRAM      PIC X(8).
           05  FILLER                PIC X.
           05  SG-FIRST-ROLE         PIC X.
           05  FILLER                PIC X.
           05  SG-SECOND-PROGRAM     PIC X(8).
           05  FILLER                PIC X.
           05  SG-SECOND-ROLE        PIC X.
           05  FILLER                PIC X.
           05  SG-DESCRIPTION        PIC X(40).
