      * archive-catalog-purge housekeeping the logs
      * already get. RPRINT01 reprints any cataloged copy
      * by report and date.
      *
      * RECSUS01's RECRPT.DAT access recertification
      * report is kept with the rest, so audit has every
      * night's copy and not just the latest.
      *
      * So are NAMLTR01's NAMELTR.DAT notice letters, so
      * customer service can reprint a letter as it was
      * sent.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               VALUE "GLPOST  GLPOST01GLPOST.DAT  ".
           05  FILLER             PIC X(28)
               VALUE "RUNTRD  RUNTRD01RUNTRD.DAT  ".
           05  FILLER             PIC X(28)
               VALUE "RECRPT  RECSUS01RECRPT.DAT  ".
           05  FILLER             PIC X(28)
               VALUE "NAMELTR NAMLTR01NAMELTR.DAT ".
       01  REPORT-LIST REDEFINES REPORT-LIST-TABLE.
           05  REPORT-LIST-ENTRY OCCURS 9 TIMES.
               10  RL-REPORT-NAME     PIC X(8).
               10  RL-JOB-NAME        PIC X(8).
               10  RL-LIVE-NAME       PIC X(12).
           ELSE
               PERFORM SPOOL-ONE-REPORT
                   VARYING REPORT-SLOT FROM 1 BY 1
                   UNTIL REPORT-SLOT > 9
               PERFORM PURGE-THE-OLD-COPIES
               PERFORM SAVE-THE-CATALOG
               DISPLAY "Reports cataloged: " KEPT-COUNT
