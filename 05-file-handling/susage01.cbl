      * review sees the backlog burning down, or not.
      * Corrected, recycled, and written-off items are
      * counted in the summary but not listed.
      *
      * Days outstanding are counted by the shared
      * DATECALC routine from the suite business date
      * (BUSDATE), the same count EXCAGE01 and ARAGE01
      * make, so a rerun the next morning shows the ages
      * the stream would have shown. An item whose entry
      * date isn't a valid date is listed in the oldest
      * band with 99999 days, where someone will look.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  SUSPENSE-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-SUSPENSE-RECORDS      VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  AGE-DAYS              PIC S9(5).

       COPY DATECALC.

       01  OPEN-COUNT            PIC 9(5)    VALUE ZERO.
       01  CLOSED-COUNT          PIC 9(5)    VALUE ZERO.
       01  WEEK-BAND-COUNT       PIC 9(5)    VALUE ZERO.
       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "SUSAGE01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           OPEN OUTPUT AGING-REPORT-FILE.
           ACCEPT AH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE AGING-HEADING-1 TO AGING-REPORT-LINE.
       AGE-ONE-SUSPENSE-ITEM.
           IF SS-DISPOSITION = "O" OR SS-DISPOSITION = SPACE
               ADD 1 TO OPEN-COUNT
               MOVE "C" TO DK-ACTION
               MOVE SS-RUN-DATE TO DK-FIRST-DATE
               MOVE BUSINESS-DATE TO DK-SECOND-DATE
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF DK-DATE-OK
                   MOVE DK-DAY-COUNT TO AGE-DAYS
               ELSE
                   MOVE 99999 TO AGE-DAYS
               END-IF
               PERFORM TALLY-THE-AGING-BAND
               PERFORM WRITE-ONE-AGING-LINE
           ELSE
