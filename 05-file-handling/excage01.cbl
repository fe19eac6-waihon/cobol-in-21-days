      * the still-open items (disposition "O" or spaces)
      * and shows the oldest one's days outstanding, so
      * the category quietly aging in a corner stands out.
      *
      * Days outstanding are counted by the shared
      * DATECALC routine from the suite business date
      * (BUSDATE), as SUSAGE01 and ARAGE01 count them. An
      * item dated with something that isn't a valid date
      * ages as 99999 days, so its category tops the
      * report instead of hiding.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FILE-END-SWITCH       PIC X.
           88  NO-MORE-FILE-RECORDS          VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  AGE-DAYS              PIC S9(5).
       01  ITEM-DATE             PIC 9(8).
       01  ITEM-DISPOSITION      PIC X.
               VALUE "Total open exceptions:".
           05  AT-OPEN-COUNT      PIC ZZZZ9.

       COPY DATECALC.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "EXCAGE01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM AGE-THE-EXCEPTION-LOG.
           PERFORM AGE-THE-RANGE-EXCEPTIONS.
           PERFORM AGE-THE-DATE-EXCEPTIONS.
       AGE-ONE-ITEM.
           IF ITEM-DISPOSITION = "O" OR ITEM-DISPOSITION = SPACE
               ADD 1 TO TOTAL-OPEN-COUNT
               MOVE "C" TO DK-ACTION
               MOVE ITEM-DATE TO DK-FIRST-DATE
               MOVE BUSINESS-DATE TO DK-SECOND-DATE
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF DK-DATE-OK
                   MOVE DK-DAY-COUNT TO AGE-DAYS
               ELSE
                   MOVE 99999 TO AGE-DAYS
               END-IF
               PERFORM TALLY-THE-CATEGORY
           END-IF.

