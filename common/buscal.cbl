      * from BUSCAL.DAT. With no calendar file, only
      * weekends are non-business days.
      *
      * The weekday and holiday rules themselves now live
      * in DATECALC, which every aging and scheduling job
      * shares; this keeps its two questions for the
      * programs already asking them, and answers both
      * from DATECALC so the two can never disagree. A
      * date that is not a valid calendar date is
      * reported as no business day, with LS-DATE-OUT
      * left as LS-DATE-IN.
      *
      * LS-CAL-ACTION    - "C" check the date, "N" return
      *                    the next business day strictly
      *                    after it.
      *                    business day.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DATECALC.

       LINKAGE SECTION.


       PROGRAM-BEGIN.

           MOVE LS-DATE-IN TO DK-FIRST-DATE.
           MOVE LS-DATE-IN TO LS-DATE-OUT.
           IF LS-CAL-ACTION = "N"
               MOVE "B" TO DK-ACTION
               MOVE 1 TO DK-DAY-COUNT
           ELSE
               MOVE "W" TO DK-ACTION
           END-IF.
           CALL "DATECALC" USING DATE-CALC-PARAMETERS.
           IF DK-DATE-OK
               MOVE DK-BUSDAY-SWITCH TO LS-BUSDAY-SWITCH
               IF LS-CAL-ACTION = "N"
                   MOVE DK-RESULT-DATE TO LS-DATE-OUT
               END-IF
           ELSE
               MOVE "N" TO LS-BUSDAY-SWITCH
           END-IF.

       PROGRAM-DONE.
           GOBACK.
