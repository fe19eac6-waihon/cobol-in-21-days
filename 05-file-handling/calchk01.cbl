      * OPERMSG.DAT alert, names the next business day,
      * and ends with return code 8 so the stream stops
      * before anything posts to a day nobody works.
      *
      * Both answers come from one call to the shared
      * DATECALC routine (one business day on from the
      * business date), and a business date that isn't a
      * valid date at all holds the stream the same way.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  MSG-FILE-STATUS       PIC XX.
       01  BUSINESS-DATE         PIC 9(8).
       COPY DATECALC.
       01  STREAM-HOLD-SWITCH    PIC X       VALUE "N".
           88  STREAM-IS-HELD                VALUE "Y".
       01  ALERT-TEXT            PIC X(40).

       PROCEDURE DIVISION.

           CALL "RUNHDR" USING "CALCHK01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           MOVE "B" TO DK-ACTION.
           MOVE BUSINESS-DATE TO DK-FIRST-DATE.
           MOVE 1 TO DK-DAY-COUNT.
           CALL "DATECALC" USING DATE-CALC-PARAMETERS.
           IF NOT DK-DATE-OK
               DISPLAY "Business date " BUSINESS-DATE
                       " is not a valid date."
               MOVE SPACES TO ALERT-TEXT
               STRING "Invalid business date " DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      "; held" DELIMITED BY SIZE
                   INTO ALERT-TEXT
               PERFORM RAISE-THE-ALERT
               MOVE "Y" TO STREAM-HOLD-SWITCH
           ELSE
           IF DK-DATE-IS-A-BUSDAY
               DISPLAY "Business date " BUSINESS-DATE
                       " is a processing day."
           ELSE
               DISPLAY "Business date " BUSINESS-DATE
                       " is NOT a processing day; next is "
                       DK-RESULT-DATE "."
               MOVE SPACES TO ALERT-TEXT
               STRING "Non-processing date " DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      "; stream held" DELIMITED BY SIZE
                   INTO ALERT-TEXT
               PERFORM RAISE-THE-ALERT
               MOVE "Y" TO STREAM-HOLD-SWITCH
           END-IF
           END-IF.
           CALL "RUNEND" USING "CALCHK01".
           IF STREAM-IS-HELD
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.
