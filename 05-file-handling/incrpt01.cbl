       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCRPT01.
      *--------------------------------------------------
      * Monthly incident report, for the operations review.
      * RUNDIG01 opens an incident on INCIDENT.DAT for every
      * night that didn't finish COMPLETE and INCWRK01
      * records its root cause and closes it; this lists
      * the month's incidents night by night -- the failed
      * step, its return code, the root-cause category,
      * whether it is still open and who closed it -- and
      * then counts them by job and root-cause category.
      * A job and category seen more than once in the
      * month is marked REPEAT, and so is a job with more
      * than one incident of any cause, so the same failure
      * coming back stops hiding in a list of dates. An
      * incident not yet given a category counts under
      * "----".
      *
      * The month is the business date's: the job runs on
      * the month-end business day, so the report covers
      * the month being closed. The report is INCRPT.DAT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INC-FILE-STATUS.

           SELECT INCIDENT-REPORT-FILE ASSIGN TO "INCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       COPY INCIDENT.

       FD  INCIDENT-REPORT-FILE.
       01  INCIDENT-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

       01  INC-FILE-STATUS       PIC XX.

       01  INC-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-INCIDENTS             VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  BUSINESS-DATE         PIC 9(8).
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
           05  REPORT-PERIOD     PIC 9(6).
           05  FILLER            PIC 9(2).
       01  ROW-DATE              PIC 9(8).
       01  ROW-DATE-PARTS REDEFINES ROW-DATE.
           05  ROW-PERIOD        PIC 9(6).
           05  FILLER            PIC 9(2).

      * One entry per job and root-cause category.
       01  CAUSE-COUNT           PIC 9(3)    VALUE ZERO.
       01  CAUSE-TABLE.
           05  CAUSE-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON CAUSE-COUNT
                            ASCENDING KEY IS CA-SORT-KEY
                            INDEXED BY CA-IDX.
               10  CA-SORT-KEY.
                   15  CA-JOB-NAME    PIC X(8).
                   15  CA-CATEGORY    PIC X(4).
               10  CA-INCIDENTS       PIC 9(4).
               10  CA-OPEN            PIC 9(4).
       01  CAUSE-FOUND-SWITCH    PIC X.
           88  CAUSE-WAS-FOUND               VALUE "Y".
       01  ROW-CATEGORY          PIC X(4).

       01  INCIDENT-TOTAL        PIC 9(5)    VALUE ZERO.
       01  OPEN-TOTAL            PIC 9(5)    VALUE ZERO.
       01  CLOSED-TOTAL          PIC 9(5)    VALUE ZERO.
       01  REPEAT-TOTAL          PIC 9(5)    VALUE ZERO.
       01  CURRENT-JOB           PIC X(8).
       01  JOB-INCIDENTS         PIC 9(5).
       01  JOB-OPEN              PIC 9(5).
       01  JOB-CAUSE-LINES       PIC 9(3).

       01  EXC-JOB-NAME          PIC X(8)    VALUE "INCRPT01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  REPORT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "MONTHLY INCIDENT REPORT".
           COPY RUNDATE REPLACING RD-RUN-DATE BY IH-RUN-DATE.

       01  REPORT-HEADING-2.
           05  FILLER             PIC X(8)  VALUE "PERIOD: ".
           05  IH-PERIOD          PIC 9(6).

       01  DETAIL-HEADING.
           05  FILLER             PIC X(37)
               VALUE "NIGHT      STEP     RC   CAUS STATUS ".
           05  FILLER             PIC X(43)
               VALUE "CLOSED   ROOT CAUSE".

       01  INCIDENT-DETAIL-LINE.
           05  ID-NIGHT-DATE      PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-FAILED-STEP     PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-RETURN-CODE     PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-CATEGORY        PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-STATUS          PIC X(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-CLOSE-OPERATOR  PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  ID-ROOT-CAUSE      PIC X(34).

       01  CAUSE-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "INCIDENTS BY JOB AND ROOT CAUSE".

       01  CAUSE-HEADING-2.
           05  FILLER             PIC X(40)
               VALUE "JOB      CATEGORY  INCIDENTS  OPEN".

       01  CAUSE-DETAIL-LINE.
           05  CL-JOB-NAME        PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  CL-CATEGORY        PIC X(9).
           05  CL-INCIDENTS       PIC ZZZZZZZZZ9.
           05  CL-OPEN            PIC ZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CL-REPEAT          PIC X(6).

       01  INCIDENT-TOTAL-LINE.
           05  FILLER             PIC X(12) VALUE "Incidents: ".
           05  IT-INCIDENTS       PIC ZZZZ9.
           05  FILLER             PIC X(9)  VALUE "  Open: ".
           05  IT-OPEN            PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "  Closed: ".
           05  IT-CLOSED          PIC ZZZZ9.
           05  FILLER             PIC X(18)
               VALUE "  Repeat causes: ".
           05  IT-REPEATS         PIC ZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "INCRPT01".
           CALL "BUSDATE" USING BUSINESS-DATE.
           OPEN OUTPUT INCIDENT-REPORT-FILE.
           PERFORM WRITE-THE-HEADINGS.
           PERFORM REPORT-THE-MONTHS-INCIDENTS.
           IF LOAD-DID-OVERFLOW
               CLOSE INCIDENT-REPORT-FILE
               DISPLAY "The incident cause table exceeds its "
                       "limit; run abandoned."
               MOVE "Incident report cause table overflow"
                   TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               CALL "RUNEND" USING "INCRPT01"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-THE-CAUSE-SECTION
               PERFORM WRITE-THE-TOTALS
               CLOSE INCIDENT-REPORT-FILE
               DISPLAY "Incidents for " REPORT-PERIOD ": "
                       INCIDENT-TOTAL
               DISPLAY "Still open: " OPEN-TOTAL
                       "  Repeat causes: " REPEAT-TOTAL
               CALL "RUNEND" USING "INCRPT01"
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       WRITE-THE-HEADINGS.
           ACCEPT IH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE REPORT-HEADING-1 TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           MOVE REPORT-PERIOD TO IH-PERIOD.
           MOVE REPORT-HEADING-2 TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           MOVE SPACES TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           MOVE DETAIL-HEADING TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.

       REPORT-THE-MONTHS-INCIDENTS.
           OPEN INPUT INCIDENT-FILE.
           IF INC-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-INCIDENT
               PERFORM UNTIL NO-MORE-INCIDENTS
                          OR LOAD-DID-OVERFLOW
                   MOVE IN-NIGHT-DATE TO ROW-DATE
                   IF ROW-PERIOD = REPORT-PERIOD
                       PERFORM REPORT-ONE-INCIDENT
                   END-IF
                   PERFORM READ-THE-NEXT-INCIDENT
               END-PERFORM
           END-IF.
           CLOSE INCIDENT-FILE.

       READ-THE-NEXT-INCIDENT.
           READ INCIDENT-FILE
               AT END
                   MOVE "Y" TO INC-END-SWITCH
           END-READ.

       REPORT-ONE-INCIDENT.
           ADD 1 TO INCIDENT-TOTAL.
           MOVE IN-CAUSE-CATEGORY TO ROW-CATEGORY.
           IF ROW-CATEGORY = SPACES
               MOVE "----" TO ROW-CATEGORY
           END-IF.
           MOVE IN-NIGHT-DATE TO ID-NIGHT-DATE.
           MOVE IN-FAILED-STEP TO ID-FAILED-STEP.
           MOVE IN-RETURN-CODE TO ID-RETURN-CODE.
           MOVE ROW-CATEGORY TO ID-CATEGORY.
           IF IN-IS-CLOSED
               ADD 1 TO CLOSED-TOTAL
               MOVE "CLOSED" TO ID-STATUS
               MOVE IN-CLOSE-OPERATOR TO ID-CLOSE-OPERATOR
           ELSE
               ADD 1 TO OPEN-TOTAL
               MOVE "OPEN" TO ID-STATUS
               MOVE SPACES TO ID-CLOSE-OPERATOR
           END-IF.
           MOVE IN-ROOT-CAUSE TO ID-ROOT-CAUSE.
           MOVE INCIDENT-DETAIL-LINE TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           PERFORM COUNT-ONE-CAUSE.

       COUNT-ONE-CAUSE.
           MOVE "N" TO CAUSE-FOUND-SWITCH.
           IF CAUSE-COUNT > 0
               SET CA-IDX TO 1
               SEARCH CAUSE-ENTRY
                   WHEN CA-JOB-NAME (CA-IDX) = IN-FAILED-STEP
                    AND CA-CATEGORY (CA-IDX) = ROW-CATEGORY
                       MOVE "Y" TO CAUSE-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT CAUSE-WAS-FOUND
               IF CAUSE-COUNT < 200
                   ADD 1 TO CAUSE-COUNT
                   SET CA-IDX TO CAUSE-COUNT
                   MOVE IN-FAILED-STEP TO CA-JOB-NAME (CA-IDX)
                   MOVE ROW-CATEGORY TO CA-CATEGORY (CA-IDX)
                   MOVE ZERO TO CA-INCIDENTS (CA-IDX)
                   MOVE ZERO TO CA-OPEN (CA-IDX)
                   MOVE "Y" TO CAUSE-FOUND-SWITCH
               ELSE
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               END-IF
           END-IF.
           IF CAUSE-WAS-FOUND
               ADD 1 TO CA-INCIDENTS (CA-IDX)
               IF NOT IN-IS-CLOSED
                   ADD 1 TO CA-OPEN (CA-IDX)
               END-IF
           END-IF.

      * Sorted by job then category, with a total line
      * for each job once it has had more than one cause.
       WRITE-THE-CAUSE-SECTION.
           MOVE SPACES TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           MOVE CAUSE-HEADING-1 TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           MOVE CAUSE-HEADING-2 TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           IF CAUSE-COUNT > 0
               SORT CAUSE-ENTRY ASCENDING KEY CA-SORT-KEY
               MOVE CA-JOB-NAME (1) TO CURRENT-JOB
               MOVE ZERO TO JOB-INCIDENTS JOB-OPEN JOB-CAUSE-LINES
               PERFORM WRITE-ONE-CAUSE-LINE
                   VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > CAUSE-COUNT
               PERFORM WRITE-THE-JOB-TOTAL
           END-IF.

       WRITE-ONE-CAUSE-LINE.
           IF CA-JOB-NAME (CA-IDX) NOT = CURRENT-JOB
               PERFORM WRITE-THE-JOB-TOTAL
               MOVE CA-JOB-NAME (CA-IDX) TO CURRENT-JOB
               MOVE ZERO TO JOB-INCIDENTS JOB-OPEN JOB-CAUSE-LINES
           END-IF.
           ADD CA-INCIDENTS (CA-IDX) TO JOB-INCIDENTS.
           ADD CA-OPEN (CA-IDX) TO JOB-OPEN.
           ADD 1 TO JOB-CAUSE-LINES.
           MOVE CA-JOB-NAME (CA-IDX) TO CL-JOB-NAME.
           MOVE CA-CATEGORY (CA-IDX) TO CL-CATEGORY.
           MOVE CA-INCIDENTS (CA-IDX) TO CL-INCIDENTS.
           MOVE CA-OPEN (CA-IDX) TO CL-OPEN.
           IF CA-INCIDENTS (CA-IDX) > 1
               MOVE "REPEAT" TO CL-REPEAT
               ADD 1 TO REPEAT-TOTAL
           ELSE
               MOVE SPACES TO CL-REPEAT
           END-IF.
           MOVE CAUSE-DETAIL-LINE TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.

      * Only a job whose incidents fall under more than
      * one category needs its own total line -- otherwise
      * the single category line already says it.
       WRITE-THE-JOB-TOTAL.
           IF JOB-CAUSE-LINES > 1
               MOVE SPACES TO CL-JOB-NAME
               MOVE "JOB TOTAL" TO CL-CATEGORY
               MOVE JOB-INCIDENTS TO CL-INCIDENTS
               MOVE JOB-OPEN TO CL-OPEN
               MOVE "REPEAT" TO CL-REPEAT
               MOVE CAUSE-DETAIL-LINE TO INCIDENT-REPORT-LINE
               WRITE INCIDENT-REPORT-LINE
           END-IF.

       WRITE-THE-TOTALS.
           MOVE SPACES TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           MOVE INCIDENT-TOTAL TO IT-INCIDENTS.
           MOVE OPEN-TOTAL TO IT-OPEN.
           MOVE CLOSED-TOTAL TO IT-CLOSED.
           MOVE REPEAT-TOTAL TO IT-REPEATS.
           MOVE INCIDENT-TOTAL-LINE TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
