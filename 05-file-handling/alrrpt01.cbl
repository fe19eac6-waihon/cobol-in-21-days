       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRRPT01.
      *--------------------------------------------------
      * Operator-alert response report. Lists every alert
      * on OPERMSG.DAT with when it was raised, who
      * acknowledged it at the MENU05 sign-on and when,
      * how many minutes that took, and whether ALRESC01
      * had to escalate it to the supervisors first. An
      * alert still unacknowledged shows how long it has
      * been waiting so far. The totals give the number
      * acknowledged, still open and escalated, and the
      * average and longest minutes to acknowledge, so the
      * floor can see whether alerts are being answered
      * or just piling up. Minutes are counted the way
      * ALRESC01 counts them, the days between through
      * the shared DATECALC routine. The report is
      * ALRRPT.DAT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-MESSAGE-FILE
               ASSIGN TO "OPERMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FILE-STATUS.

           SELECT ALERT-REPORT-FILE ASSIGN TO "ALRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MESSAGE-FILE.
       COPY OPERMSG.

       FD  ALERT-REPORT-FILE.
       01  ALERT-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.

       01  MSG-FILE-STATUS       PIC XX.
       01  MSG-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-MESSAGES              VALUE "Y".

       01  NOW-DATE              PIC 9(8).
       01  NOW-TIME              PIC 9(8).
       01  FROM-DATE             PIC 9(8).
       01  FROM-TIME             PIC 9(8).
       01  TO-DATE               PIC 9(8).
       01  TO-TIME               PIC 9(8).
       01  FROM-SECONDS          PIC S9(7).
       01  TO-SECONDS            PIC S9(7).
       01  ELAPSED-MINUTES       PIC S9(9).
       01  TIMING-SWITCH         PIC X.
           88  ALERT-WAS-TIMED               VALUE "Y".
       01  STAMP-HOUR            PIC 99.
       01  STAMP-MINUTE          PIC 99.
       01  STAMP-SECOND          PIC 99.

       01  ALERT-COUNT           PIC 9(5)    VALUE ZERO.
       01  ACKNOWLEDGED-COUNT    PIC 9(5)    VALUE ZERO.
       01  OPEN-COUNT            PIC 9(5)    VALUE ZERO.
       01  ESCALATED-COUNT       PIC 9(5)    VALUE ZERO.
       01  TIMED-ACK-COUNT       PIC 9(5)    VALUE ZERO.
       01  ACK-MINUTES-TOTAL     PIC 9(11)   VALUE ZERO.
       01  LONGEST-ACK-MINUTES   PIC 9(9)    VALUE ZERO.
       01  AVERAGE-ACK-MINUTES   PIC 9(9)V9.

       COPY DATECALC.

       01  ALERT-HEADING-1.
           05  FILLER             PIC X(36)
               VALUE "OPERATOR ALERT RESPONSE REPORT".
           COPY RUNDATE REPLACING RD-RUN-DATE BY AH-RUN-DATE.

       01  ALERT-HEADING-2.
           05  FILLER             PIC X(17) VALUE "RAISED".
           05  FILLER             PIC X(41) VALUE "ALERT".
           05  FILLER             PIC X(9)  VALUE "STATUS".
           05  FILLER             PIC X(25) VALUE "ACKNOWLEDGED BY".
           05  FILLER             PIC X(8)  VALUE " MINUTES".

       01  TIME-STAMP-DISPLAY.
           05  TS-DATE            PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  TS-HOUR            PIC XX.
           05  FILLER             PIC X     VALUE ":".
           05  TS-MINUTE          PIC XX.

       01  ALERT-DETAIL-LINE.
           05  AD-RAISED          PIC X(16).
           05  FILLER             PIC X     VALUE SPACE.
           05  AD-MESSAGE-TEXT    PIC X(40).
           05  FILLER             PIC X     VALUE SPACE.
           05  AD-STATUS          PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  AD-ESCALATED       PIC X(3).
           05  FILLER             PIC X     VALUE SPACE.
           05  AD-ACK-OPERATOR    PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  AD-ACKNOWLEDGED    PIC X(16).
           05  AD-MINUTES         PIC Z(7)9.

       01  ALERT-TOTAL-LINE-1.
           05  FILLER             PIC X(14) VALUE "Alerts:       ".
           05  AT-ALERT-COUNT     PIC ZZZZ9.
           05  FILLER             PIC X(18)
               VALUE "  Acknowledged:   ".
           05  AT-ACKNOWLEDGED    PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  Open:     ".
           05  AT-OPEN-COUNT      PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE "  Escalated:  ".
           05  AT-ESCALATED       PIC ZZZZ9.

       01  ALERT-TOTAL-LINE-2.
           05  FILLER             PIC X(32)
               VALUE "Average minutes to acknowledge: ".
           05  AT-AVERAGE-MINUTES PIC Z(8)9.9.
           05  FILLER             PIC X(12) VALUE "  Longest:  ".
           05  AT-LONGEST-MINUTES PIC Z(8)9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ALRRPT01".
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           OPEN OUTPUT ALERT-REPORT-FILE.
           MOVE NOW-DATE TO AH-RUN-DATE.
           MOVE ALERT-HEADING-1 TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.
           MOVE ALERT-HEADING-2 TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.
           OPEN INPUT OPERATOR-MESSAGE-FILE.
           IF MSG-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MESSAGE
               PERFORM UNTIL NO-MORE-MESSAGES
                   PERFORM REPORT-ONE-ALERT
                   PERFORM READ-THE-NEXT-MESSAGE
               END-PERFORM
           END-IF.
           CLOSE OPERATOR-MESSAGE-FILE.
           PERFORM WRITE-THE-ALERT-TOTALS.
           CLOSE ALERT-REPORT-FILE.
           DISPLAY "Alerts: " ALERT-COUNT
                   "  Open: " OPEN-COUNT
                   "  Escalated: " ESCALATED-COUNT.
           CALL "RUNEND" USING "ALRRPT01".

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       READ-THE-NEXT-MESSAGE.
           READ OPERATOR-MESSAGE-FILE
               AT END
                   MOVE "Y" TO MSG-END-SWITCH
           END-READ.

       REPORT-ONE-ALERT.
           ADD 1 TO ALERT-COUNT.
           MOVE SPACES TO ALERT-DETAIL-LINE.
           MOVE OM-RUN-DATE TO TS-DATE.
           MOVE OM-RUN-TIME (1:2) TO TS-HOUR.
           MOVE OM-RUN-TIME (3:2) TO TS-MINUTE.
           MOVE TIME-STAMP-DISPLAY TO AD-RAISED.
           MOVE OM-MESSAGE-TEXT TO AD-MESSAGE-TEXT.
           MOVE OM-RUN-DATE TO FROM-DATE.
           MOVE OM-RUN-TIME TO FROM-TIME.
           IF OM-ALERT-IS-ESCALATED
               ADD 1 TO ESCALATED-COUNT
               MOVE "ESC" TO AD-ESCALATED
           END-IF.
           IF OM-ALERT-IS-ACKNOWLEDGED
               ADD 1 TO ACKNOWLEDGED-COUNT
               MOVE "ACK" TO AD-STATUS
               MOVE OM-ACK-OPERATOR TO AD-ACK-OPERATOR
               MOVE OM-ACK-DATE TO TS-DATE
               MOVE OM-ACK-TIME (1:2) TO TS-HOUR
               MOVE OM-ACK-TIME (3:2) TO TS-MINUTE
               MOVE TIME-STAMP-DISPLAY TO AD-ACKNOWLEDGED
               MOVE OM-ACK-DATE TO TO-DATE
               MOVE OM-ACK-TIME TO TO-TIME
               PERFORM COMPUTE-THE-ELAPSED-MINUTES
               IF ALERT-WAS-TIMED
                   MOVE ELAPSED-MINUTES TO AD-MINUTES
                   ADD 1 TO TIMED-ACK-COUNT
                   ADD ELAPSED-MINUTES TO ACK-MINUTES-TOTAL
                   IF ELAPSED-MINUTES > LONGEST-ACK-MINUTES
                       MOVE ELAPSED-MINUTES TO LONGEST-ACK-MINUTES
                   END-IF
               END-IF
           ELSE
               ADD 1 TO OPEN-COUNT
               MOVE "OPEN" TO AD-STATUS
               MOVE NOW-DATE TO TO-DATE
               MOVE NOW-TIME TO TO-TIME
               PERFORM COMPUTE-THE-ELAPSED-MINUTES
               IF ALERT-WAS-TIMED
                   MOVE ELAPSED-MINUTES TO AD-MINUTES
               END-IF
           END-IF.
           MOVE ALERT-DETAIL-LINE TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.

      * A stamp that won't pass DATECALC, or a time that
      * isn't numeric, leaves the minutes blank and out of
      * the average.
       COMPUTE-THE-ELAPSED-MINUTES.
           MOVE "N" TO TIMING-SWITCH.
           IF FROM-TIME IS NUMERIC AND TO-TIME IS NUMERIC
               MOVE "C" TO DK-ACTION
               MOVE FROM-DATE TO DK-FIRST-DATE
               MOVE TO-DATE TO DK-SECOND-DATE
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               IF DK-DATE-OK
                   MOVE "Y" TO TIMING-SWITCH
                   MOVE FROM-TIME (1:2) TO STAMP-HOUR
                   MOVE FROM-TIME (3:2) TO STAMP-MINUTE
                   MOVE FROM-TIME (5:2) TO STAMP-SECOND
                   COMPUTE FROM-SECONDS =
                       (STAMP-HOUR * 3600) + (STAMP-MINUTE * 60)
                       + STAMP-SECOND
                   MOVE TO-TIME (1:2) TO STAMP-HOUR
                   MOVE TO-TIME (3:2) TO STAMP-MINUTE
                   MOVE TO-TIME (5:2) TO STAMP-SECOND
                   COMPUTE TO-SECONDS =
                       (STAMP-HOUR * 3600) + (STAMP-MINUTE * 60)
                       + STAMP-SECOND
                   COMPUTE ELAPSED-MINUTES =
                       ((DK-DAY-COUNT * 86400) + TO-SECONDS
                        - FROM-SECONDS) / 60
                   IF ELAPSED-MINUTES < 0
                       MOVE 0 TO ELAPSED-MINUTES
                   END-IF
               END-IF
           END-IF.

       WRITE-THE-ALERT-TOTALS.
           MOVE SPACES TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.
           MOVE ALERT-COUNT TO AT-ALERT-COUNT.
           MOVE ACKNOWLEDGED-COUNT TO AT-ACKNOWLEDGED.
           MOVE OPEN-COUNT TO AT-OPEN-COUNT.
           MOVE ESCALATED-COUNT TO AT-ESCALATED.
           MOVE ALERT-TOTAL-LINE-1 TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.
           MOVE ZERO TO AVERAGE-ACK-MINUTES.
           IF TIMED-ACK-COUNT > 0
               COMPUTE AVERAGE-ACK-MINUTES ROUNDED =
                   ACK-MINUTES-TOTAL / TIMED-ACK-COUNT
           END-IF.
           MOVE AVERAGE-ACK-MINUTES TO AT-AVERAGE-MINUTES.
           MOVE LONGEST-ACK-MINUTES TO AT-LONGEST-MINUTES.
           MOVE ALERT-TOTAL-LINE-2 TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.
