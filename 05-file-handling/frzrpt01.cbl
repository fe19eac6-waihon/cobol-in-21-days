       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZRPT01.
      *--------------------------------------------------
      * Freeze-exceptions report, run after a close. The
      * shared FRZCHK routine logs every change attempted
      * inside a change-freeze window on FRZLOG.DAT; this
      * lists one window's entries -- when, which job,
      * which file or master, who asked, who approved --
      * with each emergency change's reason under it, and
      * totals the emergency changes that went ahead and
      * the changes refused, so every change made during
      * a close is answered for.
      *
      * The window is the one named on the command line,
      * or, with none named, the FRZCAL.DAT window that
      * ended most recently. A window kept on several
      * calendar rows (one per file it covers) runs from
      * its earliest start to its latest end. The report
      * is FRZRPT.DAT; a named window not on the calendar
      * ends the run with return code 8.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FREEZE-CALENDAR-FILE
               ASSIGN TO "FRZCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.

           SELECT OPTIONAL FREEZE-LOG-FILE
               ASSIGN TO "FRZLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT FREEZE-REPORT-FILE ASSIGN TO "FRZRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FREEZE-CALENDAR-FILE.
       COPY FRZCAL.

       FD  FREEZE-LOG-FILE.
       COPY FRZLOG.

       FD  FREEZE-REPORT-FILE.
       01  FREEZE-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       01  CAL-FILE-STATUS       PIC XX.
       01  LOG-FILE-STATUS       PIC XX.
       01  CAL-END-SWITCH        PIC X.
           88  NO-MORE-CALENDAR-ROWS         VALUE "Y".
       01  LOG-END-SWITCH        PIC X.
           88  NO-MORE-LOG-ENTRIES           VALUE "Y".

       01  REQUESTED-WINDOW      PIC X(20).
       01  WINDOW-NAME           PIC X(20)   VALUE SPACES.
       01  WINDOW-FOUND-SWITCH   PIC X       VALUE "N".
           88  WINDOW-WAS-FOUND              VALUE "Y".

       01  NOW-DATE              PIC 9(8).
       01  NOW-TIME              PIC 9(8).
       01  NOW-STAMP.
           05  NOW-STAMP-DATE     PIC 9(8).
           05  NOW-STAMP-TIME     PIC 9(4).
       01  ROW-START-STAMP.
           05  ROW-START-DATE     PIC 9(8).
           05  ROW-START-TIME     PIC 9(4).
       01  ROW-END-STAMP.
           05  ROW-END-DATE       PIC 9(8).
           05  ROW-END-TIME       PIC 9(4).
       01  LATEST-END-STAMP      PIC X(12)   VALUE SPACES.
       01  WINDOW-START-STAMP.
           05  WINDOW-START-DATE  PIC 9(8).
           05  WINDOW-START-TIME  PIC 9(4).
       01  WINDOW-END-STAMP.
           05  WINDOW-END-DATE    PIC 9(8).
           05  WINDOW-END-TIME    PIC 9(4).

       01  EMERGENCY-COUNT       PIC 9(5)    VALUE ZERO.
       01  REFUSED-COUNT         PIC 9(5)    VALUE ZERO.
       01  DECLINED-COUNT        PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-1.
           05  FILLER             PIC X(40)
               VALUE "FREEZE EXCEPTIONS REPORT".
           COPY RUNDATE REPLACING RD-RUN-DATE BY FH-RUN-DATE.

       01  REPORT-HEADING-2.
           05  FILLER             PIC X(8)  VALUE "WINDOW: ".
           05  FH-WINDOW-NAME     PIC X(21).
           05  FILLER             PIC X(5)  VALUE "FROM ".
           05  FH-START-DATE      PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  FH-START-TIME      PIC 99B99.
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  FH-END-DATE        PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  FH-END-TIME        PIC 99B99.

       01  NO-WINDOW-LINE.
           05  FILLER             PIC X(40)
               VALUE "No change-freeze window has ended yet.".

       01  DETAIL-HEADING.
           05  FILLER             PIC X(35)
               VALUE "DATE       TIME  JOB      TARGET   ".
           05  FILLER             PIC X(45)
               VALUE "ASKED BY APPROVER RESULT".

       01  FREEZE-DETAIL-LINE.
           05  FD-RUN-DATE        PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  FD-RUN-TIME        PIC 99B99.
           05  FILLER             PIC X     VALUE SPACE.
           05  FD-JOB-NAME        PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  FD-TARGET-NAME     PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  FD-REQUESTER-ID    PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  FD-APPROVER-ID     PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  FD-RESULT          PIC X(9).

       01  REASON-LINE.
           05  FILLER             PIC X(17)
               VALUE "      Reason:    ".
           05  RL-REASON          PIC X(40).

       01  FREEZE-TOTAL-LINE.
           05  FILLER             PIC X(20)
               VALUE "Emergency changes: ".
           05  FT-EMERGENCY       PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  Refused: ".
           05  FT-REFUSED         PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE "  Declined: ".
           05  FT-DECLINED        PIC ZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "FRZRPT01".
           MOVE SPACES TO REQUESTED-WINDOW.
           ACCEPT REQUESTED-WINDOW FROM COMMAND-LINE.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE NOW-DATE TO NOW-STAMP-DATE.
           MOVE NOW-TIME (1:4) TO NOW-STAMP-TIME.
           IF REQUESTED-WINDOW = SPACES
               PERFORM PICK-THE-LAST-ENDED-WINDOW
           ELSE
               MOVE REQUESTED-WINDOW TO WINDOW-NAME
           END-IF.
           IF WINDOW-NAME NOT = SPACES
               PERFORM FIND-THE-WINDOW-LIMITS
           END-IF.
           IF REQUESTED-WINDOW NOT = SPACES
           AND NOT WINDOW-WAS-FOUND
               DISPLAY "Freeze window " REQUESTED-WINDOW
                       " is not on FRZCAL.DAT."
               CALL "RUNEND" USING "FRZRPT01"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FREEZE-REPORT-FILE
               PERFORM WRITE-THE-HEADINGS
               IF WINDOW-WAS-FOUND
                   PERFORM REPORT-THE-WINDOWS-ENTRIES
                   PERFORM WRITE-THE-TOTALS
                   DISPLAY "Freeze window " WINDOW-NAME
                   DISPLAY "Emergency changes: " EMERGENCY-COUNT
                           "  Refused: " REFUSED-COUNT
                           "  Declined: " DECLINED-COUNT
               ELSE
                   DISPLAY "No change-freeze window has ended yet."
               END-IF
               CLOSE FREEZE-REPORT-FILE
               CALL "RUNEND" USING "FRZRPT01"
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
      * With no window named, the one whose end is latest
      * among those already over is the close just done.
       PICK-THE-LAST-ENDED-WINDOW.
           MOVE "N" TO CAL-END-SWITCH.
           OPEN INPUT FREEZE-CALENDAR-FILE.
           IF CAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CALENDAR-ROW
               PERFORM UNTIL NO-MORE-CALENDAR-ROWS
                   MOVE FC-END-DATE TO ROW-END-DATE
                   MOVE FC-END-TIME TO ROW-END-TIME
                   IF  ROW-END-STAMP < NOW-STAMP
                   AND (LATEST-END-STAMP = SPACES
                     OR ROW-END-STAMP > LATEST-END-STAMP)
                       MOVE ROW-END-STAMP TO LATEST-END-STAMP
                       MOVE FC-WINDOW-NAME TO WINDOW-NAME
                   END-IF
                   PERFORM READ-THE-NEXT-CALENDAR-ROW
               END-PERFORM
           END-IF.
           CLOSE FREEZE-CALENDAR-FILE.

       FIND-THE-WINDOW-LIMITS.
           MOVE "N" TO CAL-END-SWITCH.
           OPEN INPUT FREEZE-CALENDAR-FILE.
           IF CAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CALENDAR-ROW
               PERFORM UNTIL NO-MORE-CALENDAR-ROWS
                   IF FC-WINDOW-NAME = WINDOW-NAME
                       PERFORM WIDEN-THE-WINDOW
                   END-IF
                   PERFORM READ-THE-NEXT-CALENDAR-ROW
               END-PERFORM
           END-IF.
           CLOSE FREEZE-CALENDAR-FILE.

       READ-THE-NEXT-CALENDAR-ROW.
           READ FREEZE-CALENDAR-FILE
               AT END
                   MOVE "Y" TO CAL-END-SWITCH
           END-READ.

       WIDEN-THE-WINDOW.
           MOVE FC-START-DATE TO ROW-START-DATE.
           MOVE FC-START-TIME TO ROW-START-TIME.
           MOVE FC-END-DATE TO ROW-END-DATE.
           MOVE FC-END-TIME TO ROW-END-TIME.
           IF NOT WINDOW-WAS-FOUND
               MOVE "Y" TO WINDOW-FOUND-SWITCH
               MOVE ROW-START-STAMP TO WINDOW-START-STAMP
               MOVE ROW-END-STAMP TO WINDOW-END-STAMP
           ELSE
               IF ROW-START-STAMP < WINDOW-START-STAMP
                   MOVE ROW-START-STAMP TO WINDOW-START-STAMP
               END-IF
               IF ROW-END-STAMP > WINDOW-END-STAMP
                   MOVE ROW-END-STAMP TO WINDOW-END-STAMP
               END-IF
           END-IF.

       WRITE-THE-HEADINGS.
           MOVE NOW-DATE TO FH-RUN-DATE.
           MOVE REPORT-HEADING-1 TO FREEZE-REPORT-LINE.
           WRITE FREEZE-REPORT-LINE.
           IF WINDOW-WAS-FOUND
               MOVE WINDOW-NAME TO FH-WINDOW-NAME
               MOVE WINDOW-START-DATE TO FH-START-DATE
               MOVE WINDOW-START-TIME TO FH-START-TIME
               INSPECT FH-START-TIME REPLACING ALL " " BY ":"
               MOVE WINDOW-END-DATE TO FH-END-DATE
               MOVE WINDOW-END-TIME TO FH-END-TIME
               INSPECT FH-END-TIME REPLACING ALL " " BY ":"
               MOVE REPORT-HEADING-2 TO FREEZE-REPORT-LINE
               WRITE FREEZE-REPORT-LINE
               MOVE SPACES TO FREEZE-REPORT-LINE
               WRITE FREEZE-REPORT-LINE
               MOVE DETAIL-HEADING TO FREEZE-REPORT-LINE
               WRITE FREEZE-REPORT-LINE
           ELSE
               MOVE NO-WINDOW-LINE TO FREEZE-REPORT-LINE
               WRITE FREEZE-REPORT-LINE
           END-IF.

      * An entry belongs to the window when FRZCHK logged it
      * under the window's name on a day the window spans.
       REPORT-THE-WINDOWS-ENTRIES.
           MOVE "N" TO LOG-END-SWITCH.
           OPEN INPUT FREEZE-LOG-FILE.
           IF LOG-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-LOG-ENTRY
               PERFORM UNTIL NO-MORE-LOG-ENTRIES
                   IF  FL-WINDOW-NAME = WINDOW-NAME
                   AND FL-RUN-DATE NOT < WINDOW-START-DATE
                   AND FL-RUN-DATE NOT > WINDOW-END-DATE
                       PERFORM REPORT-ONE-LOG-ENTRY
                   END-IF
                   PERFORM READ-THE-NEXT-LOG-ENTRY
               END-PERFORM
           END-IF.
           CLOSE FREEZE-LOG-FILE.

       READ-THE-NEXT-LOG-ENTRY.
           READ FREEZE-LOG-FILE
               AT END
                   MOVE "Y" TO LOG-END-SWITCH
           END-READ.

       REPORT-ONE-LOG-ENTRY.
           MOVE FL-RUN-DATE TO FD-RUN-DATE.
           MOVE FL-RUN-TIME (1:4) TO FD-RUN-TIME.
           INSPECT FD-RUN-TIME REPLACING ALL " " BY ":".
           MOVE FL-JOB-NAME TO FD-JOB-NAME.
           MOVE FL-TARGET-NAME TO FD-TARGET-NAME.
           MOVE FL-REQUESTER-ID TO FD-REQUESTER-ID.
           MOVE FL-APPROVER-ID TO FD-APPROVER-ID.
           EVALUATE TRUE
               WHEN FL-WAS-EMERGENCY
                   ADD 1 TO EMERGENCY-COUNT
                   MOVE "EMERGENCY" TO FD-RESULT
               WHEN FL-WAS-REFUSED
                   ADD 1 TO REFUSED-COUNT
                   MOVE "REFUSED" TO FD-RESULT
               WHEN OTHER
                   ADD 1 TO DECLINED-COUNT
                   MOVE "DECLINED" TO FD-RESULT
           END-EVALUATE.
           MOVE FREEZE-DETAIL-LINE TO FREEZE-REPORT-LINE.
           WRITE FREEZE-REPORT-LINE.
           IF FL-REASON NOT = SPACES
               MOVE FL-REASON TO RL-REASON
               MOVE REASON-LINE TO FREEZE-REPORT-LINE
               WRITE FREEZE-REPORT-LINE
           END-IF.

       WRITE-THE-TOTALS.
           MOVE SPACES TO FREEZE-REPORT-LINE.
           WRITE FREEZE-REPORT-LINE.
           MOVE EMERGENCY-COUNT TO FT-EMERGENCY.
           MOVE REFUSED-COUNT TO FT-REFUSED.
           MOVE DECLINED-COUNT TO FT-DECLINED.
           MOVE FREEZE-TOTAL-LINE TO FREEZE-REPORT-LINE.
           WRITE FREEZE-REPORT-LINE.
