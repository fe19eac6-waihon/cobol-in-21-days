       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCWRK01.
      *--------------------------------------------------
      * Incident work screen. RUNDIG01 opens an incident
      * on INCIDENT.DAT for every night that didn't finish
      * COMPLETE, but what went wrong and what was done
      * about it lived only in the shift log. Each still-
      * open incident is shown in turn with the failed
      * step and return code it was opened with, and the
      * night's own EXCLOG.DAT exceptions and OPERMSG.DAT
      * alerts listed back from its pointers; operations
      * can U)pdate the root-cause category, root cause
      * and resolution, C)lose it -- which needs a
      * category and a resolution and stamps the closing
      * operator with the date and time -- or S)kip it for
      * next time. A blank answer keeps what is already on
      * the incident. The whole register is rewritten at
      * the end, the load-table/save-file pattern EXCWRK01
      * uses, and INCRPT01 reports the month.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INC-FILE-STATUS.

           SELECT OPTIONAL EXCEPTION-LOG-FILE
               ASSIGN TO "EXCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-MESSAGE-FILE
               ASSIGN TO "OPERMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       01  INCIDENT-LINE             PIC X(184).

       FD  EXCEPTION-LOG-FILE.
       COPY EXCLOG.

       FD  OPERATOR-MESSAGE-FILE.
       COPY OPERMSG.

       WORKING-STORAGE SECTION.

       01  INC-FILE-STATUS       PIC XX.
       01  EXC-FILE-STATUS       PIC XX.
       01  MSG-FILE-STATUS       PIC XX.
       01  INC-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-INCIDENTS             VALUE "Y".
       01  EXC-END-SWITCH        PIC X.
           88  NO-MORE-EXCEPTIONS            VALUE "Y".
       01  MSG-END-SWITCH        PIC X.
           88  NO-MORE-MESSAGES              VALUE "Y".

       01  ANSWER-CODE           PIC X.
       01  ENTERED-CATEGORY      PIC X(4).
       01  KEPT-CATEGORY         PIC X(4).
       01  CATEGORY-SWITCH       PIC X.
           88  CATEGORY-IS-ACCEPTED          VALUE "Y".
       01  ENTERED-TEXT          PIC X(40).
       01  QUIT-SWITCH           PIC X       VALUE "N".
           88  TIME-TO-QUIT                  VALUE "Y".
       01  CLOSE-READY-SWITCH    PIC X.
           88  INCIDENT-CAN-CLOSE            VALUE "Y".

       01  JOB-NAME              PIC X(8)    VALUE "INCWRK01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".

       01  INCIDENT-COUNT        PIC 9(4)    VALUE ZERO.
       01  INCIDENT-TABLE.
           05  INCIDENT-ENTRY OCCURS 1 TO 2000 TIMES
                               DEPENDING ON INCIDENT-COUNT
                               INDEXED BY IC-IDX.
               10  IC-RECORD-IMAGE   PIC X(184).
       01  UPDATED-COUNT         PIC 9(4)    VALUE ZERO.
       01  CLOSED-COUNT          PIC 9(4)    VALUE ZERO.
       01  OPEN-LEFT-COUNT       PIC 9(4)    VALUE ZERO.

      * Working copy of the incident in hand.
       COPY INCIDENT.

       01  INCIDENT-SHOW-LINE.
           05  FILLER             PIC X(7)  VALUE "NIGHT ".
           05  IS-NIGHT-DATE      PIC 9999/99/99.
           05  FILLER             PIC X(8)  VALUE "  STEP ".
           05  IS-FAILED-STEP     PIC X(8).
           05  FILLER             PIC X(5)  VALUE "  RC ".
           05  IS-RETURN-CODE     PIC X(4).
           05  FILLER             PIC X(14) VALUE "  INCOMPLETE ".
           05  IS-INCOMPLETE      PIC ZZ9.
           05  FILLER             PIC X(11) VALUE "  BAL RC ".
           05  IS-BALANCING-CODE  PIC 99.

       01  POINTER-SHOW-LINE.
           05  FILLER             PIC X(12) VALUE "EXCEPTIONS ".
           05  PS-EXCEPTION-COUNT PIC ZZZZ9.
           05  FILLER             PIC X(6)  VALUE " FROM ".
           05  PS-FIRST-EXC-TIME  PIC 99B99B99.
           05  FILLER             PIC X(10) VALUE "  ALERTS ".
           05  PS-ALERT-COUNT     PIC ZZZZ9.
           05  FILLER             PIC X(6)  VALUE " FROM ".
           05  PS-FIRST-ALERT-TIME PIC 99B99B99.

       01  CAUSE-SHOW-LINE.
           05  FILLER             PIC X(7)  VALUE "CAUSE ".
           05  CS-CAUSE-CATEGORY  PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  CS-ROOT-CAUSE      PIC X(40).

       01  RESOLUTION-SHOW-LINE.
           05  FILLER             PIC X(12) VALUE "RESOLUTION ".
           05  RS-RESOLUTION      PIC X(40).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM LOAD-THE-INCIDENTS.
           IF INCIDENT-COUNT = ZERO
               DISPLAY "No incidents on file."
           ELSE
               PERFORM WORK-ONE-INCIDENT
                   VARYING IC-IDX FROM 1 BY 1
                   UNTIL IC-IDX > INCIDENT-COUNT
                      OR TIME-TO-QUIT
               PERFORM SAVE-THE-INCIDENTS
               DISPLAY "Incidents updated: " UPDATED-COUNT
               DISPLAY "Incidents closed:  " CLOSED-COUNT
               DISPLAY "Still open:        " OPEN-LEFT-COUNT
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-INCIDENTS.
           OPEN INPUT INCIDENT-FILE.
           IF INC-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-INCIDENT
               PERFORM UNTIL NO-MORE-INCIDENTS
                          OR INCIDENT-COUNT >= 2000
                   ADD 1 TO INCIDENT-COUNT
                   SET IC-IDX TO INCIDENT-COUNT
                   MOVE INCIDENT-LINE TO IC-RECORD-IMAGE (IC-IDX)
                   PERFORM READ-THE-NEXT-INCIDENT
               END-PERFORM
           END-IF.
           CLOSE INCIDENT-FILE.

       READ-THE-NEXT-INCIDENT.
           READ INCIDENT-FILE
               AT END
                   MOVE "Y" TO INC-END-SWITCH
           END-READ.

       WORK-ONE-INCIDENT.
           MOVE IC-RECORD-IMAGE (IC-IDX) TO INCIDENT-RECORD.
           IF IN-IS-OPEN
               PERFORM SHOW-THE-INCIDENT
               PERFORM SHOW-THE-NIGHT-EXCEPTIONS
               PERFORM SHOW-THE-NIGHT-ALERTS
               PERFORM ASK-WHAT-TO-DO
           END-IF.

       SHOW-THE-INCIDENT.
           DISPLAY " ".
           MOVE IN-NIGHT-DATE TO IS-NIGHT-DATE.
           MOVE IN-FAILED-STEP TO IS-FAILED-STEP.
           MOVE IN-RETURN-CODE TO IS-RETURN-CODE.
           MOVE IN-INCOMPLETE-COUNT TO IS-INCOMPLETE.
           MOVE IN-BALANCING-CODE TO IS-BALANCING-CODE.
           DISPLAY INCIDENT-SHOW-LINE.
           MOVE IN-EXCEPTION-COUNT TO PS-EXCEPTION-COUNT.
           MOVE IN-FIRST-EXC-TIME (1:6) TO PS-FIRST-EXC-TIME.
           MOVE IN-ALERT-COUNT TO PS-ALERT-COUNT.
           MOVE IN-FIRST-ALERT-TIME (1:6) TO PS-FIRST-ALERT-TIME.
           DISPLAY POINTER-SHOW-LINE.
           PERFORM SHOW-THE-CAUSE.

       SHOW-THE-CAUSE.
           MOVE IN-CAUSE-CATEGORY TO CS-CAUSE-CATEGORY.
           MOVE IN-ROOT-CAUSE TO CS-ROOT-CAUSE.
           DISPLAY CAUSE-SHOW-LINE.
           MOVE IN-RESOLUTION TO RS-RESOLUTION.
           DISPLAY RESOLUTION-SHOW-LINE.

      * The night's entries are found the way the digest
      * counted them -- by run date, from the first time
      * the incident points at.
       SHOW-THE-NIGHT-EXCEPTIONS.
           IF IN-EXCEPTION-COUNT > ZERO
               MOVE "N" TO EXC-END-SWITCH
               OPEN INPUT EXCEPTION-LOG-FILE
               IF EXC-FILE-STATUS = "00"
                   PERFORM READ-THE-NEXT-EXCEPTION
                   PERFORM UNTIL NO-MORE-EXCEPTIONS
                       IF  EL-RUN-DATE = IN-NIGHT-DATE
                       AND EL-RUN-TIME NOT < IN-FIRST-EXC-TIME
                           DISPLAY "  EXC " EL-JOB-NAME " "
                                   EL-RUN-TIME (1:6) " "
                                   EL-EXCEPTION-TEXT " "
                                   EL-CATEGORY-CODE
                       END-IF
                       PERFORM READ-THE-NEXT-EXCEPTION
                   END-PERFORM
               END-IF
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       READ-THE-NEXT-EXCEPTION.
           READ EXCEPTION-LOG-FILE
               AT END
                   MOVE "Y" TO EXC-END-SWITCH
           END-READ.

       SHOW-THE-NIGHT-ALERTS.
           IF IN-ALERT-COUNT > ZERO
               MOVE "N" TO MSG-END-SWITCH
               OPEN INPUT OPERATOR-MESSAGE-FILE
               IF MSG-FILE-STATUS = "00"
                   PERFORM READ-THE-NEXT-MESSAGE
                   PERFORM UNTIL NO-MORE-MESSAGES
                       IF  OM-RUN-DATE = IN-NIGHT-DATE
                       AND OM-RUN-TIME NOT < IN-FIRST-ALERT-TIME
                           DISPLAY "  ALR " OM-RUN-TIME (1:6) " "
                                   OM-MESSAGE-TEXT
                       END-IF
                       PERFORM READ-THE-NEXT-MESSAGE
                   END-PERFORM
               END-IF
               CLOSE OPERATOR-MESSAGE-FILE
           END-IF.

       READ-THE-NEXT-MESSAGE.
           READ OPERATOR-MESSAGE-FILE
               AT END
                   MOVE "Y" TO MSG-END-SWITCH
           END-READ.

       ASK-WHAT-TO-DO.
           DISPLAY "U)pdate  C)lose  S)kip  Q)uit?".
           ACCEPT ANSWER-CODE.
           EVALUATE ANSWER-CODE
               WHEN "U"
                   PERFORM ENTER-THE-CAUSE
                   PERFORM STORE-THE-INCIDENT
                   ADD 1 TO UPDATED-COUNT
                   ADD 1 TO OPEN-LEFT-COUNT
               WHEN "C"
                   PERFORM ENTER-THE-CAUSE
                   PERFORM CLOSE-THE-INCIDENT
               WHEN "Q"
                   MOVE "Y" TO QUIT-SWITCH
                   ADD 1 TO OPEN-LEFT-COUNT
               WHEN OTHER
                   ADD 1 TO OPEN-LEFT-COUNT
           END-EVALUATE.

      * Level 3 routines -- entering the cause
       ENTER-THE-CAUSE.
           DISPLAY "Category DATA FEED PROG CTRL OPER SYST LOCK"
                   " OTHR (blank keeps " IN-CAUSE-CATEGORY ")?".
           MOVE IN-CAUSE-CATEGORY TO KEPT-CATEGORY.
           ACCEPT ENTERED-CATEGORY.
           PERFORM CHECK-THE-CATEGORY.
           PERFORM UNTIL CATEGORY-IS-ACCEPTED
               DISPLAY "Please enter one of the categories shown."
               ACCEPT ENTERED-CATEGORY
               PERFORM CHECK-THE-CATEGORY
           END-PERFORM.
           DISPLAY "Root cause (blank keeps current)?".
           ACCEPT ENTERED-TEXT.
           IF ENTERED-TEXT NOT = SPACES
               MOVE ENTERED-TEXT TO IN-ROOT-CAUSE
           END-IF.
           DISPLAY "Resolution (blank keeps current)?".
           ACCEPT ENTERED-TEXT.
           IF ENTERED-TEXT NOT = SPACES
               MOVE ENTERED-TEXT TO IN-RESOLUTION
           END-IF.

       CHECK-THE-CATEGORY.
           IF ENTERED-CATEGORY = SPACES
               MOVE KEPT-CATEGORY TO IN-CAUSE-CATEGORY
               MOVE "Y" TO CATEGORY-SWITCH
           ELSE
               MOVE ENTERED-CATEGORY TO IN-CAUSE-CATEGORY
               IF IN-CAUSE-IS-VALID
                   MOVE "Y" TO CATEGORY-SWITCH
               ELSE
                   MOVE "N" TO CATEGORY-SWITCH
               END-IF
           END-IF.

      * An incident closes only with a category and a
      * resolution on it; otherwise what was entered is
      * kept and it stays open.
       CLOSE-THE-INCIDENT.
           MOVE "Y" TO CLOSE-READY-SWITCH.
           IF NOT IN-CAUSE-IS-VALID
               DISPLAY "A root-cause category is needed to close."
               MOVE "N" TO CLOSE-READY-SWITCH
           END-IF.
           IF IN-RESOLUTION = SPACES
               DISPLAY "A resolution is needed to close."
               MOVE "N" TO CLOSE-READY-SWITCH
           END-IF.
           IF INCIDENT-CAN-CLOSE
               MOVE "C" TO IN-STATUS
               MOVE OPERATOR-ID TO IN-CLOSE-OPERATOR
               ACCEPT IN-CLOSE-DATE FROM DATE YYYYMMDD
               ACCEPT IN-CLOSE-TIME FROM TIME
               ADD 1 TO CLOSED-COUNT
               DISPLAY "Incident closed by " OPERATOR-ID
           ELSE
               ADD 1 TO UPDATED-COUNT
               ADD 1 TO OPEN-LEFT-COUNT
           END-IF.
           PERFORM STORE-THE-INCIDENT.

       STORE-THE-INCIDENT.
           MOVE INCIDENT-RECORD TO IC-RECORD-IMAGE (IC-IDX).

      * Level 2 routines -- saving the register
       SAVE-THE-INCIDENTS.
           OPEN OUTPUT INCIDENT-FILE.
           PERFORM WRITE-ONE-INCIDENT
               VARYING IC-IDX FROM 1 BY 1
               UNTIL IC-IDX > INCIDENT-COUNT.
           CLOSE INCIDENT-FILE.

       WRITE-ONE-INCIDENT.
           MOVE IC-RECORD-IMAGE (IC-IDX) TO INCIDENT-LINE.
           WRITE INCIDENT-LINE.
