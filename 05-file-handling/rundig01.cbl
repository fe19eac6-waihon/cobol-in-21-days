      * by the stream's NOTIFY steps. Any incomplete job
      * or operator alert turns the final status line to
      * REVIEW REQUIRED.
      *
      * The ADD control balancing sheet's outcome rides
      * along too: ADDBAL01 leaves its condition code and
      * stage counts on ADDBALC.DAT, and the digest shows
      * them on an ADD BALANCING line. Any code above zero
      * -- a stage out of balance or one that could not be
      * checked -- also turns the status to REVIEW
      * REQUIRED. An outcome left by an earlier night reads
      * as NOT AVAILABLE.
      *
      * A night that ends REVIEW REQUIRED also opens an
      * incident on INCIDENT.DAT (INCIDENT.cpy) for
      * operations to work through INCWRK01: the step the
      * night points at and what is known of its return
      * code -- the first job left incomplete, else the job
      * named by the first operator alert, else ADDBAL01
      * with its balancing code -- and where that night's
      * exception and alert entries start. A rerun of the
      * digest the same night leaves an incident already
      * opened for it alone.
      *
      * The ADD figures are followed by a line for each
      * upstream source that sent the night pairs, its
      * records and total summed across the companies, so
      * a wrong night total points at its sender.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT OPTIONAL BALANCING-CONTROL-FILE
               ASSIGN TO "ADDBALC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAL-FILE-STATUS.

           SELECT OPTIONAL EXCEPTION-LOG-FILE
               ASSIGN TO "EXCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT DIGEST-FILE ASSIGN TO "BATCHDIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-DURATION-FILE.
       FD  ADD-CONTROL-FILE.
       COPY ADDCTL.

       FD  BALANCING-CONTROL-FILE.
       COPY ADDBALC.

       FD  EXCEPTION-LOG-FILE.
       COPY EXCLOG.

       FD  DIGEST-FILE.
       01  DIGEST-LINE               PIC X(80).

       FD  INCIDENT-FILE.
       COPY INCIDENT.

       WORKING-STORAGE SECTION.

       01  DUR-FILE-STATUS       PIC XX.
       01  CTL-FILE-STATUS       PIC XX.
       01  BAL-FILE-STATUS       PIC XX.
       01  EXC-FILE-STATUS       PIC XX.
       01  MSG-FILE-STATUS       PIC XX.
       01  INC-FILE-STATUS       PIC XX.

       01  DUR-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-STAMPS                VALUE "Y".
       01  NIGHT-NEGATIVE-COUNT  PIC 9(7).
       01  TRAILER-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-TRAILERS              VALUE "Y".
       01  SOURCE-COUNT          PIC 9(2)    VALUE ZERO.
       01  SOURCE-TABLE.
           05  SOURCE-ENTRY OCCURS 1 TO 50 TIMES
                             DEPENDING ON SOURCE-COUNT
                             INDEXED BY SRC-IDX.
               10  SRC-SOURCE-ID       PIC X(4).
               10  SRC-RECORD-COUNT    PIC 9(7).
               10  SRC-GRAND-TOTAL     PIC S9(9)V99.
       01  SOURCE-FOUND-SWITCH   PIC X.
           88  SOURCE-WAS-FOUND              VALUE "Y".
       01  TRAILER-FOUND-SWITCH  PIC X       VALUE "N".
           88  TRAILER-WAS-FOUND             VALUE "Y".
       01  BALANCING-FOUND-SWITCH PIC X      VALUE "N".
           88  BALANCING-WAS-FOUND           VALUE "Y".
       01  BALANCING-CODE        PIC 9(2)    VALUE ZERO.
       01  BALANCED-STAGES       PIC 9(2)    VALUE ZERO.
       01  OUT-STAGES            PIC 9(2)    VALUE ZERO.
       01  UNCHECKED-STAGES      PIC 9(2)    VALUE ZERO.

       01  FIRST-INCOMPLETE-JOB  PIC X(8)    VALUE SPACES.
       01  FIRST-EXC-TIME        PIC 9(8)    VALUE ZERO.
       01  FIRST-ALERT-TIME      PIC 9(8)    VALUE ZERO.
       01  FIRST-ALERT-TEXT      PIC X(40)   VALUE SPACES.
       01  ALERT-JOB-NAME        PIC X(8).
       01  INCIDENT-RC-DIGITS    PIC 9(4).
       01  INC-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-INCIDENTS             VALUE "Y".
       01  INCIDENT-FOUND-SWITCH PIC X       VALUE "N".
           88  INCIDENT-WAS-FOUND            VALUE "Y".

       01  DIGEST-HEADING-1.
           05  FILLER             PIC X(22)
           05  FILLER             PIC X(12) VALUE "  NEGATIVES:".
           05  DA-NEGATIVE-COUNT  PIC ZZZZZZ9.

       01  DIGEST-SOURCE-LINE.
           05  FILLER             PIC X(11) VALUE "ADD SOURCE ".
           05  DU-SOURCE-ID       PIC X(4).
           05  FILLER             PIC X(10) VALUE " RECORDS:".
           05  DU-RECORD-COUNT    PIC ZZZZZZ9.
           05  FILLER             PIC X(8)  VALUE "  TOTAL:".
           05  DU-GRAND-TOTAL     PIC -(9)9.99.

       01  DIGEST-ADD-NA-LINE.
           05  FILLER             PIC X(30)
               VALUE "ADD RECORDS: NOT AVAILABLE".

       01  DIGEST-BALANCING-LINE.
           05  FILLER             PIC X(18) VALUE "ADD BALANCING: RC=".
           05  DB-CONDITION-CODE  PIC 99.
           05  FILLER             PIC X(12) VALUE "  BALANCED:".
           05  DB-BALANCED        PIC Z9.
           05  FILLER             PIC X(7)  VALUE "  OUT:".
           05  DB-OUT             PIC Z9.
           05  FILLER             PIC X(15) VALUE "  NOT CHECKED:".
           05  DB-UNCHECKED       PIC Z9.

       01  DIGEST-BALANCING-NA-LINE.
           05  FILLER             PIC X(30)
               VALUE "ADD BALANCING: NOT AVAILABLE".

       01  DIGEST-EXC-LINE.
           05  FILLER             PIC X(12) VALUE "EXCEPTIONS:".
           05  DE-EXCEPTION-COUNT PIC ZZZZ9.
           ACCEPT DIGEST-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM TALLY-THE-RUN-STAMPS.
           PERFORM READ-THE-ADD-TRAILER.
           PERFORM READ-THE-BALANCING-OUTCOME.
           PERFORM COUNT-THE-EXCEPTIONS.
           PERFORM COUNT-THE-ALERTS.
           PERFORM WRITE-THE-DIGEST.
           IF DS-STATUS-TEXT NOT = "COMPLETE"
               PERFORM OPEN-THE-NIGHT-INCIDENT
           END-IF.
           CALL "RUNEND" USING "RUNDIG01".

       PROGRAM-DONE.
           ADD 1 TO STEPS-RUN-COUNT.
           IF JB-END-SWITCH (JB-IDX) NOT = "Y"
               ADD 1 TO INCOMPLETE-COUNT
               IF FIRST-INCOMPLETE-JOB = SPACES
                   MOVE JB-JOB-NAME (JB-IDX) TO FIRST-INCOMPLETE-JOB
               END-IF
           END-IF.

      * The trailer is one record per company now, so
                   ADD CT-RECORD-COUNT TO NIGHT-RECORD-COUNT
                   ADD CT-GRAND-TOTAL TO NIGHT-GRAND-TOTAL
                   ADD CT-NEGATIVE-COUNT TO NIGHT-NEGATIVE-COUNT
                   PERFORM ADD-TO-THE-SOURCE-TOTAL
                   MOVE "Y" TO TRAILER-FOUND-SWITCH
                   PERFORM READ-ONE-TRAILER-RECORD
               END-PERFORM
           END-IF.
           CLOSE ADD-CONTROL-FILE.

      * A source past the table's end is left out of the
      * source lines but not the night's figures.
       ADD-TO-THE-SOURCE-TOTAL.
           MOVE "N" TO SOURCE-FOUND-SWITCH.
           IF SOURCE-COUNT > 0
               SET SRC-IDX TO 1
               SEARCH SOURCE-ENTRY
                   WHEN SRC-SOURCE-ID (SRC-IDX) = CT-SOURCE-ID
                       MOVE "Y" TO SOURCE-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF  NOT SOURCE-WAS-FOUND
           AND SOURCE-COUNT < 50
               ADD 1 TO SOURCE-COUNT
               SET SRC-IDX TO SOURCE-COUNT
               MOVE CT-SOURCE-ID TO SRC-SOURCE-ID (SRC-IDX)
               MOVE ZERO TO SRC-RECORD-COUNT (SRC-IDX)
               MOVE ZERO TO SRC-GRAND-TOTAL (SRC-IDX)
               MOVE "Y" TO SOURCE-FOUND-SWITCH
           END-IF.
           IF SOURCE-WAS-FOUND
               ADD CT-RECORD-COUNT TO SRC-RECORD-COUNT (SRC-IDX)
               ADD CT-GRAND-TOTAL TO SRC-GRAND-TOTAL (SRC-IDX)
           END-IF.

       READ-ONE-TRAILER-RECORD.
           READ ADD-CONTROL-FILE
               AT END
                   MOVE "Y" TO TRAILER-END-SWITCH
           END-READ.

       READ-THE-BALANCING-OUTCOME.
           OPEN INPUT BALANCING-CONTROL-FILE.
           IF BAL-FILE-STATUS = "00"
               READ BALANCING-CONTROL-FILE
                   NOT AT END
                       IF BV-RUN-DATE = DIGEST-RUN-DATE
                           MOVE "Y" TO BALANCING-FOUND-SWITCH
                           MOVE BV-CONDITION-CODE TO BALANCING-CODE
                           MOVE BV-STAGES-BALANCED TO BALANCED-STAGES
                           MOVE BV-STAGES-OUT TO OUT-STAGES
                           MOVE BV-STAGES-UNCHECKED
                               TO UNCHECKED-STAGES
                       END-IF
               END-READ
           END-IF.
           CLOSE BALANCING-CONTROL-FILE.

      * Same date filter as the stamps and alerts -- the
      * live exception log routinely holds several nights
      * until housekeeping runs.
               PERFORM UNTIL NO-MORE-EXCEPTIONS
                   IF EL-RUN-DATE = DIGEST-RUN-DATE
                       ADD 1 TO EXCEPTION-COUNT
                       IF EXCEPTION-COUNT = 1
                           MOVE EL-RUN-TIME TO FIRST-EXC-TIME
                       END-IF
                   END-IF
                   PERFORM READ-THE-NEXT-EXCEPTION
               END-PERFORM
               PERFORM UNTIL NO-MORE-MESSAGES
                   IF OM-RUN-DATE = DIGEST-RUN-DATE
                       ADD 1 TO ALERT-COUNT
                       IF ALERT-COUNT = 1
                           MOVE OM-RUN-TIME TO FIRST-ALERT-TIME
                           MOVE OM-MESSAGE-TEXT TO FIRST-ALERT-TEXT
                       END-IF
                   END-IF
                   PERFORM READ-THE-NEXT-MESSAGE
               END-PERFORM
               MOVE DIGEST-ADD-NA-LINE TO DIGEST-LINE
           END-IF.
           WRITE DIGEST-LINE.
           PERFORM WRITE-ONE-SOURCE-LINE
               VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > SOURCE-COUNT.
           IF BALANCING-WAS-FOUND
               MOVE BALANCING-CODE TO DB-CONDITION-CODE
               MOVE BALANCED-STAGES TO DB-BALANCED
               MOVE OUT-STAGES TO DB-OUT
               MOVE UNCHECKED-STAGES TO DB-UNCHECKED
               MOVE DIGEST-BALANCING-LINE TO DIGEST-LINE
           ELSE
               MOVE DIGEST-BALANCING-NA-LINE TO DIGEST-LINE
           END-IF.
           WRITE DIGEST-LINE.
           MOVE EXCEPTION-COUNT TO DE-EXCEPTION-COUNT.
           MOVE ALERT-COUNT TO DE-ALERT-COUNT.
           MOVE DIGEST-EXC-LINE TO DIGEST-LINE.
           WRITE DIGEST-LINE.
           IF INCOMPLETE-COUNT > ZERO OR ALERT-COUNT > ZERO
                                      OR BALANCING-CODE > ZERO
               MOVE "REVIEW REQUIRED" TO DS-STATUS-TEXT
           ELSE
               MOVE "COMPLETE" TO DS-STATUS-TEXT
           WRITE DIGEST-LINE.
           CLOSE DIGEST-FILE.
           DISPLAY "Digest written: STATUS " DS-STATUS-TEXT.

       WRITE-ONE-SOURCE-LINE.
           MOVE SRC-SOURCE-ID (SRC-IDX) TO DU-SOURCE-ID.
           MOVE SRC-RECORD-COUNT (SRC-IDX) TO DU-RECORD-COUNT.
           MOVE SRC-GRAND-TOTAL (SRC-IDX) TO DU-GRAND-TOTAL.
           MOVE DIGEST-SOURCE-LINE TO DIGEST-LINE.
           WRITE DIGEST-LINE.

      * Level 3 routines -- incident register
       OPEN-THE-NIGHT-INCIDENT.
           PERFORM LOOK-FOR-THE-NIGHT-INCIDENT.
           IF INCIDENT-WAS-FOUND
               DISPLAY "Incident already on file for this night."
           ELSE
               PERFORM BUILD-THE-INCIDENT
               PERFORM OPEN-THE-INCIDENTS-FOR-APPEND
               WRITE INCIDENT-RECORD
               CLOSE INCIDENT-FILE
               DISPLAY "Incident opened: " IN-FAILED-STEP
                       " RC " IN-RETURN-CODE
           END-IF.

       LOOK-FOR-THE-NIGHT-INCIDENT.
           OPEN INPUT INCIDENT-FILE.
           IF INC-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-INCIDENT
               PERFORM UNTIL NO-MORE-INCIDENTS
                   IF IN-NIGHT-DATE = DIGEST-RUN-DATE
                       MOVE "Y" TO INCIDENT-FOUND-SWITCH
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

      * An alert raised by a NOTIFY step starts with the
      * name of the step it watches, so its first word is
      * taken as the failed job.
       BUILD-THE-INCIDENT.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE DIGEST-RUN-DATE TO IN-NIGHT-DATE.
           ACCEPT IN-OPENED-TIME FROM TIME.
           MOVE "O" TO IN-STATUS.
           IF FIRST-INCOMPLETE-JOB NOT = SPACES
               MOVE FIRST-INCOMPLETE-JOB TO IN-FAILED-STEP
               MOVE "ABND" TO IN-RETURN-CODE
           ELSE
               IF ALERT-COUNT > ZERO
                   MOVE SPACES TO ALERT-JOB-NAME
                   UNSTRING FIRST-ALERT-TEXT DELIMITED BY SPACE
                       INTO ALERT-JOB-NAME
                   END-UNSTRING
                   MOVE ALERT-JOB-NAME TO IN-FAILED-STEP
                   MOVE ">=04" TO IN-RETURN-CODE
               ELSE
                   MOVE "ADDBAL01" TO IN-FAILED-STEP
                   MOVE BALANCING-CODE TO INCIDENT-RC-DIGITS
                   MOVE INCIDENT-RC-DIGITS TO IN-RETURN-CODE
               END-IF
           END-IF.
           MOVE INCOMPLETE-COUNT TO IN-INCOMPLETE-COUNT.
           MOVE EXCEPTION-COUNT TO IN-EXCEPTION-COUNT.
           MOVE FIRST-EXC-TIME TO IN-FIRST-EXC-TIME.
           MOVE ALERT-COUNT TO IN-ALERT-COUNT.
           MOVE FIRST-ALERT-TIME TO IN-FIRST-ALERT-TIME.
           MOVE BALANCING-CODE TO IN-BALANCING-CODE.

       OPEN-THE-INCIDENTS-FOR-APPEND.
           OPEN EXTEND INCIDENT-FILE.
           IF INC-FILE-STATUS NOT = "00"
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN EXTEND INCIDENT-FILE
           END-IF.
