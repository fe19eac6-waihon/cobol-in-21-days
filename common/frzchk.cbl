       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZCHK.
      *--------------------------------------------------
      * Shared change-freeze check. Around month-end and
      * year-end close a GLACCT.DAT edit or a RANGECTL
      * change promoted mid-close has forced reruns more
      * than once. Every program that promotes a control
      * file or maintains a master CALLs this just before
      * the change, and the freeze calendar FRZCAL.DAT is
      * read for a window covering the file, or the
      * program, or *ALL, at this moment.
      *
      * Outside every window the change goes ahead and
      * nothing is logged. Inside a full freeze it is
      * refused outright. Inside an emergency-only window
      * the operator is asked whether this is an emergency
      * (the answer folded through YESNOCNF, so an
      * unattended run reads as no); a declared emergency
      * needs a reason and then the shared DUALAUTH
      * second-operator override. Every attempt inside a
      * window -- refused, or gone ahead as an emergency
      * with its reason and approver -- is appended to
      * FRZLOG.DAT for the FRZRPT01 freeze-exceptions
      * report, and a refusal goes on the exception log
      * under FRZE as well.
      *
      * The parameters are the FRZPARM.cpy area.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FREEZE-CALENDAR-FILE
               ASSIGN TO "FRZCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT OPTIONAL FREEZE-LOG-FILE
               ASSIGN TO "FRZLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT OPTIONAL DUAL-AUTH-FILE
               ASSIGN TO "DUALAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREEZE-CALENDAR-FILE.
       COPY FRZCAL.

       FD  FREEZE-LOG-FILE.
       COPY FRZLOG.

       FD  DUAL-AUTH-FILE.
       COPY DUALAUD.

       WORKING-STORAGE SECTION.

       01  WS-CAL-FILE-STATUS    PIC XX.
       01  WS-LOG-FILE-STATUS    PIC XX.
       01  WS-AUDIT-FILE-STATUS  PIC XX.
       01  WS-CAL-END-SWITCH     PIC X.
           88  NO-MORE-CALENDAR-ROWS         VALUE "Y".
       01  WS-AUDIT-END-SWITCH   PIC X.
           88  NO-MORE-AUDIT-RECORDS         VALUE "Y".

       01  WS-NOW-DATE           PIC 9(8).
       01  WS-NOW-TIME           PIC 9(8).
       01  WS-NOW-STAMP.
           05  WS-NOW-STAMP-DATE  PIC 9(8).
           05  WS-NOW-STAMP-TIME  PIC 9(4).
       01  WS-START-STAMP.
           05  WS-START-DATE      PIC 9(8).
           05  WS-START-TIME      PIC 9(4).
       01  WS-END-STAMP.
           05  WS-END-DATE        PIC 9(8).
           05  WS-END-TIME        PIC 9(4).

       01  WS-FREEZE-LEVEL       PIC X       VALUE SPACE.
           88  NO-FREEZE-APPLIES             VALUE SPACE.
           88  FULL-FREEZE-APPLIES           VALUE "F".
           88  EMERGENCY-ONLY-APPLIES        VALUE "E".
       01  WS-WINDOW-NAME        PIC X(20).

       01  WS-RAW-ANSWER         PIC X(3).
       01  WS-FOLDED-ANSWER      PIC X.
       01  WS-VALID-SWITCH       PIC X.
       01  WS-REASON             PIC X(40).
       01  WS-ACTION-TEXT        PIC X(40).
       01  WS-APPROVED-SWITCH    PIC X.
           88  OVERRIDE-IS-APPROVED          VALUE "Y".
       01  WS-APPROVER-ID        PIC X(8).
       01  WS-LOG-RESULT         PIC X.

       01  WS-EXC-TEXT           PIC X(40).
       01  WS-EXC-CATEGORY       PIC X(4)    VALUE "FRZE".

       LINKAGE SECTION.

       COPY FRZPARM.

       PROCEDURE DIVISION USING FREEZE-CHECK-PARAMETERS.

       PROGRAM-BEGIN.

           MOVE "Y" TO FZ-RESULT.
           MOVE "N" TO FZ-EMERGENCY.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO WS-NOW-STAMP-DATE.
           MOVE WS-NOW-TIME (1:4) TO WS-NOW-STAMP-TIME.
           PERFORM FIND-THE-COVERING-WINDOW.
           IF FULL-FREEZE-APPLIES
               PERFORM REFUSE-THE-CHANGE
           ELSE
           IF EMERGENCY-ONLY-APPLIES
               PERFORM ASK-FOR-AN-EMERGENCY
           END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      * Level 2 routines
      * Every row covering this change and this moment is
      * looked at; one full-freeze row outranks any number
      * of emergency-only rows.
       FIND-THE-COVERING-WINDOW.
           MOVE "N" TO WS-CAL-END-SWITCH.
           OPEN INPUT FREEZE-CALENDAR-FILE.
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CALENDAR-ROW
               PERFORM UNTIL NO-MORE-CALENDAR-ROWS
                   IF FC-COVERED = "*ALL"
                   OR FC-COVERED = FZ-TARGET-NAME
                   OR FC-COVERED = FZ-JOB-NAME
                       PERFORM CHECK-ONE-WINDOW
                   END-IF
                   PERFORM READ-THE-NEXT-CALENDAR-ROW
               END-PERFORM
           END-IF.
           CLOSE FREEZE-CALENDAR-FILE.

       READ-THE-NEXT-CALENDAR-ROW.
           READ FREEZE-CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-CAL-END-SWITCH
           END-READ.

       CHECK-ONE-WINDOW.
           MOVE FC-START-DATE TO WS-START-DATE.
           MOVE FC-START-TIME TO WS-START-TIME.
           MOVE FC-END-DATE TO WS-END-DATE.
           MOVE FC-END-TIME TO WS-END-TIME.
           IF  WS-NOW-STAMP NOT < WS-START-STAMP
           AND WS-NOW-STAMP NOT > WS-END-STAMP
               IF FC-FULL-FREEZE
                   IF NOT FULL-FREEZE-APPLIES
                       MOVE "F" TO WS-FREEZE-LEVEL
                       MOVE FC-WINDOW-NAME TO WS-WINDOW-NAME
                   END-IF
               ELSE
               IF FC-EMERGENCY-ONLY AND NO-FREEZE-APPLIES
                   MOVE "E" TO WS-FREEZE-LEVEL
                   MOVE FC-WINDOW-NAME TO WS-WINDOW-NAME
               END-IF
               END-IF
           END-IF.

       REFUSE-THE-CHANGE.
           MOVE "N" TO FZ-RESULT.
           DISPLAY FZ-TARGET-NAME " is frozen: " WS-WINDOW-NAME
                   " (full freeze).".
           DISPLAY "No change may be made until the window ends.".
           MOVE SPACES TO WS-REASON WS-APPROVER-ID.
           MOVE "R" TO WS-LOG-RESULT.
           PERFORM LOG-THE-ATTEMPT.

       ASK-FOR-AN-EMERGENCY.
           MOVE SPACES TO WS-REASON WS-APPROVER-ID.
           DISPLAY FZ-TARGET-NAME " is inside the change freeze "
                   WS-WINDOW-NAME ".".
           DISPLAY "Only an emergency change may go ahead.".
           DISPLAY "Is this an emergency change (Y/N)?".
           MOVE SPACES TO WS-RAW-ANSWER.
           ACCEPT WS-RAW-ANSWER.
           CALL "YESNOCNF" USING FZ-JOB-NAME WS-RAW-ANSWER
                                  WS-FOLDED-ANSWER WS-VALID-SWITCH.
           IF WS-VALID-SWITCH = "Y" AND WS-FOLDED-ANSWER = "Y"
               DISPLAY "Reason for the emergency change?"
               ACCEPT WS-REASON
               IF WS-REASON = SPACES
                   DISPLAY "An emergency change needs a reason."
               ELSE
                   PERFORM GET-THE-OVERRIDE
               END-IF
           END-IF.
           IF FZ-IS-EMERGENCY
               MOVE "E" TO WS-LOG-RESULT
           ELSE
               MOVE "N" TO FZ-RESULT
               DISPLAY "Change refused: " WS-WINDOW-NAME
                       " freeze."
               MOVE "D" TO WS-LOG-RESULT
           END-IF.
           PERFORM LOG-THE-ATTEMPT.

       GET-THE-OVERRIDE.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "FREEZE OVERRIDE " DELIMITED BY SIZE
                  FZ-TARGET-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-WINDOW-NAME DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           END-STRING.
           CALL "DUALAUTH" USING FZ-JOB-NAME FZ-OPERATOR-ID
                                  WS-ACTION-TEXT
                                  WS-APPROVED-SWITCH.
           IF OVERRIDE-IS-APPROVED
               MOVE "Y" TO FZ-EMERGENCY
               PERFORM FIND-THE-APPROVER
           END-IF.

      * DUALAUTH has just written its decision; the last
      * approval on the audit for this job is the one.
       FIND-THE-APPROVER.
           MOVE "N" TO WS-AUDIT-END-SWITCH.
           OPEN INPUT DUAL-AUTH-FILE.
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-AUDIT-RECORD
               PERFORM UNTIL NO-MORE-AUDIT-RECORDS
                   IF  DA-JOB-NAME = FZ-JOB-NAME
                   AND DA-RESULT = "Y"
                       MOVE DA-APPROVER-ID TO WS-APPROVER-ID
                   END-IF
                   PERFORM READ-THE-NEXT-AUDIT-RECORD
               END-PERFORM
           END-IF.
           CLOSE DUAL-AUTH-FILE.

       READ-THE-NEXT-AUDIT-RECORD.
           READ DUAL-AUTH-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-END-SWITCH
           END-READ.

       LOG-THE-ATTEMPT.
           PERFORM OPEN-THE-LOG-FOR-APPEND.
           MOVE SPACES TO FREEZE-LOG-RECORD.
           MOVE WS-NOW-DATE TO FL-RUN-DATE.
           ACCEPT FL-RUN-TIME FROM TIME.
           MOVE FZ-JOB-NAME TO FL-JOB-NAME.
           MOVE FZ-TARGET-NAME TO FL-TARGET-NAME.
           MOVE FZ-OPERATOR-ID TO FL-REQUESTER-ID.
           MOVE WS-APPROVER-ID TO FL-APPROVER-ID.
           MOVE WS-LOG-RESULT TO FL-RESULT.
           MOVE WS-WINDOW-NAME TO FL-WINDOW-NAME.
           MOVE WS-REASON TO FL-REASON.
           WRITE FREEZE-LOG-RECORD.
           CLOSE FREEZE-LOG-FILE.
           IF FZ-CHANGE-REFUSED
               MOVE SPACES TO WS-EXC-TEXT
               STRING "Freeze refused change to " DELIMITED BY SIZE
                      FZ-TARGET-NAME DELIMITED BY SPACE
                   INTO WS-EXC-TEXT
               END-STRING
               CALL "EXCLOG" USING FZ-JOB-NAME WS-EXC-TEXT
                                    WS-EXC-CATEGORY
           END-IF.

       OPEN-THE-LOG-FOR-APPEND.
           OPEN EXTEND FREEZE-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT FREEZE-LOG-FILE
               CLOSE FREEZE-LOG-FILE
               OPEN EXTEND FREEZE-LOG-FILE
           END-IF.
