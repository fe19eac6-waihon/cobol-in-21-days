       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRDHST01.
      *--------------------------------------------------
      * Point-in-time history for one named list on the
      * word master. When a department disputes a code
      * ("was it valid on the 3rd?") WRDMAST.DAT only
      * shows today's list. Every add and remove keyed in
      * WRDSRT07 or applied by WRDBAT01 is on the WRDAUD.DAT
      * trail, and GENBACK keeps dated generations of the
      * master in GENCAT.DAT, so this takes a list name at
      * the console and either:
      *
      * R) rebuilds the list as it stood at a date and
      *    time. The starting image is the nearest WRDMAST
      *    generation -- the newest one cut at or before
      *    that moment, or failing that the oldest one cut
      *    after it, or the live master when none is
      *    cataloged -- and the trail is laid over it. A
      *    word the trail touched takes its state from the
      *    trail: its last change at or before the moment,
      *    or, where all its changes come later, the
      *    opposite of the first of them (only applied
      *    changes are audited, so an add means the word
      *    was absent before it, a remove that it was
      *    present). A generation is cut when a run saves,
      *    after that run's own trail records were
      *    written, so taking a touched word from the
      *    trail rather than replaying onto the image keeps
      *    those changes from being lost or doubled. Words
      *    the trail never touched come from the image.
      *
      * C) lists the list's adds and removes between two
      *    dates, with who made each one, as a change
      *    report for the department WRDOWN.DAT names as
      *    the list's owner.
      *
      * Either answer is shown at the console and written
      * to WRDHST.DAT for printing.
      *
      * WRDMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WORD-AUDIT-FILE ASSIGN TO "WRDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT OPTIONAL GENERATION-CATALOG-FILE
               ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.

           SELECT OPTIONAL WORD-IMAGE-FILE
               ASSIGN TO DYNAMIC IMAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMAGE-FILE-STATUS.

           SELECT OPTIONAL WORD-OWNER-FILE ASSIGN TO "WRDOWN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWNER-FILE-STATUS.

           SELECT HISTORY-REPORT-FILE ASSIGN TO "WRDHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORD-AUDIT-FILE.
       COPY WRDAUD.

       FD  GENERATION-CATALOG-FILE.
       COPY GENCAT.

       FD  WORD-IMAGE-FILE.
       COPY WRDLIST.

       FD  WORD-OWNER-FILE.
       COPY WRDOWN.

       FD  HISTORY-REPORT-FILE.
       01  HISTORY-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.

       01  AUDIT-FILE-STATUS     PIC XX.
       01  CAT-FILE-STATUS       PIC XX.
       01  IMAGE-FILE-STATUS     PIC XX.
       01  OWNER-FILE-STATUS     PIC XX.
       01  IMAGE-PATH            PIC X(40).

       01  AUDIT-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-AUDIT-RECORDS         VALUE "Y".
       01  CAT-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-CAT-RECORDS           VALUE "Y".
       01  IMAGE-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-IMAGE-RECORDS         VALUE "Y".
       01  OWNER-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-OWNER-RECORDS         VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  INQUIRY-MODE          PIC X.
           88  REBUILD-THE-LIST              VALUE "R".
           88  REPORT-THE-CHANGES            VALUE "C".
       01  WANTED-LIST           PIC X(8).
       01  RAW-DATE              PIC X(8).
       01  RAW-TIME              PIC X(6).
       01  FROM-DATE             PIC 9(8).
       01  TO-DATE               PIC 9(8).
       01  OWNER-DEPARTMENT      PIC X(30).

      * Date and time stamps compare as one sixteen-digit
      * key, date first; times are HHMMSSHH as ACCEPT FROM
      * TIME gives them.
       01  TARGET-STAMP.
           05  TARGET-DATE           PIC 9(8).
           05  TARGET-TIME           PIC 9(8).
       01  CHANGE-STAMP.
           05  CHANGE-DATE           PIC 9(8).
           05  CHANGE-TIME           PIC 9(8).
       01  CATALOG-STAMP.
           05  CATALOG-DATE          PIC 9(8).
           05  CATALOG-TIME          PIC 9(8).
       01  BEFORE-STAMP          PIC X(16)   VALUE SPACES.
       01  AFTER-STAMP           PIC X(16)   VALUE SPACES.
       01  BEFORE-FILE           PIC X(40)   VALUE SPACES.
       01  AFTER-FILE            PIC X(40)   VALUE SPACES.

      * Every word the image or the trail puts on the
      * list, kept in word order: whether the image has
      * it, and what the trail says of it -- "Y" present,
      * "N" absent, space for no word either way -- from
      * its last change at or before the moment and from
      * its first change after.
       01  HISTORY-COUNT         PIC 9(4)    VALUE ZERO.
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON HISTORY-COUNT
                              ASCENDING KEY IS HW-WORD
                              INDEXED BY HW-IDX.
               10  HW-WORD           PIC X(50).
               10  HW-IMAGE-SWITCH   PIC X.
               10  HW-BEFORE-STATE   PIC X.
               10  HW-AFTER-STATE    PIC X.
       01  WORD-FOUND-SWITCH     PIC X.
           88  WORD-WAS-FOUND                VALUE "Y".
       01  WANTED-WORD           PIC X(50).
       01  INSERT-IDX            PIC 9(4).
       01  WORD-STATE            PIC X.
       01  WORD-SOURCE           PIC X(10).

       01  LISTED-COUNT          PIC 9(5)    VALUE ZERO.
       01  FROM-TRAIL-COUNT      PIC 9(5)    VALUE ZERO.
       01  ADD-COUNT             PIC 9(5)    VALUE ZERO.
       01  REMOVE-COUNT          PIC 9(5)    VALUE ZERO.

       01  EXC-JOB-NAME          PIC X(8)    VALUE "WRDHST01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  HISTORY-HEADING-1.
           05  FILLER             PIC X(36)
               VALUE "WORD LIST HISTORY".
           COPY RUNDATE REPLACING RD-RUN-DATE BY HH-RUN-DATE.

       01  HISTORY-HEADING-2.
           05  FILLER             PIC X(6)  VALUE "LIST: ".
           05  HH-LIST-NAME       PIC X(8).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "OWNER: ".
           05  HH-DEPARTMENT      PIC X(30).

       01  AS-OF-HEADING.
           05  FILLER             PIC X(7)  VALUE "AS OF: ".
           05  AH-DATE            PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  AH-HOUR            PIC 99.
           05  FILLER             PIC X     VALUE ":".
           05  AH-MINUTE          PIC 99.
           05  FILLER             PIC X     VALUE ":".
           05  AH-SECOND          PIC 99.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "STARTED FROM".
           05  FILLER             PIC X     VALUE SPACE.
           05  AH-IMAGE-FILE      PIC X(40).

       01  AS-OF-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-WORD            PIC X(50).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-SOURCE          PIC X(10).

       01  AS-OF-TOTAL-LINE.
           05  FILLER             PIC X(16) VALUE "Words on list: ".
           05  AT-LISTED-COUNT    PIC ZZZZ9.
           05  FILLER             PIC X(18)
               VALUE "  From the trail: ".
           05  AT-TRAIL-COUNT     PIC ZZZZ9.

       01  CHANGE-HEADING.
           05  FILLER             PIC X(9)  VALUE "CHANGES: ".
           05  CH-FROM-DATE       PIC 9999/99/99.
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  CH-TO-DATE         PIC 9999/99/99.

       01  CHANGE-DETAIL-LINE.
           05  CD-DATE            PIC 9999/99/99.
           05  FILLER             PIC X     VALUE SPACE.
           05  CD-HOUR            PIC 99.
           05  FILLER             PIC X     VALUE ":".
           05  CD-MINUTE          PIC 99.
           05  FILLER             PIC X     VALUE ":".
           05  CD-SECOND          PIC 99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-ACTION          PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-WORD            PIC X(50).

       01  CHANGE-TOTAL-LINE.
           05  FILLER             PIC X(7)  VALUE "Adds: ".
           05  CT-ADD-COUNT       PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  Removes: ".
           05  CT-REMOVE-COUNT    PIC ZZZZ9.

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "WRDHST01".
           MOVE "WRDMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM GET-THE-INQUIRY-KEYS.
           PERFORM FIND-THE-LIST-OWNER.
           OPEN OUTPUT HISTORY-REPORT-FILE.
           ACCEPT HH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE HISTORY-HEADING-1 TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           MOVE WANTED-LIST TO HH-LIST-NAME.
           MOVE OWNER-DEPARTMENT TO HH-DEPARTMENT.
           MOVE HISTORY-HEADING-2 TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           IF REBUILD-THE-LIST
               PERFORM REBUILD-THE-LIST-AS-OF
           ELSE
               PERFORM REPORT-THE-LIST-CHANGES
           END-IF.
           CLOSE HISTORY-REPORT-FILE.
           CALL "RUNEND" USING "WRDHST01".
           IF LOAD-DID-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       GET-THE-INQUIRY-KEYS.
           DISPLAY "Which list?".
           ACCEPT WANTED-LIST.
           DISPLAY "R)ebuild the list as of a moment  "
                   "C)hange report?".
           ACCEPT INQUIRY-MODE.
           PERFORM UNTIL REBUILD-THE-LIST OR REPORT-THE-CHANGES
               DISPLAY "Enter R or C."
               ACCEPT INQUIRY-MODE
           END-PERFORM.
           IF REBUILD-THE-LIST
               PERFORM GET-THE-MOMENT
           ELSE
               PERFORM GET-THE-DATE-SPAN
           END-IF.

      * The moment is taken to the second and covers the
      * whole of that second.
       GET-THE-MOMENT.
           DISPLAY "As of date (CCYYMMDD)?".
           ACCEPT RAW-DATE.
           PERFORM UNTIL RAW-DATE IS NUMERIC
               DISPLAY "The date must be eight digits, CCYYMMDD."
               ACCEPT RAW-DATE
           END-PERFORM.
           MOVE RAW-DATE TO TARGET-DATE.
           DISPLAY "As of time (HHMMSS)?".
           ACCEPT RAW-TIME.
           PERFORM UNTIL RAW-TIME IS NUMERIC
               DISPLAY "The time must be six digits, HHMMSS."
               ACCEPT RAW-TIME
           END-PERFORM.
           MOVE RAW-TIME TO TARGET-TIME (1:6).
           MOVE 99 TO TARGET-TIME (7:2).

       GET-THE-DATE-SPAN.
           DISPLAY "From date (CCYYMMDD)?".
           ACCEPT RAW-DATE.
           PERFORM UNTIL RAW-DATE IS NUMERIC
               DISPLAY "The date must be eight digits, CCYYMMDD."
               ACCEPT RAW-DATE
           END-PERFORM.
           MOVE RAW-DATE TO FROM-DATE.
           DISPLAY "To date (CCYYMMDD)?".
           ACCEPT RAW-DATE.
           PERFORM UNTIL RAW-DATE IS NUMERIC
               DISPLAY "The date must be eight digits, CCYYMMDD."
               ACCEPT RAW-DATE
           END-PERFORM.
           MOVE RAW-DATE TO TO-DATE.

       FIND-THE-LIST-OWNER.
           MOVE "(no owner on WRDOWN.DAT)" TO OWNER-DEPARTMENT.
           OPEN INPUT WORD-OWNER-FILE.
           IF OWNER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-OWNER-RECORD
               PERFORM UNTIL NO-MORE-OWNER-RECORDS
                   IF WO-LIST-NAME = WANTED-LIST
                       MOVE WO-DEPARTMENT TO OWNER-DEPARTMENT
                       MOVE "Y" TO OWNER-END-SWITCH
                   ELSE
                       PERFORM READ-THE-NEXT-OWNER-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE WORD-OWNER-FILE.

       READ-THE-NEXT-OWNER-RECORD.
           READ WORD-OWNER-FILE
               AT END
                   MOVE "Y" TO OWNER-END-SWITCH
           END-READ.

       WRITE-THE-REPORT-LINE.
           DISPLAY HISTORY-REPORT-LINE (1:79).
           WRITE HISTORY-REPORT-LINE.

      *--------------------------------------------------
      * R) -- the list as it stood at the moment.
      *--------------------------------------------------
       REBUILD-THE-LIST-AS-OF.
           PERFORM CHOOSE-THE-STARTING-IMAGE.
           PERFORM LOAD-THE-STARTING-IMAGE.
           PERFORM LAY-THE-TRAIL-OVER-THE-IMAGE.
           IF LOAD-DID-OVERFLOW
               DISPLAY "More than 1000 words on the list's "
                       "history; run abandoned."
               MOVE "Word history table overflow" TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
           ELSE
               PERFORM WRITE-THE-AS-OF-LIST
           END-IF.

       CHOOSE-THE-STARTING-IMAGE.
           OPEN INPUT GENERATION-CATALOG-FILE.
           IF CAT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-CAT-RECORD
               PERFORM UNTIL NO-MORE-CAT-RECORDS
                   IF GN-MASTER-NAME = "WRDMAST"
                       PERFORM CHECK-ONE-GENERATION
                   END-IF
                   PERFORM READ-THE-NEXT-CAT-RECORD
               END-PERFORM
           END-IF.
           CLOSE GENERATION-CATALOG-FILE.
           IF BEFORE-FILE NOT = SPACES
               MOVE BEFORE-FILE TO IMAGE-PATH
           ELSE
           IF AFTER-FILE NOT = SPACES
               MOVE AFTER-FILE TO IMAGE-PATH
           ELSE
               MOVE "WRDMAST.DAT" TO IMAGE-PATH
           END-IF
           END-IF.

       READ-THE-NEXT-CAT-RECORD.
           READ GENERATION-CATALOG-FILE
               AT END
                   MOVE "Y" TO CAT-END-SWITCH
           END-READ.

       CHECK-ONE-GENERATION.
           MOVE GN-GENERATION-DATE TO CATALOG-DATE.
           MOVE GN-GENERATION-TIME TO CATALOG-TIME.
           IF CATALOG-STAMP NOT > TARGET-STAMP
               IF BEFORE-STAMP = SPACES
               OR CATALOG-STAMP > BEFORE-STAMP
                   MOVE CATALOG-STAMP TO BEFORE-STAMP
                   MOVE GN-FILE-NAME TO BEFORE-FILE
               END-IF
           ELSE
               IF AFTER-STAMP = SPACES
               OR CATALOG-STAMP < AFTER-STAMP
                   MOVE CATALOG-STAMP TO AFTER-STAMP
                   MOVE GN-FILE-NAME TO AFTER-FILE
               END-IF
           END-IF.

      * A cataloged generation whose file has since gone
      * falls back to the live master as the image.
       LOAD-THE-STARTING-IMAGE.
           OPEN INPUT WORD-IMAGE-FILE.
           IF IMAGE-FILE-STATUS NOT = "00"
               DISPLAY "Generation not found, live master used: "
                       IMAGE-PATH
               CLOSE WORD-IMAGE-FILE
               MOVE "WRDMAST.DAT" TO IMAGE-PATH
               OPEN INPUT WORD-IMAGE-FILE
           END-IF.
           IF IMAGE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-IMAGE-RECORD
               PERFORM UNTIL NO-MORE-IMAGE-RECORDS
                   IF WL-LIST-NAME = WANTED-LIST
                       MOVE WL-WORD TO WANTED-WORD
                       PERFORM FIND-THE-HISTORY-WORD
                       IF WORD-WAS-FOUND
                           MOVE "Y" TO HW-IMAGE-SWITCH (HW-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-THE-NEXT-IMAGE-RECORD
               END-PERFORM
           END-IF.
           CLOSE WORD-IMAGE-FILE.

       READ-THE-NEXT-IMAGE-RECORD.
           READ WORD-IMAGE-FILE
               AT END
                   MOVE "Y" TO IMAGE-END-SWITCH
           END-READ.

      * The trail is in the order the changes were made,
      * so the last change at or before the moment simply
      * overwrites any earlier one, and only the first
      * change after it is kept.
       LAY-THE-TRAIL-OVER-THE-IMAGE.
           MOVE "N" TO AUDIT-END-SWITCH.
           OPEN INPUT WORD-AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-AUDIT-RECORD
               PERFORM UNTIL NO-MORE-AUDIT-RECORDS
                   IF WA-LIST-NAME = WANTED-LIST
                       PERFORM APPLY-ONE-TRAIL-RECORD
                   END-IF
                   PERFORM READ-THE-NEXT-AUDIT-RECORD
               END-PERFORM
           END-IF.
           CLOSE WORD-AUDIT-FILE.

       READ-THE-NEXT-AUDIT-RECORD.
           READ WORD-AUDIT-FILE
               AT END
                   MOVE "Y" TO AUDIT-END-SWITCH
           END-READ.

       APPLY-ONE-TRAIL-RECORD.
           MOVE WA-WORD TO WANTED-WORD.
           PERFORM FIND-THE-HISTORY-WORD.
           IF WORD-WAS-FOUND
               MOVE WA-RUN-DATE TO CHANGE-DATE
               MOVE WA-RUN-TIME TO CHANGE-TIME
               IF CHANGE-STAMP NOT > TARGET-STAMP
                   IF WA-ACTION = "A"
                       MOVE "Y" TO HW-BEFORE-STATE (HW-IDX)
                   ELSE
                       MOVE "N" TO HW-BEFORE-STATE (HW-IDX)
                   END-IF
               ELSE
                   IF HW-AFTER-STATE (HW-IDX) = SPACE
                       IF WA-ACTION = "A"
                           MOVE "N" TO HW-AFTER-STATE (HW-IDX)
                       ELSE
                           MOVE "Y" TO HW-AFTER-STATE (HW-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Finds the word on the history table, adding it at
      * its place in word order when it is not there yet.
      * WORD-WAS-FOUND is off only when the table is full.
       FIND-THE-HISTORY-WORD.
           MOVE "N" TO WORD-FOUND-SWITCH.
           IF HISTORY-COUNT > 0
               SEARCH ALL HISTORY-ENTRY
                   WHEN HW-WORD (HW-IDX) = WANTED-WORD
                       MOVE "Y" TO WORD-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT WORD-WAS-FOUND
               IF HISTORY-COUNT >= 1000
                   MOVE "Y" TO LOAD-OVERFLOW-SWITCH
               ELSE
                   PERFORM INSERT-THE-HISTORY-WORD
                   MOVE "Y" TO WORD-FOUND-SWITCH
               END-IF
           END-IF.

       INSERT-THE-HISTORY-WORD.
           ADD 1 TO HISTORY-COUNT.
           MOVE HISTORY-COUNT TO INSERT-IDX.
           PERFORM UNTIL INSERT-IDX = 1
                       OR HW-WORD (INSERT-IDX - 1) <= WANTED-WORD
               MOVE HISTORY-ENTRY (INSERT-IDX - 1)
                   TO HISTORY-ENTRY (INSERT-IDX)
               SUBTRACT 1 FROM INSERT-IDX
           END-PERFORM.
           SET HW-IDX TO INSERT-IDX.
           MOVE WANTED-WORD TO HW-WORD (HW-IDX).
           MOVE "N" TO HW-IMAGE-SWITCH (HW-IDX).
           MOVE SPACE TO HW-BEFORE-STATE (HW-IDX).
           MOVE SPACE TO HW-AFTER-STATE (HW-IDX).

       WRITE-THE-AS-OF-LIST.
           MOVE TARGET-DATE TO AH-DATE.
           MOVE TARGET-TIME (1:2) TO AH-HOUR.
           MOVE TARGET-TIME (3:2) TO AH-MINUTE.
           MOVE TARGET-TIME (5:2) TO AH-SECOND.
           MOVE IMAGE-PATH TO AH-IMAGE-FILE.
           MOVE AS-OF-HEADING TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           MOVE SPACES TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           PERFORM WRITE-ONE-AS-OF-WORD
               VARYING HW-IDX FROM 1 BY 1
               UNTIL HW-IDX > HISTORY-COUNT.
           MOVE LISTED-COUNT TO AT-LISTED-COUNT.
           MOVE FROM-TRAIL-COUNT TO AT-TRAIL-COUNT.
           MOVE AS-OF-TOTAL-LINE TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.

       WRITE-ONE-AS-OF-WORD.
           IF HW-BEFORE-STATE (HW-IDX) NOT = SPACE
               MOVE HW-BEFORE-STATE (HW-IDX) TO WORD-STATE
               MOVE "TRAIL" TO WORD-SOURCE
           ELSE
           IF HW-AFTER-STATE (HW-IDX) NOT = SPACE
               MOVE HW-AFTER-STATE (HW-IDX) TO WORD-STATE
               MOVE "TRAIL" TO WORD-SOURCE
           ELSE
               MOVE HW-IMAGE-SWITCH (HW-IDX) TO WORD-STATE
               MOVE "GENERATION" TO WORD-SOURCE
           END-IF
           END-IF.
           IF WORD-STATE = "Y"
               ADD 1 TO LISTED-COUNT
               IF WORD-SOURCE = "TRAIL"
                   ADD 1 TO FROM-TRAIL-COUNT
               END-IF
               MOVE SPACES TO AS-OF-DETAIL-LINE
               MOVE HW-WORD (HW-IDX) TO AD-WORD
               MOVE WORD-SOURCE TO AD-SOURCE
               MOVE AS-OF-DETAIL-LINE TO HISTORY-REPORT-LINE
               PERFORM WRITE-THE-REPORT-LINE
           END-IF.

      *--------------------------------------------------
      * C) -- the list's adds and removes over a span.
      *--------------------------------------------------
       REPORT-THE-LIST-CHANGES.
           MOVE FROM-DATE TO CH-FROM-DATE.
           MOVE TO-DATE TO CH-TO-DATE.
           MOVE CHANGE-HEADING TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           MOVE SPACES TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.
           MOVE "N" TO AUDIT-END-SWITCH.
           OPEN INPUT WORD-AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-AUDIT-RECORD
               PERFORM UNTIL NO-MORE-AUDIT-RECORDS
                   IF  WA-LIST-NAME = WANTED-LIST
                   AND WA-RUN-DATE >= FROM-DATE
                   AND WA-RUN-DATE <= TO-DATE
                       PERFORM WRITE-ONE-CHANGE-LINE
                   END-IF
                   PERFORM READ-THE-NEXT-AUDIT-RECORD
               END-PERFORM
           END-IF.
           CLOSE WORD-AUDIT-FILE.
           MOVE ADD-COUNT TO CT-ADD-COUNT.
           MOVE REMOVE-COUNT TO CT-REMOVE-COUNT.
           MOVE CHANGE-TOTAL-LINE TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.

       WRITE-ONE-CHANGE-LINE.
           MOVE WA-RUN-DATE TO CD-DATE.
           MOVE WA-RUN-TIME (1:2) TO CD-HOUR.
           MOVE WA-RUN-TIME (3:2) TO CD-MINUTE.
           MOVE WA-RUN-TIME (5:2) TO CD-SECOND.
           MOVE WA-OPERATOR-ID TO CD-OPERATOR-ID.
           IF WA-ACTION = "A"
               MOVE "ADD" TO CD-ACTION
               ADD 1 TO ADD-COUNT
           ELSE
               MOVE "REMOVE" TO CD-ACTION
               ADD 1 TO REMOVE-COUNT
           END-IF.
           MOVE WA-WORD TO CD-WORD.
           MOVE CHANGE-DETAIL-LINE TO HISTORY-REPORT-LINE.
           PERFORM WRITE-THE-REPORT-LINE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "WRDHST01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "WRDHST01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
