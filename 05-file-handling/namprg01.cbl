      * a purged customer can still be looked up or put
      * back by hand. Active records and recently-inactive
      * ones are untouched.
      *
      * Idle days are counted by the shared DATECALC
      * routine from the suite business date (BUSDATE),
      * the count every aging report now makes. A
      * last-activity date that isn't a valid date is
      * never old enough to purge.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             NM-ZIP BY PA-ZIP
                             NM-CUST-NO BY PA-CUST-NO
                             NM-LAST-ACTIVITY BY PA-LAST-ACTIVITY
                             NM-STATUS BY PA-STATUS
                             NM-MAIL-STATUS BY PA-MAIL-STATUS
                             NM-RETURN-DATE BY PA-RETURN-DATE
                             NM-RETURN-REASON BY PA-RETURN-REASON.

       FD  PURGE-CONTROL-FILE.
       COPY NAMPRCTL.

       01  ARCHIVE-PATH          PIC X(40).
       01  RUN-DATE              PIC 9(8).
       01  BUSINESS-DATE         PIC 9(8).
       01  INACTIVE-DAYS         PIC 9(4)    VALUE 365.
       01  ACTIVITY-DATE         PIC 9(8).
       01  IDLE-DAYS             PIC S9(7).

       COPY DATECALC.

       01  MASTER-COUNT          PIC 9(4)    VALUE ZERO.
       01  NAME-TABLE.
           05  NAME-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON MASTER-COUNT
                           INDEXED BY NAME-IDX.
               10  TBL-RECORD-IMAGE  PIC X(110).
               10  TBL-PURGE-FLAG    PIC X.

       01  KEPT-COUNT            PIC 9(4)    VALUE ZERO.
       01  PURGED-COUNT          PIC 9(4)    VALUE ZERO.
       01  EXC-JOB-NAME          PIC X(8)    VALUE "NAMPRG01".
       01  JOB-NAME              PIC X(8)    VALUE "NAMPRG01".
       01  OPERATOR-ID           PIC X(8)    VALUE "BATCH001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  LOCK-RESULT           PIC X.
           88  MASTER-LOCK-ACQUIRED          VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
               CALL "RUNEND" USING "NAMPRG01"
               STOP RUN
           END-IF.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           CALL "BUSDATE" USING BUSINESS-DATE.
           PERFORM GET-THE-RETENTION.
           PERFORM BUILD-THE-ARCHIVE-NAME.
           PERFORM LOAD-AND-JUDGE-THE-MASTER.
           IF  NM-STATUS = "I"
           AND NM-LAST-ACTIVITY IS NUMERIC
               MOVE NM-LAST-ACTIVITY TO ACTIVITY-DATE
               MOVE "C" TO DK-ACTION
               MOVE ACTIVITY-DATE TO DK-FIRST-DATE
               MOVE BUSINESS-DATE TO DK-SECOND-DATE
               CALL "DATECALC" USING DATE-CALC-PARAMETERS
               MOVE DK-DAY-COUNT TO IDLE-DAYS
               IF  DK-DATE-OK
               AND IDLE-DAYS > INACTIVE-DAYS
                   MOVE "Y" TO TBL-PURGE-FLAG (NAME-IDX)
               END-IF
           END-IF.
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > MASTER-COUNT.
           CLOSE NAME-MASTER-FILE.
           PERFORM SEAL-THE-MASTER.

       WRITE-ONE-KEPT-RECORD.
           IF TBL-PURGE-FLAG (NAME-IDX) NOT = "Y"
                   TO NAME-MASTER-RECORD
               WRITE NAME-MASTER-RECORD
           END-IF.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "NAMPRG01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "NAMPRG01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           MOVE "NAMPRG01" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
