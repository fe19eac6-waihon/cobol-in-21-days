      * NAMBAT.DAT with a reason per rejected record. The
      * master is the same load-table/save-file flat file
      * HELLO06 maintains.
      *
      * A change that moves the customer to a different
      * address clears any returned-mail flag on the
      * record, the same as HELLO06's C)hange, so a
      * corrected address goes back on the label and
      * statement runs.
      *
      * A "T" transaction records a typed mailing, billing
      * or shipping address for the named customer on
      * NAMETADR.DAT, effective-dated and with the same
      * STATEZIP.DAT cross-check, the batch twin of
      * HELLO06's T)yped prompt. A new mailing or billing
      * address clears a returned-mail flag too.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *
      * Before anything is applied the run is checked
      * against the change-freeze calendar through the
      * shared FRZCHK routine. Inside a full freeze, or
      * inside an emergency-only window without an
      * approved emergency override, nothing is applied
      * and the run ends with return code 8.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OPTIONAL TYPED-ADDRESS-FILE
               ASSIGN TO "NAMETADR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYPED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MAINT-FILE.
       FD  NAME-HISTORY-FILE.
       COPY NAMEHIST.

       FD  TYPED-ADDRESS-FILE.
       COPY NAMETADR.

       WORKING-STORAGE SECTION.

       01  MASTER-FILE-STATUS    PIC XX.
               10  TBL-CUST-NO       PIC X(06).
               10  TBL-LAST-ACTIVITY PIC X(08).
               10  TBL-STATUS        PIC X.
               10  TBL-MAIL-STATUS   PIC X.
               10  TBL-RETURN-DATE   PIC X(08).
               10  TBL-RETURN-REASON PIC X(20).
       01  FOUND-SWITCH          PIC X.
           88  NAME-WAS-FOUND                VALUE "Y".
       01  SHIFT-IDX             PIC 9(3).
       01  ASSIGNED-CUST-NO      PIC X(6).
       01  REJECT-REASON         PIC X(30).
       01  HISTORY-FILE-STATUS   PIC XX.
       01  TYPED-FILE-STATUS     PIC XX.
       01  EFFECTIVE-DATE        PIC X(8).
       01  JOB-NAME              PIC X(8)    VALUE "NAMBAT01".
       01  OPERATOR-ID           PIC X(8)    VALUE "BATCH001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  HISTORY-ACTION        PIC X.
       01  TODAY-CCYYMMDD        PIC 9(8).
       01  BEFORE-IMAGE.
           05  BEFORE-MASTER-IMAGE   PIC X(81).
           05  BEFORE-MAIL-IMAGE     PIC X(29).
       01  AFTER-IMAGE.
           05  AFTER-MASTER-IMAGE    PIC X(81).
           05  AFTER-MAIL-IMAGE      PIC X(29).
       01  IMAGE-WORK.
           05  IW-NAME               PIC X(10).
           05  IW-ADDRESS            PIC X(30).
           05  IW-CUST-NO            PIC X(06).
           05  IW-LAST-ACTIVITY      PIC X(08).
           05  IW-STATUS             PIC X.
           05  IW-MAIL-STATUS        PIC X.
           05  IW-RETURN-DATE        PIC X(08).
           05  IW-RETURN-REASON      PIC X(20).
       01  APPLIED-COUNT         PIC 9(5)    VALUE ZERO.
       01  REJECTED-COUNT        PIC 9(5)    VALUE ZERO.

       01  LOCK-RESULT           PIC X.
           88  MASTER-LOCK-ACQUIRED          VALUE "Y".

       COPY SEALPARM.

       COPY FRZPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
               CALL "RUNEND" USING "NAMBAT01"
               STOP RUN
           END-IF.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM CHECK-THE-FREEZE-CALENDAR.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           CALL "TBLLIMIT" USING JOB-NAME NAME-TABLE-NAME
                                  NAME-LIMIT.
                   ELSE
                       MOVE NM-STATUS TO TBL-STATUS (NAME-IDX)
                   END-IF
                   MOVE NM-MAIL-STATUS
                       TO TBL-MAIL-STATUS (NAME-IDX)
                   MOVE NM-RETURN-DATE
                       TO TBL-RETURN-DATE (NAME-IDX)
                   MOVE NM-RETURN-REASON
                       TO TBL-RETURN-REASON (NAME-IDX)
                   PERFORM READ-THE-NEXT-MASTER-RECORD
                   END-IF
               END-PERFORM
               VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > MASTER-COUNT.
           CLOSE NAME-MASTER-FILE.
           PERFORM SEAL-THE-MASTER.

       WRITE-ONE-MASTER-RECORD.
           MOVE SPACES TO NAME-MASTER-RECORD.
           MOVE TBL-CUST-NO (NAME-IDX) TO NM-CUST-NO.
           MOVE TBL-LAST-ACTIVITY (NAME-IDX) TO NM-LAST-ACTIVITY.
           MOVE TBL-STATUS (NAME-IDX) TO NM-STATUS.
           MOVE TBL-MAIL-STATUS (NAME-IDX) TO NM-MAIL-STATUS.
           MOVE TBL-RETURN-DATE (NAME-IDX) TO NM-RETURN-DATE.
           MOVE TBL-RETURN-REASON (NAME-IDX) TO NM-RETURN-REASON.
           WRITE NAME-MASTER-RECORD.

       LOAD-THE-STATE-ZIP-TABLE.
                   PERFORM APPLY-A-CHANGE
               WHEN "D"
                   PERFORM APPLY-A-DELETE
               WHEN "T"
                   PERFORM APPLY-A-TYPED-ADDRESS
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO REJECT-REASON
           END-EVALUATE.
                   MOVE TODAY-CCYYMMDD
                       TO TBL-LAST-ACTIVITY (NAME-IDX)
                   MOVE "A" TO TBL-STATUS (NAME-IDX)
                   MOVE SPACE TO TBL-MAIL-STATUS (NAME-IDX)
                   MOVE SPACES TO TBL-RETURN-DATE (NAME-IDX)
                   MOVE SPACES TO TBL-RETURN-REASON (NAME-IDX)
                   PERFORM BUILD-THE-RECORD-IMAGE
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE IMAGE-WORK TO AFTER-IMAGE
                   MOVE NT-ZIP     TO TBL-ZIP (NAME-IDX)
                   MOVE TODAY-CCYYMMDD
                       TO TBL-LAST-ACTIVITY (NAME-IDX)
                   IF TBL-ADDRESS (NAME-IDX) NOT = IW-ADDRESS
                    OR TBL-CITY (NAME-IDX) NOT = IW-CITY
                    OR TBL-STATE (NAME-IDX) NOT = IW-STATE
                    OR TBL-ZIP (NAME-IDX) NOT = IW-ZIP
                       PERFORM CLEAR-THE-RETURNED-MAIL
                   END-IF
                   PERFORM BUILD-THE-RECORD-IMAGE
                   MOVE IMAGE-WORK TO AFTER-IMAGE
                   MOVE "C" TO HISTORY-ACTION
               PERFORM WRITE-THE-HISTORY-RECORD
           END-IF.

      * A blank address drops the type back to the master
      * address, so only a real address gets the state/ZIP
      * edit.
       APPLY-A-TYPED-ADDRESS.
           PERFORM FIND-THE-NAME.
           MOVE NT-EFFECTIVE-DATE TO EFFECTIVE-DATE.
           IF EFFECTIVE-DATE = SPACES
               MOVE TODAY-CCYYMMDD TO EFFECTIVE-DATE
           END-IF.
           IF NOT NAME-WAS-FOUND
               MOVE "NAME NOT ON FILE" TO REJECT-REASON
           ELSE
           IF  NT-ADDR-TYPE NOT = "M" AND NT-ADDR-TYPE NOT = "B"
           AND NT-ADDR-TYPE NOT = "S"
               MOVE "INVALID ADDRESS TYPE" TO REJECT-REASON
           ELSE
           IF EFFECTIVE-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO REJECT-REASON
           ELSE
               IF NT-ADDRESS NOT = SPACES
                   PERFORM EDIT-THE-ADDRESS-FIELDS
               END-IF
               IF REJECT-REASON = SPACES
                   PERFORM WRITE-THE-TYPED-ADDRESS
                   IF  NT-ADDRESS NOT = SPACES
                   AND NT-ADDR-TYPE NOT = "S"
                   AND TBL-MAIL-STATUS (NAME-IDX) = "U"
                       PERFORM BUILD-THE-RECORD-IMAGE
                       MOVE IMAGE-WORK TO BEFORE-IMAGE
                       PERFORM CLEAR-THE-RETURNED-MAIL
                       PERFORM BUILD-THE-RECORD-IMAGE
                       MOVE IMAGE-WORK TO AFTER-IMAGE
                       MOVE "C" TO HISTORY-ACTION
                       PERFORM WRITE-THE-HISTORY-RECORD
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-THE-TYPED-ADDRESS.
           PERFORM OPEN-THE-TYPED-FOR-APPEND.
           MOVE SPACES TO NAME-TYPED-ADDRESS-RECORD.
           MOVE TBL-CUST-NO (NAME-IDX) TO NA-CUST-NO.
           MOVE NT-ADDR-TYPE TO NA-ADDR-TYPE.
           MOVE EFFECTIVE-DATE TO NA-EFFECTIVE-DATE.
           IF NT-ADDRESS NOT = SPACES
               MOVE NT-ADDRESS TO NA-ADDRESS
               MOVE NT-CITY    TO NA-CITY
               MOVE NT-STATE   TO NA-STATE
               MOVE NT-ZIP     TO NA-ZIP
           END-IF.
           MOVE OPERATOR-ID TO NA-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO NA-ENTERED-DATE.
           WRITE NAME-TYPED-ADDRESS-RECORD.
           CLOSE TYPED-ADDRESS-FILE.

       OPEN-THE-TYPED-FOR-APPEND.
           OPEN EXTEND TYPED-ADDRESS-FILE.
           IF TYPED-FILE-STATUS NOT = "00"
               OPEN OUTPUT TYPED-ADDRESS-FILE
               CLOSE TYPED-ADDRESS-FILE
               OPEN EXTEND TYPED-ADDRESS-FILE
           END-IF.

       CLEAR-THE-RETURNED-MAIL.
           MOVE SPACE  TO TBL-MAIL-STATUS (NAME-IDX).
           MOVE SPACES TO TBL-RETURN-DATE (NAME-IDX).
           MOVE SPACES TO TBL-RETURN-REASON (NAME-IDX).

       SHIFT-RECORDS-DOWN.
           MOVE NAME-ENTRY (SHIFT-IDX + 1) TO NAME-ENTRY (SHIFT-IDX).

           MOVE TBL-CUST-NO (NAME-IDX) TO IW-CUST-NO.
           MOVE TBL-LAST-ACTIVITY (NAME-IDX) TO IW-LAST-ACTIVITY.
           MOVE TBL-STATUS (NAME-IDX) TO IW-STATUS.
           MOVE TBL-MAIL-STATUS (NAME-IDX) TO IW-MAIL-STATUS.
           MOVE TBL-RETURN-DATE (NAME-IDX) TO IW-RETURN-DATE.
           MOVE TBL-RETURN-REASON (NAME-IDX) TO IW-RETURN-REASON.

       WRITE-THE-HISTORY-RECORD.
           PERFORM OPEN-THE-HISTORY-FOR-APPEND.
           ACCEPT HS-RUN-TIME FROM TIME.
           MOVE OPERATOR-ID TO HS-OPERATOR-ID.
           MOVE HISTORY-ACTION TO HS-ACTION.
           MOVE BEFORE-MASTER-IMAGE TO HS-BEFORE-IMAGE.
           MOVE AFTER-MASTER-IMAGE TO HS-AFTER-IMAGE.
           MOVE BEFORE-MAIL-IMAGE TO HS-BEFORE-MAIL.
           MOVE AFTER-MAIL-IMAGE TO HS-AFTER-MAIL.
           WRITE NAME-HISTORY-RECORD.
           CLOSE NAME-HISTORY-FILE.

           END-IF.
           MOVE MAINT-DETAIL-LINE TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "NAMBAT01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "NAMBAT01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Master maintenance is covered by the change-freeze
      * calendar under the master's own name. A refused run
      * applies nothing and leaves the master as it was.
       CHECK-THE-FREEZE-CALENDAR.
           MOVE JOB-NAME TO FZ-JOB-NAME.
           MOVE LOCK-MASTER-NAME TO FZ-TARGET-NAME.
           MOVE OPERATOR-ID TO FZ-OPERATOR-ID.
           CALL "FRZCHK" USING FREEZE-CHECK-PARAMETERS.
           IF FZ-CHANGE-REFUSED
               DISPLAY "The master is frozen; this run aborts."
               MOVE "U" TO LOCK-ACTION
               CALL "JOBLOCK" USING LOCK-MASTER-NAME LOCK-ACTION
                                     LOCK-RESULT
               CALL "RUNEND" USING "NAMBAT01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           MOVE "NAMBAT01" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
