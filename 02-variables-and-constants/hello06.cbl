      * has an answer. The operator ID comes from the
      * shared BATCHPRM control card, the same way the
      * menu stamps its log.
      *
      * R)eturned records a label or statement the post
      * office sent back: keyed by the customer number
      * printed on the returned piece, it flags the
      * address undeliverable with the return date and
      * reason, so the label and statement runs stop
      * printing it and list the customer as address
      * needed instead. The flag is a change on the
      * history file like any other, and C)hange clears it
      * as soon as the address itself is corrected.
      *
      * T)yped keeps a customer's other addresses --
      * mailing, billing, shipping -- on NAMETADR.DAT,
      * each effective-dated, with the state and ZIP
      * checked against STATEZIP.DAT the same as the
      * master address. The label run mails to the
      * mailing address and the statements go to the
      * billing address when one is in force, the master
      * address otherwise. A new mailing or billing
      * address also clears a returned-mail flag. I)nquire
      * shows the typed addresses in force.
      *
      * NAMEMAST.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQUIRY-FILE-STATUS.

           SELECT OPTIONAL TYPED-ADDRESS-FILE
               ASSIGN TO "NAMETADR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TYPED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE.
       FD  NAME-INQUIRY-FILE.
       COPY NAMEINQ.

       FD  TYPED-ADDRESS-FILE.
       COPY NAMETADR.

       WORKING-STORAGE SECTION.

       01  THE-NAME          PICTURE IS XXXXXXXXXX.
       01  OPERATOR-ID       PIC X(8)      VALUE "OPER001".
       01  VERBOSE-SWITCH    PIC X         VALUE "N".
       01  HISTORY-ACTION    PIC X.
       01  BEFORE-IMAGE.
           05  BEFORE-MASTER-IMAGE PIC X(81).
           05  BEFORE-MAIL-IMAGE   PIC X(29).
       01  AFTER-IMAGE.
           05  AFTER-MASTER-IMAGE  PIC X(81).
           05  AFTER-MAIL-IMAGE    PIC X(29).
       01  IMAGE-WORK.
           05  IW-NAME           PIC X(10).
           05  IW-ADDRESS        PIC X(30).
           05  IW-CUST-NO        PIC X(06).
           05  IW-LAST-ACTIVITY  PIC X(08).
           05  IW-STATUS         PIC X.
           05  IW-MAIL-STATUS    PIC X.
           05  IW-RETURN-DATE    PIC X(08).
           05  IW-RETURN-REASON  PIC X(20).
       01  TODAY-CCYYMMDD    PIC 9(8).
       01  DUAL-ACTION-TEXT  PIC X(40).
       01  DUAL-APPROVED-SWITCH PIC X.
       01  INQUIRY-ONLY-SWITCH PIC X       VALUE "N".
           88  RUNNING-INQUIRY-ONLY        VALUE "Y".
       01  INQUIRY-FILE-STATUS PIC XX.
       01  ENTERED-CUST-NO   PIC X(6).
       01  ENTERED-RETURN-DATE PIC X(8).
       01  ENTERED-DATE-SWITCH PIC X.
           88  ENTERED-DATE-IS-VALID       VALUE "Y".
       01  TYPED-FILE-STATUS PIC XX.
       01  TYPED-END-SWITCH  PIC X.
           88  NO-MORE-TYPED-RECORDS       VALUE "Y".
       01  ENTERED-ADDR-TYPE PIC X.
           88  ADDR-TYPE-IS-VALID          VALUE "M" "B" "S".
       01  ENTERED-EFFECTIVE-DATE PIC X(8).
       01  ENTERED-ADDRESS   PIC X(30).
       01  ENTERED-CITY      PIC X(15).
       01  TYPED-KEY-CUST-NO PIC X(6).
       01  TYPED-KEY-TYPE    PIC X.
       01  TYPED-TYPE-NAME   PIC X(9).
       01  TYPED-FOUND-SWITCH PIC X.
           88  TYPED-WAS-FOUND             VALUE "Y".

      * The typed addresses in force today, one entry per
      * customer and type.
       01  TYPED-COUNT       PIC 9(4)      VALUE ZERO.
       01  TYPED-TABLE.
           05  TYPED-ENTRY OCCURS 1 TO 3000 TIMES
                            DEPENDING ON TYPED-COUNT
                            INDEXED BY TY-IDX.
               10  TY-CUST-NO        PIC X(06).
               10  TY-ADDR-TYPE      PIC X.
               10  TY-EFFECTIVE-DATE PIC X(08).
               10  TY-ADDRESS        PIC X(30).
               10  TY-CITY           PIC X(15).
               10  TY-STATE          PIC X(02).
               10  TY-ZIP            PIC X(09).

       01  NAME-LIMIT        PIC 9(5)      VALUE 1000.
       01  NAME-TABLE-NAME   PIC X(8)      VALUE "NAMES".
               10  TBL-CUST-NO       PIC X(06).
               10  TBL-LAST-ACTIVITY PIC X(08).
               10  TBL-STATUS        PIC X.
               10  TBL-MAIL-STATUS   PIC X.
               10  TBL-RETURN-DATE   PIC X(08).
               10  TBL-RETURN-REASON PIC X(20).

       COPY SEALPARM.

       PROCEDURE DIVISION.

               MOVE 1000 TO NAME-LIMIT
           END-IF.
           PERFORM TAKE-THE-MASTER-LOCK.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM GET-THE-NEXT-CUST-NO.
           PERFORM LOAD-THE-MASTER-FILE.
           PERFORM LOAD-THE-STATE-ZIP-TABLE.
           PERFORM LOAD-THE-TYPED-ADDRESSES.

           PERFORM UNTIL TIME-TO-EXIT
               PERFORM GET-THE-TRANSACTION-CODE
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
           MOVE TBL-NAME    (NAME-IDX) TO NM-NAME.
           MOVE TBL-CUST-NO (NAME-IDX) TO NM-CUST-NO.
           MOVE TBL-LAST-ACTIVITY (NAME-IDX) TO NM-LAST-ACTIVITY.
           MOVE TBL-STATUS (NAME-IDX) TO NM-STATUS.
           MOVE TBL-MAIL-STATUS (NAME-IDX) TO NM-MAIL-STATUS.
           MOVE TBL-RETURN-DATE (NAME-IDX) TO NM-RETURN-DATE.
           MOVE TBL-RETURN-REASON (NAME-IDX) TO NM-RETURN-REASON.
           WRITE NAME-MASTER-RECORD.

       GET-THE-NEXT-CUST-NO.
                   MOVE "Y" TO STATE-ZIP-END-SWITCH
           END-READ.

      * Only the record in force today is kept per
      * customer and type: the latest effective date not
      * after today. A later-dated record waits for its
      * day.
       LOAD-THE-TYPED-ADDRESSES.
           MOVE ZERO TO TYPED-COUNT.
           MOVE "N" TO TYPED-END-SWITCH.
           OPEN INPUT TYPED-ADDRESS-FILE.
           IF TYPED-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-TYPED-ADDRESS
               PERFORM UNTIL NO-MORE-TYPED-RECORDS
                   PERFORM TAKE-ONE-TYPED-ADDRESS
                   PERFORM READ-THE-NEXT-TYPED-ADDRESS
               END-PERFORM
           END-IF.
           CLOSE TYPED-ADDRESS-FILE.

       READ-THE-NEXT-TYPED-ADDRESS.
           READ TYPED-ADDRESS-FILE
               AT END
                   MOVE "Y" TO TYPED-END-SWITCH
           END-READ.

       TAKE-ONE-TYPED-ADDRESS.
           IF NA-EFFECTIVE-DATE NOT > TODAY-CCYYMMDD
               MOVE NA-CUST-NO TO TYPED-KEY-CUST-NO
               MOVE NA-ADDR-TYPE TO TYPED-KEY-TYPE
               PERFORM FIND-THE-TYPED-ADDRESS
               IF TYPED-WAS-FOUND
                   IF NA-EFFECTIVE-DATE NOT < TY-EFFECTIVE-DATE (TY-IDX)
                       PERFORM STORE-THE-TYPED-ADDRESS
                   END-IF
               ELSE
                   IF TYPED-COUNT >= 3000
                       DISPLAY "Typed address table full at 3000; "
                               "customer " NA-CUST-NO " not loaded."
                   ELSE
                       ADD 1 TO TYPED-COUNT
                       SET TY-IDX TO TYPED-COUNT
                       PERFORM STORE-THE-TYPED-ADDRESS
                   END-IF
               END-IF
           END-IF.

       STORE-THE-TYPED-ADDRESS.
           MOVE NA-CUST-NO        TO TY-CUST-NO        (TY-IDX).
           MOVE NA-ADDR-TYPE      TO TY-ADDR-TYPE      (TY-IDX).
           MOVE NA-EFFECTIVE-DATE TO TY-EFFECTIVE-DATE (TY-IDX).
           MOVE NA-ADDRESS        TO TY-ADDRESS        (TY-IDX).
           MOVE NA-CITY           TO TY-CITY           (TY-IDX).
           MOVE NA-STATE          TO TY-STATE          (TY-IDX).
           MOVE NA-ZIP            TO TY-ZIP            (TY-IDX).

       FIND-THE-TYPED-ADDRESS.
           MOVE "N" TO TYPED-FOUND-SWITCH.
           IF TYPED-COUNT > 0
               SET TY-IDX TO 1
               SEARCH TYPED-ENTRY
                   WHEN TY-CUST-NO (TY-IDX) = TYPED-KEY-CUST-NO
                    AND TY-ADDR-TYPE (TY-IDX) = TYPED-KEY-TYPE
                       MOVE "Y" TO TYPED-FOUND-SWITCH
               END-SEARCH
           END-IF.

       GET-THE-TRANSACTION-CODE.
           DISPLAY "A)dd  C)hange  D)elete  I)nquire  M)erge  "
                   "R)eturned  S)tatus  T)yped  X)it".
           DISPLAY "Transaction?".
           ACCEPT TRANSACTION-CODE.

           IF  RUNNING-INQUIRY-ONLY
           AND (TRANSACTION-CODE = "A" OR TRANSACTION-CODE = "C"
                OR TRANSACTION-CODE = "D" OR TRANSACTION-CODE = "M"
                OR TRANSACTION-CODE = "R" OR TRANSACTION-CODE = "S"
                OR TRANSACTION-CODE = "T")
               DISPLAY "The master is locked for update; "
                       "this session is inquiry-only."
           ELSE
                   PERFORM INQUIRE-A-RECORD
               WHEN "M"
                   PERFORM MERGE-TWO-RECORDS
               WHEN "R"
                   PERFORM MARK-RETURNED-MAIL
               WHEN "S"
                   PERFORM FLIP-A-RECORD-STATUS
               WHEN "T"
                   PERFORM KEY-A-TYPED-ADDRESS
               WHEN "X"
                   MOVE "Y" TO EXIT-SWITCH
               WHEN OTHER
      * correcting the name's spelling here is the same
      * customer -- no more delete-and-re-add for a typo.
      * A blank entry at the new-name prompt keeps the
      * name as it is. A new address clears any returned-
      * mail flag; the before image still holds the old
      * address to compare against.
       CHANGE-A-RECORD.
           PERFORM GET-THE-NAME.
           PERFORM FIND-THE-NAME.
               MOVE ENTERED-STATE TO TBL-STATE (NAME-IDX)
               MOVE ENTERED-ZIP TO TBL-ZIP (NAME-IDX)
               MOVE TODAY-CCYYMMDD TO TBL-LAST-ACTIVITY (NAME-IDX)
               IF TBL-ADDRESS (NAME-IDX) NOT = IW-ADDRESS
                OR TBL-CITY (NAME-IDX) NOT = IW-CITY
                OR TBL-STATE (NAME-IDX) NOT = IW-STATE
                OR TBL-ZIP (NAME-IDX) NOT = IW-ZIP
                   PERFORM CLEAR-THE-RETURNED-MAIL
               END-IF
               PERFORM BUILD-THE-RECORD-IMAGE
               MOVE IMAGE-WORK TO AFTER-IMAGE
               MOVE "C" TO HISTORY-ACTION
               DISPLAY "That name is not on file."
           END-IF.

      * The customer number is the one printed on the
      * returned piece, so the lookup is by number rather
      * than name. A blank return date means today.
       MARK-RETURNED-MAIL.
           DISPLAY "Customer number on the returned piece?".
           MOVE SPACES TO ENTERED-CUST-NO.
           ACCEPT ENTERED-CUST-NO.
           PERFORM FIND-THE-CUST-NO.
           IF NAME-WAS-FOUND
               DISPLAY "Name:    " TBL-NAME    (NAME-IDX)
               DISPLAY "Address: " TBL-ADDRESS (NAME-IDX)
               PERFORM GET-THE-RETURN-DATE
               PERFORM BUILD-THE-RECORD-IMAGE
               MOVE IMAGE-WORK TO BEFORE-IMAGE
               MOVE "U" TO TBL-MAIL-STATUS (NAME-IDX)
               MOVE ENTERED-RETURN-DATE TO TBL-RETURN-DATE (NAME-IDX)
               DISPLAY "Reason returned?"
               MOVE SPACES TO TBL-RETURN-REASON (NAME-IDX)
               ACCEPT TBL-RETURN-REASON (NAME-IDX)
               PERFORM BUILD-THE-RECORD-IMAGE
               MOVE IMAGE-WORK TO AFTER-IMAGE
               MOVE "C" TO HISTORY-ACTION
               PERFORM WRITE-THE-HISTORY-RECORD
               DISPLAY "Address flagged undeliverable."
           ELSE
               DISPLAY "That customer number is not on file."
           END-IF.

       FIND-THE-CUST-NO.
           MOVE "N" TO FOUND-SWITCH.
           IF MASTER-COUNT > 0
               SET NAME-IDX TO 1
               SEARCH NAME-ENTRY
                   WHEN TBL-CUST-NO (NAME-IDX) = ENTERED-CUST-NO
                       MOVE "Y" TO FOUND-SWITCH
               END-SEARCH
           END-IF.

       GET-THE-RETURN-DATE.
           MOVE "N" TO ENTERED-DATE-SWITCH.
           PERFORM UNTIL ENTERED-DATE-IS-VALID
               DISPLAY "Date returned (CCYYMMDD, blank for today)?"
               MOVE SPACES TO ENTERED-RETURN-DATE
               ACCEPT ENTERED-RETURN-DATE
               IF ENTERED-RETURN-DATE = SPACES
                   MOVE TODAY-CCYYMMDD TO ENTERED-RETURN-DATE
               END-IF
               IF ENTERED-RETURN-DATE IS NUMERIC
                   MOVE "Y" TO ENTERED-DATE-SWITCH
               ELSE
                   DISPLAY "The date must be eight digits."
               END-IF
           END-PERFORM.

       CLEAR-THE-RETURNED-MAIL.
           IF TBL-MAIL-STATUS (NAME-IDX) = "U"
               DISPLAY "Returned-mail flag cleared."
           END-IF.
           MOVE SPACE  TO TBL-MAIL-STATUS (NAME-IDX).
           MOVE SPACES TO TBL-RETURN-DATE (NAME-IDX).
           MOVE SPACES TO TBL-RETURN-REASON (NAME-IDX).

      * A typed address is keyed like the master address,
      * with the same STATEZIP.DAT re-ask; a blank address
      * drops the type back to the master address from the
      * effective date.
       KEY-A-TYPED-ADDRESS.
           PERFORM GET-THE-NAME.
           PERFORM FIND-THE-NAME.
           IF NAME-WAS-FOUND
               PERFORM GET-THE-ADDRESS-TYPE
               MOVE TBL-CUST-NO (NAME-IDX) TO TYPED-KEY-CUST-NO
               MOVE ENTERED-ADDR-TYPE TO TYPED-KEY-TYPE
               PERFORM FIND-THE-TYPED-ADDRESS
               IF  TYPED-WAS-FOUND
               AND TY-ADDRESS (TY-IDX) NOT = SPACES
                   DISPLAY "In force since "
                           TY-EFFECTIVE-DATE (TY-IDX) ": "
                           TY-ADDRESS (TY-IDX)
               ELSE
                   DISPLAY "None in force; the master address "
                           "is used."
               END-IF
               PERFORM GET-THE-EFFECTIVE-DATE
               DISPLAY "Enter the address (blank to use the "
                       "master address)."
               MOVE SPACES TO ENTERED-ADDRESS ENTERED-CITY
                              ENTERED-STATE ENTERED-ZIP
               ACCEPT ENTERED-ADDRESS
               IF ENTERED-ADDRESS NOT = SPACES
                   DISPLAY "Enter the city."
                   ACCEPT ENTERED-CITY
                   PERFORM GET-THE-STATE-AND-ZIP
               END-IF
               PERFORM WRITE-THE-TYPED-ADDRESS
               DISPLAY "Typed address recorded."
               IF  ENTERED-ADDRESS NOT = SPACES
               AND ENTERED-ADDR-TYPE NOT = "S"
               AND TBL-MAIL-STATUS (NAME-IDX) = "U"
                   PERFORM BUILD-THE-RECORD-IMAGE
                   MOVE IMAGE-WORK TO BEFORE-IMAGE
                   PERFORM CLEAR-THE-RETURNED-MAIL
                   PERFORM BUILD-THE-RECORD-IMAGE
                   MOVE IMAGE-WORK TO AFTER-IMAGE
                   MOVE "C" TO HISTORY-ACTION
                   PERFORM WRITE-THE-HISTORY-RECORD
               END-IF
           ELSE
               DISPLAY "That name is not on file."
           END-IF.

       GET-THE-ADDRESS-TYPE.
           MOVE SPACE TO ENTERED-ADDR-TYPE.
           PERFORM UNTIL ADDR-TYPE-IS-VALID
               DISPLAY "Address type -- M)ailing  B)illing  "
                       "S)hipping?"
               ACCEPT ENTERED-ADDR-TYPE
           END-PERFORM.

       GET-THE-EFFECTIVE-DATE.
           MOVE "N" TO ENTERED-DATE-SWITCH.
           PERFORM UNTIL ENTERED-DATE-IS-VALID
               DISPLAY "Effective date (CCYYMMDD, blank for today)?"
               MOVE SPACES TO ENTERED-EFFECTIVE-DATE
               ACCEPT ENTERED-EFFECTIVE-DATE
               IF ENTERED-EFFECTIVE-DATE = SPACES
                   MOVE TODAY-CCYYMMDD TO ENTERED-EFFECTIVE-DATE
               END-IF
               IF ENTERED-EFFECTIVE-DATE IS NUMERIC
                   MOVE "Y" TO ENTERED-DATE-SWITCH
               ELSE
                   DISPLAY "The date must be eight digits."
               END-IF
           END-PERFORM.

      * The record goes on the file at once, like the
      * history, and into today's table when it is already
      * in force.
       WRITE-THE-TYPED-ADDRESS.
           PERFORM OPEN-THE-TYPED-FOR-APPEND.
           MOVE SPACES TO NAME-TYPED-ADDRESS-RECORD.
           MOVE TBL-CUST-NO (NAME-IDX) TO NA-CUST-NO.
           MOVE ENTERED-ADDR-TYPE TO NA-ADDR-TYPE.
           MOVE ENTERED-EFFECTIVE-DATE TO NA-EFFECTIVE-DATE.
           MOVE ENTERED-ADDRESS TO NA-ADDRESS.
           MOVE ENTERED-CITY TO NA-CITY.
           MOVE ENTERED-STATE TO NA-STATE.
           MOVE ENTERED-ZIP TO NA-ZIP.
           MOVE OPERATOR-ID TO NA-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO NA-ENTERED-DATE.
           PERFORM TAKE-ONE-TYPED-ADDRESS.
           WRITE NAME-TYPED-ADDRESS-RECORD.
           CLOSE TYPED-ADDRESS-FILE.

       OPEN-THE-TYPED-FOR-APPEND.
           OPEN EXTEND TYPED-ADDRESS-FILE.
           IF TYPED-FILE-STATUS NOT = "00"
               OPEN OUTPUT TYPED-ADDRESS-FILE
               CLOSE TYPED-ADDRESS-FILE
               OPEN EXTEND TYPED-ADDRESS-FILE
           END-IF.

       SHOW-ONE-TYPED-ADDRESS.
           PERFORM FIND-THE-TYPED-ADDRESS.
           IF  TYPED-WAS-FOUND
           AND TY-ADDRESS (TY-IDX) NOT = SPACES
               EVALUATE TYPED-KEY-TYPE
                   WHEN "M"
                       MOVE "Mailing: " TO TYPED-TYPE-NAME
                   WHEN "B"
                       MOVE "Billing: " TO TYPED-TYPE-NAME
                   WHEN OTHER
                       MOVE "Shipping:" TO TYPED-TYPE-NAME
               END-EVALUATE
               DISPLAY TYPED-TYPE-NAME TY-ADDRESS (TY-IDX)
               DISPLAY "         " TY-CITY (TY-IDX) " "
                       TY-STATE (TY-IDX) " " TY-ZIP (TY-IDX)
                       "  since " TY-EFFECTIVE-DATE (TY-IDX)
           END-IF.

       LOG-THE-INQUIRY.
           PERFORM OPEN-THE-INQUIRY-FOR-APPEND.
           MOVE SPACES TO NAME-INQUIRY-RECORD.
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

               DISPLAY "City:    " TBL-CITY    (NAME-IDX)
               DISPLAY "State:   " TBL-STATE   (NAME-IDX)
               DISPLAY "Zip:     " TBL-ZIP     (NAME-IDX)
               IF TBL-MAIL-STATUS (NAME-IDX) = "U"
                   DISPLAY "Mail:    RETURNED "
                           TBL-RETURN-DATE (NAME-IDX) " "
                           TBL-RETURN-REASON (NAME-IDX)
               END-IF
               MOVE TBL-CUST-NO (NAME-IDX) TO TYPED-KEY-CUST-NO
               MOVE "M" TO TYPED-KEY-TYPE
               PERFORM SHOW-ONE-TYPED-ADDRESS
               MOVE "B" TO TYPED-KEY-TYPE
               PERFORM SHOW-ONE-TYPED-ADDRESS
               MOVE "S" TO TYPED-KEY-TYPE
               PERFORM SHOW-ONE-TYPED-ADDRESS
           ELSE
               DISPLAY "That name is not on file."
           END-IF.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "HELLO06" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               IF MASTER-LOCK-ACQUIRED
                   MOVE "U" TO LOCK-ACTION
                   CALL "JOBLOCK" USING LOCK-JOB-NAME LOCK-ACTION
                                         LOCK-RESULT
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "NAMEMAST" TO SM-MASTER-NAME.
           MOVE "HELLO06" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
