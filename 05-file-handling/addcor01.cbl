      * on the ADDCORL record. We found out the hard way
      * what an unguarded correction into a closed,
      * already-reported month costs.
      *
      * A supervisor suspended at access recertification
      * no longer counts as an override ID.
      *
      * OPERCTL.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *
      * The CURRATE.DAT rate table is held 5000 rows
      * deep, now that treasury's rates come in every day
      * through RATIMP01 rather than being keyed by hand.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  RATE-END-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-RATE-RECORDS          VALUE "Y".
       01  BASE-CURRENCY         PIC X(03)   VALUE "USD".
       01  RATE-COUNT            PIC 9(4)    VALUE ZERO.
       01  RATE-TABLE.
           05  RATE-ENTRY        OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON RATE-COUNT
                                  INDEXED BY RT-IDX.
               10  RTT-CURRENCY-CODE   PIC X(03).
       01  DUAL-APPROVED-SWITCH  PIC X.
           88  RUN-IS-APPROVED             VALUE "Y".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "ADDCOR01".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           CALL "DUALAUTH" USING JOB-NAME OPERATOR-ID
           IF RATE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-RATE-RECORD
               PERFORM UNTIL NO-MORE-RATE-RECORDS
                   IF RATE-COUNT >= 5000
                       DISPLAY "Rate table full at 5000; "
                               "remaining CURRATE rows ignored."
                       MOVE "Y" TO RATE-END-SWITCH
                   ELSE
               PERFORM READ-THE-NEXT-OPERATOR
               PERFORM UNTIL NO-MORE-OPERATORS
                   IF  OC-AUTH-GROUP = "9"
                   AND NOT OC-ACCOUNT-IS-SUSPENDED
                   AND SUPERVISOR-COUNT < 100
                       ADD 1 TO SUPERVISOR-COUNT
                       SET SU-IDX TO SUPERVISOR-COUNT
               AT END
                   MOVE "Y" TO OPER-END-SWITCH
           END-READ.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "ADDCOR01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "ADDCOR01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
