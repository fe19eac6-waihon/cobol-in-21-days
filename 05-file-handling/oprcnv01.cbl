      * back as a password. Rows already flagged "E" pass
      * through untouched, so an accidental second run
      * cannot double-encode anybody out of their account.
      *
      * The access recertification status and fields are
      * carried through the rewrite untouched.
      *
      * OPERCTL.DAT is checked against its control seal
      * before it is loaded, and a fresh seal is written
      * after every save, so the next program to load it
      * can tell it has not been touched outside the
      * system since.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  OP-AUTH-GROUP      PIC X.
               10  OP-PREV-PASSWORD   PIC X(8).
               10  OP-ENCODE-FLAG     PIC X.
               10  OP-ACCOUNT-STATUS  PIC X.
               10  OP-RECERT-FIELDS   PIC X(27).

       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".
       01  ENCODED-VALUE         PIC X(8).
       01  CONVERTED-COUNT       PIC 9(3)    VALUE ZERO.
       01  ALREADY-COUNT         PIC 9(3)    VALUE ZERO.
       01  JOB-NAME              PIC X(8)    VALUE "OPRCNV01".
       01  OPERATOR-ID           PIC X(8)    VALUE "BATCH001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "OPRCNV01".
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           PERFORM LOAD-THE-OPERATOR-TABLE.
           IF LOAD-DID-OVERFLOW
      * Converting a partial operator file would drop the
               MOVE OC-PREV-PASSWORD
                   TO OP-PREV-PASSWORD (OP-IDX)
               MOVE OC-ENCODE-FLAG TO OP-ENCODE-FLAG (OP-IDX)
               MOVE OC-ACCOUNT-STATUS
                   TO OP-ACCOUNT-STATUS (OP-IDX)
               MOVE OC-RECERT-FIELDS TO OP-RECERT-FIELDS (OP-IDX)
               PERFORM READ-THE-NEXT-OPERATOR
               END-IF
           END-PERFORM.
               VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > OPERATOR-COUNT.
           CLOSE OPERATOR-CONTROL-FILE.
           PERFORM SEAL-THE-MASTER.

       SAVE-ONE-OPERATOR-RECORD.
           MOVE SPACES TO OPERATOR-CONTROL-RECORD.
           MOVE OP-AUTH-GROUP (OP-IDX)  TO OC-AUTH-GROUP.
           MOVE OP-PREV-PASSWORD (OP-IDX) TO OC-PREV-PASSWORD.
           MOVE OP-ENCODE-FLAG (OP-IDX) TO OC-ENCODE-FLAG.
           MOVE OP-ACCOUNT-STATUS (OP-IDX) TO OC-ACCOUNT-STATUS.
           MOVE OP-RECERT-FIELDS (OP-IDX) TO OC-RECERT-FIELDS.
           WRITE OPERATOR-CONTROL-RECORD.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "OPRCNV01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "OPRCNV01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           MOVE "OPRCNV01" TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
