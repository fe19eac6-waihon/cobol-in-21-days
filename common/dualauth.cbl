      * against OPERCTL.DAT (encoded compare when the
      * record is flagged, the same check MENU05's sign-on
      * makes) and the approver must carry the supervisor
      * auth group "9" on an account not suspended at
      * access recertification. Approved or refused, the
      * decision is written to DUALAUD.DAT before the
      * caller proceeds, so the override trail is durable
      * either way.
      *
      * OPERCTL.DAT is checked against its control seal
      * before any approver is looked up on it; an
      * operator file that fails the check approves no
      * one, and the refusal is logged like any other.
      *
      * LS-JOB-NAME        - the calling program's job
      *                      name, up to 8 characters.
       01  WS-APPROVER-PASSWORD  PIC X(8).
       01  WS-COMPARE-PASSWORD   PIC X(8).

       COPY SEALPARM.

       LINKAGE SECTION.

       01  LS-JOB-NAME           PIC X(8).
           DISPLAY "Password:".
           ACCEPT WS-APPROVER-PASSWORD.

           MOVE "V" TO SM-ACTION.
           MOVE "OPERCTL" TO SM-MASTER-NAME.
           MOVE LS-JOB-NAME TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.

           IF SM-SEAL-IS-BROKEN
               DISPLAY "The operator file fails its control seal; "
                       "no approval is possible."
           ELSE
           IF WS-APPROVER-ID = LS-REQUESTER-ID
               DISPLAY "The approver must be a different operator."
           ELSE
               PERFORM CHECK-THE-APPROVER
           END-IF
           END-IF.

           PERFORM LOG-THE-DECISION.
       CHECK-ONE-OPERATOR.
           IF  OC-OPERATOR-ID = WS-APPROVER-ID
           AND OC-AUTH-GROUP = "9"
           AND NOT OC-ACCOUNT-IS-SUSPENDED
               IF OC-ENCODE-FLAG = "E"
                   CALL "PWENCODE" USING WS-APPROVER-PASSWORD
                                          WS-COMPARE-PASSWORD
