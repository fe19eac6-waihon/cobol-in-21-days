      *
      * OA-ACTION: "A" operator added, "D" operator
      * dropped, "G" auth group changed, "R" lockout
      * reset, "C" confirmed at recertification, "V"
      * access revoked at recertification, "S" account
      * suspended by RECSUS01 (OA-ADMIN-ID is then
      * "RECSUS01"). A group change made at
      * recertification is a "G" whose OA-DETAIL starts
      * "RECERT".
      *--------------------------------------------------
       01  OPERATOR-AUDIT-RECORD.
           05  OA-RUN-DATE           PIC 9(8).
