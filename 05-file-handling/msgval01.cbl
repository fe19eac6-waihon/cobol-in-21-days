      * the run with return code 8, and the live file is
      * left exactly as it was. A series with nothing
      * staged is simply skipped.
      *
      * The NAMLTR01 notice-letter templates -- LTRADDR,
      * LTRHOLD and LTRPRICE -- are message files of the
      * same kind and are staged and promoted the same
      * way (LTRHOLD.STG over LTRHOLD.DAT).
      *
      * Each approved set is checked against the change-
      * freeze calendar through the shared FRZCHK routine
      * just before it is promoted. A set inside a full
      * freeze, or inside an emergency-only window without
      * an approved emergency override, is not promoted
      * and counts as a failed set.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  PROMOTE-IS-APPROVED         VALUE "Y".
       01  DUAL-ASKED-SWITCH     PIC X       VALUE "N".
           88  DUAL-WAS-ASKED              VALUE "Y".
       COPY FRZPARM.

       01  SET-SLOT              PIC 9.
       01  MESSAGE-SET-TABLE.
               VALUE "JACKMSG.STG JACKMSG.DAT ".
           05  FILLER             PIC X(24)
               VALUE "EIGERMSG.STGEIGERMSG.DAT".
           05  FILLER             PIC X(24)
               VALUE "LTRADDR.STG LTRADDR.DAT ".
           05  FILLER             PIC X(24)
               VALUE "LTRHOLD.STG LTRHOLD.DAT ".
           05  FILLER             PIC X(24)
               VALUE "LTRPRICE.STGLTRPRICE.DAT".
       01  MESSAGE-SET-LIST REDEFINES MESSAGE-SET-TABLE.
           05  MESSAGE-SET        OCCURS 5 TIMES.
               10  SET-STAGED-NAME    PIC X(12).
               10  SET-LIVE-NAME      PIC X(12).

           CALL "RUNHDR" USING "MSGVAL01".
           PERFORM VALIDATE-ONE-MESSAGE-SET
               VARYING SET-SLOT FROM 1 BY 1
               UNTIL SET-SLOT > 5.
           DISPLAY "Staged sets promoted: " PROMOTED-SET-COUNT.
           CALL "RUNEND" USING "MSGVAL01".
           IF FAILED-SET-COUNT > ZERO
                                          DUAL-APPROVED-SWITCH
               END-IF
               IF PROMOTE-IS-APPROVED
                   PERFORM CHECK-THE-FREEZE-CALENDAR
               ELSE
                   ADD 1 TO FAILED-SET-COUNT
                   DISPLAY "Staged " STAGED-PATH " passed but "
           END-IF
           END-IF.

      * Each set is checked against the change-freeze
      * calendar on its own, since a window may cover one
      * message file and not another; the target is the
      * live file name without its .DAT. A frozen set
      * fails the way a refused override does.
       CHECK-THE-FREEZE-CALENDAR.
           MOVE JOB-NAME TO FZ-JOB-NAME.
           MOVE OPERATOR-ID TO FZ-OPERATOR-ID.
           MOVE SPACES TO FZ-TARGET-NAME.
           UNSTRING LIVE-PATH DELIMITED BY "."
               INTO FZ-TARGET-NAME
           END-UNSTRING.
           CALL "FRZCHK" USING FREEZE-CHECK-PARAMETERS.
           IF FZ-CHANGE-ALLOWED
               PERFORM PROMOTE-THE-STAGED-SET
           ELSE
               ADD 1 TO FAILED-SET-COUNT
               DISPLAY "Staged " STAGED-PATH " passed but "
                       "is frozen; not promoted."
           END-IF.

      * A second pass copies the already-validated staging
      * file over the live one; the staging copy is left in
      * place as the record of what was promoted.
