      * the live file; a staged file that fails is
      * reported, the run ends with return code 8, and the
      * live file is left exactly as it was.
      *
      * A GLACCT.DAT row may now name a partner company,
      * making it an intercompany charge; the partner's
      * debit and due-to accounts are then prompted and
      * proved against the chart like the row's own pair,
      * and the validation pass refuses a partner row
      * whose partner accounts aren't numeric.
      *
      * TRNTYPE.DAT, the transaction-type master, is kept
      * here as well: the sign rule is proved P, N, or E,
      * the three flags Y or N, and the active dates eight
      * digits with the first no later than the last. A
      * blank last date leaves the type open-ended.
      *
      * COSTCTR.DAT, the cost-center master, and CCROLL.DAT,
      * each report's roll-up level, are kept here too. A
      * new cost center's parent must already be on the
      * staged master (or blank, for the top of the
      * hierarchy), so the tree is keyed from the top
      * down; the active flag is proved Y or N and a blank
      * company taken as 01. The validation pass proves
      * each row's key, company, and flag; the parent
      * chain as a whole is left to CTLAUD01. A roll-up
      * level is proved a digit from 0 to 6.
      *
      * The chosen file is checked against the change-
      * freeze calendar through the shared FRZCHK routine
      * before any editing starts. Inside a full freeze,
      * or inside an emergency-only window without an
      * approved emergency override, nothing is staged or
      * promoted and the run ends with return code 8.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  RAW-ENTRY             PIC X(40).
       01  SIGNED-WORK           PIC S9(9).
       01  WORK-LINE             PIC X(80).
       01  CURRENCY-SLOT         PIC 9.
       01  CURRENCY-END-SWITCH   PIC X.
           88  NO-MORE-CURRENCIES            VALUE "Y".

      * Working copies of the seven layouts, built field by
      * field from the prompts and re-parsed during the
      * whole-file validation pass.
       COPY GLACCT.
       COPY RANGECTL.
       COPY EXCTHRSH.
       COPY YESNOCFG.
       COPY TRNTYPE.
       COPY COSTCTR.
       COPY CCROLL.

       01  WANTED-PARENT         PIC X(4).
       01  PARENT-FOUND-SWITCH   PIC X.
           88  PARENT-IS-STAGED              VALUE "Y".

       01  CHART-COUNT           PIC 9(3)    VALUE ZERO.
       01  CHART-TABLE.
       01  ACCOUNT-FOUND-SWITCH  PIC X.
           88  ACCOUNT-IS-KNOWN              VALUE "Y".

       01  JOB-NAME              PIC X(8)    VALUE "CTLMNT01".
       01  OPERATOR-ID           PIC X(8)    VALUE "BATCH001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       COPY FRZPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           PERFORM LOAD-THE-CHART-ACCOUNTS.
           PERFORM PICK-THE-CONTROL-FILE.
           PERFORM CHECK-THE-FREEZE-CALENDAR.
           IF FZ-CHANGE-REFUSED
               DISPLAY LIVE-PATH " is frozen; the live file is"
                       " untouched."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM MAINTAIN-THE-CONTROL-FILE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       MAINTAIN-THE-CONTROL-FILE.
           PERFORM SEED-THE-STAGING-COPY.
           PERFORM UNTIL TIME-TO-EXIT
               PERFORM GET-THE-TRANSACTION-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

       PICK-THE-CONTROL-FILE.
           DISPLAY "Maintain which control file?".
           DISPLAY "G) GLACCT.DAT    R) RANGECTL.DAT".
           DISPLAY "E) EXCTHRSH.DAT  Y) YESNOCFG.DAT".
           DISPLAY "T) TRNTYPE.DAT   C) COSTCTR.DAT".
           DISPLAY "V) CCROLL.DAT".
           ACCEPT FILE-CODE.
           PERFORM UNTIL FILE-CODE = "G" OR FILE-CODE = "R"
                      OR FILE-CODE = "E" OR FILE-CODE = "Y"
                      OR FILE-CODE = "T" OR FILE-CODE = "C"
                      OR FILE-CODE = "V"
               DISPLAY "Please enter G, R, E, Y, T, C, or V."
               ACCEPT FILE-CODE
           END-PERFORM.
           EVALUATE FILE-CODE
               WHEN "Y"
                   MOVE "YESNOCFG.DAT" TO LIVE-PATH
                   MOVE "YESNOCFG.STG" TO STAGED-PATH
               WHEN "T"
                   MOVE "TRNTYPE.DAT" TO LIVE-PATH
                   MOVE "TRNTYPE.STG" TO STAGED-PATH
               WHEN "C"
                   MOVE "COSTCTR.DAT" TO LIVE-PATH
                   MOVE "COSTCTR.STG" TO STAGED-PATH
               WHEN "V"
                   MOVE "CCROLL.DAT" TO LIVE-PATH
                   MOVE "CCROLL.STG" TO STAGED-PATH
           END-EVALUATE.

      * The freeze calendar is checked before any editing
      * starts, so nobody keys a session's rows into a
      * file that cannot be promoted. The target is the
      * file name without its .DAT.
       CHECK-THE-FREEZE-CALENDAR.
           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           MOVE JOB-NAME TO FZ-JOB-NAME.
           MOVE OPERATOR-ID TO FZ-OPERATOR-ID.
           MOVE SPACES TO FZ-TARGET-NAME.
           UNSTRING LIVE-PATH DELIMITED BY "."
               INTO FZ-TARGET-NAME
           END-UNSTRING.
           CALL "FRZCHK" USING FREEZE-CHECK-PARAMETERS.

      * The staging copy starts as the live file, so an
      * edit session that only adds a row carries every
      * existing row forward untouched.
                   PERFORM PROMPT-AN-EXCTHRSH-ROW
               WHEN "Y"
                   PERFORM PROMPT-A-YESNOCFG-ROW
               WHEN "T"
                   PERFORM PROMPT-A-TRNTYPE-ROW
               WHEN "C"
                   PERFORM PROMPT-A-COSTCTR-ROW
               WHEN "V"
                   PERFORM PROMPT-A-CCROLL-ROW
           END-EVALUATE.
           IF ROW-IS-VALID
               OPEN EXTEND STAGED-CONTROL-FILE
           IF GA-COMPANY = SPACES
               MOVE "01" TO GA-COMPANY
           END-IF.
           DISPLAY "Partner company for an intercompany charge "
                   "(blank for none)?".
           ACCEPT GA-PARTNER-COMPANY.
           IF GA-PARTNER-COMPANY = GA-COMPANY
               DISPLAY "The partner must be another company; "
                       "row taken as ordinary."
               MOVE SPACES TO GA-PARTNER-COMPANY
           END-IF.
           IF GA-PARTNER-COMPANY NOT = SPACES
               DISPLAY "Partner debit account (6 digits)?"
               PERFORM GET-A-CHART-ACCOUNT
               MOVE CHECKED-ACCOUNT TO GA-PARTNER-DEBIT-ACCOUNT
               DISPLAY "Partner due-to account (6 digits)?"
               PERFORM GET-A-CHART-ACCOUNT
               MOVE CHECKED-ACCOUNT TO GA-PARTNER-CREDIT-ACCOUNT
           END-IF.
           MOVE GL-ACCOUNT-CONTROL-RECORD TO WORK-LINE.
           MOVE "Y" TO ROW-VALID-SWITCH.

           MOVE YESNO-CONFIG-RECORD TO WORK-LINE.
           MOVE "Y" TO ROW-VALID-SWITCH.

       PROMPT-A-TRNTYPE-ROW.
           MOVE SPACES TO TRANSACTION-TYPE-RECORD.
           DISPLAY "Trans type (2 characters)?".
           ACCEPT TM-TRANS-TYPE.
           DISPLAY "Description (24 characters)?".
           ACCEPT TM-DESCRIPTION.
           DISPLAY "Sign rule (P positive, N negative, E either)?".
           ACCEPT TM-SIGN-RULE.
           PERFORM UNTIL TM-SIGN-RULE = "P" OR TM-SIGN-RULE = "N"
                      OR TM-SIGN-RULE = "E"
               DISPLAY "Please enter P, N, or E."
               ACCEPT TM-SIGN-RULE
           END-PERFORM.
           MOVE "N" TO CURRENCY-END-SWITCH.
           PERFORM VARYING CURRENCY-SLOT FROM 1 BY 1
                   UNTIL CURRENCY-SLOT > 4 OR NO-MORE-CURRENCIES
               DISPLAY "Allowed currency " CURRENCY-SLOT
                       " (3 characters, blank to end the list)?"
               ACCEPT TM-ALLOWED-CURRENCY (CURRENCY-SLOT)
               IF TM-ALLOWED-CURRENCY (CURRENCY-SLOT) = SPACES
                   MOVE "Y" TO CURRENCY-END-SWITCH
               END-IF
           END-PERFORM.
           DISPLAY "Receivable type (Y/N)?".
           ACCEPT TM-RECEIVABLE-FLAG.
           PERFORM UNTIL TM-RECEIVABLE-FLAG = "Y"
                      OR TM-RECEIVABLE-FLAG = "N"
               DISPLAY "Please enter Y or N."
               ACCEPT TM-RECEIVABLE-FLAG
           END-PERFORM.
           DISPLAY "Taxable type (Y/N)?".
           ACCEPT TM-TAXABLE-FLAG.
           PERFORM UNTIL TM-TAXABLE-FLAG = "Y"
                      OR TM-TAXABLE-FLAG = "N"
               DISPLAY "Please enter Y or N."
               ACCEPT TM-TAXABLE-FLAG
           END-PERFORM.
           DISPLAY "Intercompany type (Y/N)?".
           ACCEPT TM-INTERCOMPANY-FLAG.
           PERFORM UNTIL TM-INTERCOMPANY-FLAG = "Y"
                      OR TM-INTERCOMPANY-FLAG = "N"
               DISPLAY "Please enter Y or N."
               ACCEPT TM-INTERCOMPANY-FLAG
           END-PERFORM.
           DISPLAY "Active from (YYYYMMDD)?".
           PERFORM GET-A-DATE-FIELD.
           PERFORM UNTIL RAW-ENTRY NOT = SPACES
               DISPLAY "The active-from date is required."
               PERFORM GET-A-DATE-FIELD
           END-PERFORM.
           MOVE RAW-ENTRY (1:8) TO TM-ACTIVE-FROM.
           DISPLAY "Active to (YYYYMMDD, blank for open-ended)?".
           PERFORM GET-A-DATE-FIELD.
           IF RAW-ENTRY = SPACES
               MOVE 99999999 TO TM-ACTIVE-TO
           ELSE
               MOVE RAW-ENTRY (1:8) TO TM-ACTIVE-TO
           END-IF.
           IF TM-ACTIVE-FROM > TM-ACTIVE-TO
               DISPLAY "The active-from date is after the "
                       "active-to date."
               MOVE "N" TO ROW-VALID-SWITCH
           ELSE
               MOVE TRANSACTION-TYPE-RECORD TO WORK-LINE
               MOVE "Y" TO ROW-VALID-SWITCH
           END-IF.

       PROMPT-A-COSTCTR-ROW.
           MOVE SPACES TO COST-CENTER-RECORD.
           DISPLAY "Cost center (4 characters)?".
           ACCEPT CM-COST-CENTER.
           PERFORM UNTIL CM-COST-CENTER NOT = SPACES
               DISPLAY "The cost center is required."
               ACCEPT CM-COST-CENTER
           END-PERFORM.
           DISPLAY "Description (30 characters)?".
           ACCEPT CM-DESCRIPTION.
           DISPLAY "Manager (20 characters)?".
           ACCEPT CM-MANAGER.
           DISPLAY "Parent cost center (blank for the top)?".
           PERFORM GET-A-STAGED-PARENT.
           MOVE WANTED-PARENT TO CM-PARENT.
           DISPLAY "Company (2 characters, blank for 01)?".
           ACCEPT CM-COMPANY.
           IF CM-COMPANY = SPACES
               MOVE "01" TO CM-COMPANY
           END-IF.
           DISPLAY "Active (Y/N)?".
           ACCEPT CM-ACTIVE-FLAG.
           PERFORM UNTIL CM-IS-ACTIVE OR CM-IS-INACTIVE
               DISPLAY "Please enter Y or N."
               ACCEPT CM-ACTIVE-FLAG
           END-PERFORM.
           MOVE COST-CENTER-RECORD TO WORK-LINE.
           MOVE "Y" TO ROW-VALID-SWITCH.

      * The parent must already be on the staged master
      * and may not be the cost center itself.
       GET-A-STAGED-PARENT.
           MOVE "N" TO PARENT-FOUND-SWITCH.
           PERFORM UNTIL PARENT-IS-STAGED
               MOVE SPACES TO WANTED-PARENT
               ACCEPT WANTED-PARENT
               IF WANTED-PARENT = SPACES
                   MOVE "Y" TO PARENT-FOUND-SWITCH
               ELSE
                   IF WANTED-PARENT = CM-COST-CENTER
                       DISPLAY "A cost center cannot be its own "
                               "parent; enter another."
                   ELSE
                       PERFORM FIND-THE-STAGED-PARENT
                       IF NOT PARENT-IS-STAGED
                           DISPLAY "That cost center is not on "
                                   "the staged master; enter "
                                   "another."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-THE-STAGED-PARENT.
           MOVE "N" TO FILE-END-SWITCH.
           OPEN INPUT STAGED-CONTROL-FILE.
           IF STAGED-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-STAGED-LINE
               PERFORM UNTIL NO-MORE-FILE-RECORDS
                   IF STAGED-CONTROL-LINE (1:4) = WANTED-PARENT
                       MOVE "Y" TO PARENT-FOUND-SWITCH
                   END-IF
                   PERFORM READ-THE-NEXT-STAGED-LINE
               END-PERFORM
           END-IF.
           CLOSE STAGED-CONTROL-FILE.

       PROMPT-A-CCROLL-ROW.
           MOVE SPACES TO COST-CENTER-ROLLUP-RECORD.
           DISPLAY "Job name (8 characters)?".
           ACCEPT CV-JOB-NAME.
           DISPLAY "Roll-up level (0 for every level, 1-6)?".
           ACCEPT CV-ROLLUP-LEVEL.
           PERFORM UNTIL CV-ROLLUP-LEVEL IS NUMERIC
                     AND CV-ROLLUP-LEVEL NOT > 6
               DISPLAY "Please enter a digit from 0 to 6."
               ACCEPT CV-ROLLUP-LEVEL
           END-PERFORM.
           IF CV-JOB-NAME = SPACES
               DISPLAY "The job name is required."
               MOVE "N" TO ROW-VALID-SWITCH
           ELSE
               MOVE COST-CENTER-ROLLUP-RECORD TO WORK-LINE
               MOVE "Y" TO ROW-VALID-SWITCH
           END-IF.

      * Blank is taken as well, for the open-ended date.
       GET-A-DATE-FIELD.
           MOVE SPACES TO RAW-ENTRY.
           ACCEPT RAW-ENTRY.
           PERFORM UNTIL RAW-ENTRY = SPACES
                      OR (RAW-ENTRY (1:8) IS NUMERIC
                          AND RAW-ENTRY (9:1) = SPACE)
               DISPLAY "The date must be eight digits."
               ACCEPT RAW-ENTRY
           END-PERFORM.

       GET-A-SIGNED-FIELD.
           MOVE SPACES TO RAW-ENTRY.
           ACCEPT RAW-ENTRY.
                    OR GA-CREDIT-ACCOUNT IS NOT NUMERIC
                       MOVE "N" TO ROW-VALID-SWITCH
                   END-IF
                   IF  GA-PARTNER-COMPANY NOT = SPACES
                   AND (GA-PARTNER-DEBIT-ACCOUNT IS NOT NUMERIC
                    OR  GA-PARTNER-CREDIT-ACCOUNT IS NOT NUMERIC)
                       MOVE "N" TO ROW-VALID-SWITCH
                   END-IF
               WHEN "R"
                   MOVE STAGED-CONTROL-LINE
                       TO RANGE-CONTROL-RECORD
                        AND CF-DEFAULT-ANSWER NOT = "N")
                       MOVE "N" TO ROW-VALID-SWITCH
                   END-IF
               WHEN "T"
                   MOVE STAGED-CONTROL-LINE
                       TO TRANSACTION-TYPE-RECORD
                   IF TM-TRANS-TYPE = SPACES
                    OR NOT (TM-POSITIVE-ONLY OR TM-NEGATIVE-ONLY
                            OR TM-EITHER-SIGN)
                    OR (TM-RECEIVABLE-FLAG NOT = "Y"
                        AND TM-RECEIVABLE-FLAG NOT = "N")
                    OR (TM-TAXABLE-FLAG NOT = "Y"
                        AND TM-TAXABLE-FLAG NOT = "N")
                    OR (TM-INTERCOMPANY-FLAG NOT = "Y"
                        AND TM-INTERCOMPANY-FLAG NOT = "N")
                    OR TM-ACTIVE-FROM IS NOT NUMERIC
                    OR TM-ACTIVE-TO IS NOT NUMERIC
                       MOVE "N" TO ROW-VALID-SWITCH
                   ELSE
                       IF TM-ACTIVE-FROM > TM-ACTIVE-TO
                           MOVE "N" TO ROW-VALID-SWITCH
                       END-IF
                   END-IF
               WHEN "C"
                   MOVE STAGED-CONTROL-LINE
                       TO COST-CENTER-RECORD
                   IF CM-COST-CENTER = SPACES
                    OR CM-COMPANY = SPACES
                    OR NOT (CM-IS-ACTIVE OR CM-IS-INACTIVE)
                    OR CM-PARENT = CM-COST-CENTER
                       MOVE "N" TO ROW-VALID-SWITCH
                   END-IF
               WHEN "V"
                   MOVE STAGED-CONTROL-LINE
                       TO COST-CENTER-ROLLUP-RECORD
                   IF CV-JOB-NAME = SPACES
                    OR CV-ROLLUP-LEVEL IS NOT NUMERIC
                    OR CV-ROLLUP-LEVEL > 6
                       MOVE "N" TO ROW-VALID-SWITCH
                   END-IF
           END-EVALUATE.
           IF NOT ROW-IS-VALID
               ADD 1 TO BAD-ROW-COUNT
