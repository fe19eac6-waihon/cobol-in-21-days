       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCGET.
      *--------------------------------------------------
      * Shared cost-center routine over the COSTCTR.DAT
      * master. A program that wants to know what a cost
      * center is, whether it is still active, or where it
      * reports CALLs this rather than reading the master
      * itself, and the reports that total by cost center
      * hand their figures in here to be rolled up the
      * hierarchy, one subtotal per level.
      *
      * The master is loaded once, on the first call. Each
      * cost center's chain of parents is walked to the top
      * of the hierarchy (six levels at most; a chain that
      * loops back on itself stops where it repeats, and
      * CTLAUD01 reports it), and the table is put in that
      * top-down order, so the roll-up lines come out with
      * each level's subtotal ahead of the levels under it.
      * Figures for a cost center not on the master roll
      * up under "????" at the very end. With no master
      * on file there is nothing to roll up to, and the
      * listing comes back empty.
      *
      * The parameters are the CCPARM.cpy area.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COST-CENTER-FILE ASSIGN TO "COSTCTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT OPTIONAL ROLLUP-CONTROL-FILE
               ASSIGN TO "CCROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COST-CENTER-FILE.
       COPY COSTCTR.

       FD  ROLLUP-CONTROL-FILE.
       COPY CCROLL.

       WORKING-STORAGE SECTION.

       01  WS-MASTER-FILE-STATUS PIC XX.
       01  WS-ROLLUP-FILE-STATUS PIC XX.
       01  WS-MASTER-SWITCH      PIC X       VALUE "N".
           88  MASTER-IS-LOADED              VALUE "Y".
           88  MASTER-IS-MISSING             VALUE "M".
       01  WS-MASTER-END-SWITCH  PIC X.
           88  NO-MORE-MASTER-ROWS           VALUE "Y".
       01  WS-ROLLUP-END-SWITCH  PIC X.
           88  NO-MORE-ROLLUP-ROWS           VALUE "Y".
       01  WS-WALK-END-SWITCH    PIC X.
           88  WALK-IS-DONE                  VALUE "Y".
       01  WS-FOUND-SWITCH       PIC X.
           88  CENTER-WAS-FOUND              VALUE "Y".
       01  WS-LINE-SWITCH        PIC X.
           88  LINE-IS-WANTED                VALUE "Y".

       01  WS-CENTER-COUNT       PIC 9(4)    VALUE ZERO.
       01  WS-CENTER-TABLE.
           05  WS-CENTER-ENTRY OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-CENTER-COUNT
                                INDEXED BY WS-FX-IDX WS-CE-IDX.
               10  WS-CE-SORT-KEY     PIC X(24).
               10  WS-CE-CENTER       PIC X(4).
               10  WS-CE-DESCRIPTION  PIC X(30).
               10  WS-CE-MANAGER      PIC X(20).
               10  WS-CE-PARENT       PIC X(4).
               10  WS-CE-COMPANY      PIC X(02).
               10  WS-CE-ACTIVE-FLAG  PIC X.
               10  WS-CE-LEVEL        PIC 9.
               10  WS-CE-PATH         PIC X(24).
               10  WS-CE-OWN-AMOUNT   PIC S9(13)V99.
               10  WS-CE-OWN-COUNT    PIC 9(7).
               10  WS-CE-ROLLED-AMOUNT PIC S9(13)V99.
               10  WS-CE-ROLLED-COUNT PIC 9(7).

       01  WS-HOLD-ENTRY.
           05  WS-HOLD-SORT-KEY      PIC X(24).
           05  FILLER                PIC X(130).
       01  WS-SORT-SLOT          PIC 9(4).
       01  WS-PLACE-SLOT         PIC 9(4).
       01  WS-PLACE-SWITCH       PIC X.
           88  PLACE-IS-FOUND                VALUE "Y".

       01  WS-CHAIN-COUNT        PIC 9.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-CENTER OCCURS 6 TIMES PIC X(4).
       01  WS-CHAIN-SLOT         PIC 9.
       01  WS-PATH-SLOT          PIC 9.
       01  WS-PATH-OFFSET        PIC 99.
       01  WS-WALK-CENTER        PIC X(4).
       01  WS-WANTED-CENTER      PIC X(4).
       01  WS-UNKNOWN-IDX        PIC 9(4)    VALUE ZERO.
       01  WS-LIST-IDX           PIC 9(4)    VALUE ZERO.

       LINKAGE SECTION.

       COPY CCPARM.

       PROCEDURE DIVISION USING COST-CENTER-PARAMETERS.

       PROGRAM-BEGIN.

           IF WS-MASTER-SWITCH = "N"
               PERFORM LOAD-THE-MASTER
           END-IF.
           EVALUATE CG-ACTION
               WHEN "F"
                   PERFORM FIND-THE-COST-CENTER
               WHEN "U"
                   PERFORM FIND-THE-ROLLUP-CENTER
               WHEN "S"
                   PERFORM START-THE-ROLLUP
               WHEN "A"
                   PERFORM ADD-TO-THE-ROLLUP
               WHEN "L"
                   PERFORM LIST-THE-NEXT-ROLLUP-LINE
           END-EVALUATE.

       PROGRAM-DONE.
           GOBACK.

      * Level 2 routines
       LOAD-THE-MASTER.
           MOVE "Y" TO WS-MASTER-SWITCH.
           MOVE "N" TO WS-MASTER-END-SWITCH.
           OPEN INPUT COST-CENTER-FILE.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-ROW
               PERFORM UNTIL NO-MORE-MASTER-ROWS
                   IF  WS-CENTER-COUNT < 499
                   AND CM-COST-CENTER NOT = SPACES
                       PERFORM TAKE-ONE-MASTER-ROW
                   END-IF
                   PERFORM READ-THE-NEXT-MASTER-ROW
               END-PERFORM
           ELSE
               MOVE "M" TO WS-MASTER-SWITCH
           END-IF.
           CLOSE COST-CENTER-FILE.
           PERFORM WORK-OUT-ONE-PATH
               VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CENTER-COUNT.
           PERFORM ADD-THE-UNKNOWN-BUCKET.
           PERFORM PUT-ONE-ENTRY-IN-ORDER
               VARYING WS-SORT-SLOT FROM 2 BY 1
               UNTIL WS-SORT-SLOT > WS-CENTER-COUNT.
           MOVE WS-CENTER-COUNT TO WS-UNKNOWN-IDX.

       FIND-THE-COST-CENTER.
           MOVE CG-COST-CENTER TO WS-WANTED-CENTER.
           PERFORM LOOK-UP-THE-CENTER.
           IF CENTER-WAS-FOUND
               MOVE "Y" TO CG-RESULT
               MOVE WS-CE-DESCRIPTION (WS-FX-IDX) TO CG-DESCRIPTION
               MOVE WS-CE-MANAGER (WS-FX-IDX) TO CG-MANAGER
               MOVE WS-CE-PARENT (WS-FX-IDX) TO CG-PARENT
               MOVE WS-CE-COMPANY (WS-FX-IDX) TO CG-COMPANY
               MOVE WS-CE-ACTIVE-FLAG (WS-FX-IDX) TO CG-ACTIVE-FLAG
               MOVE WS-CE-LEVEL (WS-FX-IDX) TO CG-LEVEL
           ELSE
               MOVE SPACES TO CG-DESCRIPTION CG-MANAGER CG-PARENT
                              CG-COMPANY CG-ACTIVE-FLAG
               MOVE ZERO TO CG-LEVEL
               IF MASTER-IS-MISSING
                   MOVE "M" TO CG-RESULT
               ELSE
                   MOVE "N" TO CG-RESULT
               END-IF
           END-IF.

      * A cost center already at or above the level asked
      * for is its own roll-up; so is one not on the
      * master.
       FIND-THE-ROLLUP-CENTER.
           PERFORM FIND-THE-COST-CENTER.
           MOVE CG-COST-CENTER TO CG-ROLLUP-CENTER.
           IF  CG-CENTER-FOUND
           AND CG-ROLLUP-LEVEL > ZERO
           AND CG-LEVEL > CG-ROLLUP-LEVEL
               COMPUTE WS-PATH-OFFSET =
                   ((CG-ROLLUP-LEVEL - 1) * 4) + 1
               MOVE WS-CE-PATH (WS-FX-IDX) (WS-PATH-OFFSET:4)
                   TO CG-ROLLUP-CENTER
           END-IF.

       START-THE-ROLLUP.
           PERFORM CLEAR-ONE-CENTERS-TOTALS
               VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CENTER-COUNT.
           MOVE ZERO TO WS-LIST-IDX.
           MOVE ZERO TO CG-ROLLUP-LEVEL.
           MOVE "N" TO WS-ROLLUP-END-SWITCH.
           OPEN INPUT ROLLUP-CONTROL-FILE.
           IF WS-ROLLUP-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ROLLUP-ROW
               PERFORM UNTIL NO-MORE-ROLLUP-ROWS
                   IF  CV-JOB-NAME = CG-JOB-NAME
                   AND CV-ROLLUP-LEVEL IS NUMERIC
                       MOVE CV-ROLLUP-LEVEL TO CG-ROLLUP-LEVEL
                   END-IF
                   PERFORM READ-THE-NEXT-ROLLUP-ROW
               END-PERFORM
           END-IF.
           CLOSE ROLLUP-CONTROL-FILE.
           MOVE "Y" TO CG-RESULT.

       ADD-TO-THE-ROLLUP.
           MOVE CG-COST-CENTER TO WS-WANTED-CENTER.
           PERFORM LOOK-UP-THE-CENTER.
           IF NOT CENTER-WAS-FOUND
               SET WS-FX-IDX TO WS-UNKNOWN-IDX
           END-IF.
           ADD CG-AMOUNT TO WS-CE-OWN-AMOUNT (WS-FX-IDX).
           ADD CG-COUNT TO WS-CE-OWN-COUNT (WS-FX-IDX).
           MOVE "Y" TO CG-RESULT.

      * The first "L" after the figures are in rolls each
      * cost center's own total into itself and every
      * level above it; each call then hands back the next
      * line that has anything under it and lies no deeper
      * than the roll-up level.
       LIST-THE-NEXT-ROLLUP-LINE.
           IF WS-LIST-IDX = ZERO
               PERFORM ROLL-THE-TOTALS-UP
           END-IF.
           MOVE "N" TO WS-LINE-SWITCH.
           IF MASTER-IS-MISSING
               MOVE WS-CENTER-COUNT TO WS-LIST-IDX
           END-IF.
           PERFORM UNTIL LINE-IS-WANTED
                      OR WS-LIST-IDX >= WS-CENTER-COUNT
               ADD 1 TO WS-LIST-IDX
               SET WS-CE-IDX TO WS-LIST-IDX
               IF  WS-CE-ROLLED-COUNT (WS-CE-IDX) > ZERO
               AND (CG-ROLLUP-LEVEL = ZERO
                    OR WS-CE-LEVEL (WS-CE-IDX) NOT > CG-ROLLUP-LEVEL)
                   MOVE "Y" TO WS-LINE-SWITCH
               END-IF
           END-PERFORM.
           IF LINE-IS-WANTED
               MOVE "Y" TO CG-RESULT
               MOVE WS-CE-CENTER (WS-CE-IDX) TO CG-COST-CENTER
               MOVE WS-CE-DESCRIPTION (WS-CE-IDX) TO CG-DESCRIPTION
               MOVE WS-CE-MANAGER (WS-CE-IDX) TO CG-MANAGER
               MOVE WS-CE-PARENT (WS-CE-IDX) TO CG-PARENT
               MOVE WS-CE-COMPANY (WS-CE-IDX) TO CG-COMPANY
               MOVE WS-CE-ACTIVE-FLAG (WS-CE-IDX) TO CG-ACTIVE-FLAG
               MOVE WS-CE-LEVEL (WS-CE-IDX) TO CG-LEVEL
               MOVE WS-CE-ROLLED-AMOUNT (WS-CE-IDX) TO CG-AMOUNT
               MOVE WS-CE-ROLLED-COUNT (WS-CE-IDX) TO CG-COUNT
           ELSE
               MOVE "E" TO CG-RESULT
           END-IF.

      * Level 3 routines
       READ-THE-NEXT-MASTER-ROW.
           READ COST-CENTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-END-SWITCH
           END-READ.

       TAKE-ONE-MASTER-ROW.
           ADD 1 TO WS-CENTER-COUNT.
           SET WS-CE-IDX TO WS-CENTER-COUNT.
           MOVE CM-COST-CENTER TO WS-CE-CENTER (WS-CE-IDX).
           MOVE CM-DESCRIPTION TO WS-CE-DESCRIPTION (WS-CE-IDX).
           MOVE CM-MANAGER TO WS-CE-MANAGER (WS-CE-IDX).
           MOVE CM-PARENT TO WS-CE-PARENT (WS-CE-IDX).
           MOVE CM-COMPANY TO WS-CE-COMPANY (WS-CE-IDX).
           MOVE CM-ACTIVE-FLAG TO WS-CE-ACTIVE-FLAG (WS-CE-IDX).

      * The chain is gathered bottom up, then laid into
      * the path top down, four characters a level.
       WORK-OUT-ONE-PATH.
           MOVE ZERO TO WS-CHAIN-COUNT.
           MOVE WS-CE-CENTER (WS-CE-IDX) TO WS-WALK-CENTER.
           MOVE "N" TO WS-WALK-END-SWITCH.
           PERFORM TAKE-ONE-CHAIN-LINK
               UNTIL WALK-IS-DONE.
           MOVE WS-CHAIN-COUNT TO WS-CE-LEVEL (WS-CE-IDX).
           MOVE SPACES TO WS-CE-PATH (WS-CE-IDX).
           PERFORM LAY-ONE-PATH-LEVEL
               VARYING WS-PATH-SLOT FROM 1 BY 1
               UNTIL WS-PATH-SLOT > WS-CHAIN-COUNT.
           MOVE WS-CE-PATH (WS-CE-IDX) TO WS-CE-SORT-KEY (WS-CE-IDX).

       TAKE-ONE-CHAIN-LINK.
           ADD 1 TO WS-CHAIN-COUNT.
           MOVE WS-WALK-CENTER TO WS-CHAIN-CENTER (WS-CHAIN-COUNT).
           MOVE WS-WALK-CENTER TO WS-WANTED-CENTER.
           PERFORM LOOK-UP-THE-CENTER.
           IF WS-CHAIN-COUNT >= 6
            OR NOT CENTER-WAS-FOUND
               MOVE "Y" TO WS-WALK-END-SWITCH
           ELSE
               IF WS-CE-PARENT (WS-FX-IDX) = SPACES
                   MOVE "Y" TO WS-WALK-END-SWITCH
               ELSE
                   MOVE WS-CE-PARENT (WS-FX-IDX) TO WS-WALK-CENTER
                   MOVE WS-WALK-CENTER TO WS-WANTED-CENTER
                   PERFORM LOOK-UP-THE-CENTER
                   IF NOT CENTER-WAS-FOUND
                       MOVE "Y" TO WS-WALK-END-SWITCH
                   END-IF
                   PERFORM VARYING WS-CHAIN-SLOT FROM 1 BY 1
                           UNTIL WS-CHAIN-SLOT > WS-CHAIN-COUNT
                       IF WS-CHAIN-CENTER (WS-CHAIN-SLOT)
                        = WS-WALK-CENTER
                           MOVE "Y" TO WS-WALK-END-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       LAY-ONE-PATH-LEVEL.
           COMPUTE WS-CHAIN-SLOT = WS-CHAIN-COUNT - WS-PATH-SLOT + 1.
           COMPUTE WS-PATH-OFFSET = ((WS-PATH-SLOT - 1) * 4) + 1.
           MOVE WS-CHAIN-CENTER (WS-CHAIN-SLOT)
               TO WS-CE-PATH (WS-CE-IDX) (WS-PATH-OFFSET:4).

      * A plain insertion sort into path order; the master
      * is small and read once a run.
       PUT-ONE-ENTRY-IN-ORDER.
           MOVE WS-CENTER-ENTRY (WS-SORT-SLOT) TO WS-HOLD-ENTRY.
           MOVE WS-SORT-SLOT TO WS-PLACE-SLOT.
           MOVE "N" TO WS-PLACE-SWITCH.
           PERFORM UNTIL PLACE-IS-FOUND
               IF WS-PLACE-SLOT = 1
                   MOVE "Y" TO WS-PLACE-SWITCH
               ELSE
                   IF WS-CE-SORT-KEY (WS-PLACE-SLOT - 1)
                      NOT > WS-HOLD-SORT-KEY
                       MOVE "Y" TO WS-PLACE-SWITCH
                   ELSE
                       MOVE WS-CENTER-ENTRY (WS-PLACE-SLOT - 1)
                           TO WS-CENTER-ENTRY (WS-PLACE-SLOT)
                       SUBTRACT 1 FROM WS-PLACE-SLOT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-HOLD-ENTRY TO WS-CENTER-ENTRY (WS-PLACE-SLOT).

      * The catch-all for cost centers not on the master
      * sorts behind every real one.
       ADD-THE-UNKNOWN-BUCKET.
           ADD 1 TO WS-CENTER-COUNT.
           SET WS-CE-IDX TO WS-CENTER-COUNT.
           MOVE HIGH-VALUES TO WS-CE-SORT-KEY (WS-CE-IDX).
           MOVE "????" TO WS-CE-CENTER (WS-CE-IDX).
           MOVE "*NOT ON COST-CENTER MASTER*"
               TO WS-CE-DESCRIPTION (WS-CE-IDX).
           MOVE SPACES TO WS-CE-MANAGER (WS-CE-IDX)
                          WS-CE-PARENT (WS-CE-IDX)
                          WS-CE-COMPANY (WS-CE-IDX)
                          WS-CE-ACTIVE-FLAG (WS-CE-IDX).
           MOVE 1 TO WS-CE-LEVEL (WS-CE-IDX).
           MOVE "????" TO WS-CE-PATH (WS-CE-IDX).

      * The catch-all is the last entry and is never
      * matched by name, so "????" keyed on a file is
      * itself reported as not on the master.
       LOOK-UP-THE-CENTER.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF WS-CENTER-COUNT > ZERO
               SET WS-FX-IDX TO 1
               SEARCH WS-CENTER-ENTRY
                   WHEN WS-CE-CENTER (WS-FX-IDX) = WS-WANTED-CENTER
                    AND WS-CE-SORT-KEY (WS-FX-IDX) NOT = HIGH-VALUES
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-SEARCH
           END-IF.

       CLEAR-ONE-CENTERS-TOTALS.
           MOVE ZERO TO WS-CE-OWN-AMOUNT (WS-CE-IDX)
                        WS-CE-OWN-COUNT (WS-CE-IDX)
                        WS-CE-ROLLED-AMOUNT (WS-CE-IDX)
                        WS-CE-ROLLED-COUNT (WS-CE-IDX).

       READ-THE-NEXT-ROLLUP-ROW.
           READ ROLLUP-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-ROLLUP-END-SWITCH
           END-READ.

       ROLL-THE-TOTALS-UP.
           PERFORM ROLL-ONE-CENTER-UP
               VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CENTER-COUNT.

       ROLL-ONE-CENTER-UP.
           IF WS-CE-OWN-COUNT (WS-CE-IDX) > ZERO
            OR WS-CE-OWN-AMOUNT (WS-CE-IDX) NOT = ZERO
               IF WS-CE-SORT-KEY (WS-CE-IDX) = HIGH-VALUES
                   ADD WS-CE-OWN-AMOUNT (WS-CE-IDX)
                       TO WS-CE-ROLLED-AMOUNT (WS-CE-IDX)
                   ADD WS-CE-OWN-COUNT (WS-CE-IDX)
                       TO WS-CE-ROLLED-COUNT (WS-CE-IDX)
               ELSE
                   PERFORM ROLL-INTO-ONE-LEVEL
                       VARYING WS-PATH-SLOT FROM 1 BY 1
                       UNTIL WS-PATH-SLOT > WS-CE-LEVEL (WS-CE-IDX)
               END-IF
           END-IF.

       ROLL-INTO-ONE-LEVEL.
           COMPUTE WS-PATH-OFFSET = ((WS-PATH-SLOT - 1) * 4) + 1.
           MOVE WS-CE-PATH (WS-CE-IDX) (WS-PATH-OFFSET:4)
               TO WS-WANTED-CENTER.
           PERFORM LOOK-UP-THE-CENTER.
           IF CENTER-WAS-FOUND
               ADD WS-CE-OWN-AMOUNT (WS-CE-IDX)
                   TO WS-CE-ROLLED-AMOUNT (WS-FX-IDX)
               ADD WS-CE-OWN-COUNT (WS-CE-IDX)
                   TO WS-CE-ROLLED-COUNT (WS-FX-IDX)
           END-IF.
