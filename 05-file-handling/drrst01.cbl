      * just written. Any file that fails verification is
      * named and the run ends with return code 8, so a
      * partial restore can't masquerade as a good one.
      *
      * GLBAL.DAT is an indexed file. Its bundle copy is the
      * flat key-order image DREXP01 unloaded, so it is
      * loaded back into a fresh indexed ledger and proved
      * by reading that back through its own FD.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUNDLE-FILE-STATUS.

           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS LIVE-FILE-STATUS.

           SELECT OPTIONAL LIVE-TARGET-FILE
               ASSIGN TO DYNAMIC LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BUNDLE-COPY-FILE.
       01  BUNDLE-COPY-LINE          PIC X(200).

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  LIVE-TARGET-FILE.
       01  LIVE-TARGET-LINE          PIC X(200).

       01  MANIFEST-PATH         PIC X(40).
       01  BUNDLE-PATH           PIC X(40).
       01  LIVE-PATH             PIC X(40).
           88  LIVE-IS-THE-LEDGER            VALUE "GLBAL.DAT".
       01  MANIFEST-FILE-STATUS  PIC XX.
       01  BUNDLE-FILE-STATUS    PIC XX.
       01  LIVE-FILE-STATUS      PIC XX.
       01  LIVE-LINE             PIC X(200).

       01  MANIFEST-END-SWITCH   PIC X       VALUE "N".
           88  NO-MORE-MANIFEST-RECORDS      VALUE "Y".
           CLOSE BUNDLE-COPY-FILE.

       COPY-THE-BUNDLE-BACK.
           IF LIVE-IS-THE-LEDGER
               PERFORM LOAD-THE-BALANCE-MASTER
           ELSE
               OPEN OUTPUT LIVE-TARGET-FILE
               PERFORM READ-THE-NEXT-BUNDLE-LINE
               PERFORM UNTIL NO-MORE-BUNDLE-LINES
                   MOVE BUNDLE-COPY-LINE TO LIVE-TARGET-LINE
                   WRITE LIVE-TARGET-LINE
                   PERFORM READ-THE-NEXT-BUNDLE-LINE
               END-PERFORM
               CLOSE LIVE-TARGET-FILE
           END-IF.

      * The bundle holds the ledger in key order, so each
      * record goes straight onto the new index; a key out
      * of order or repeated is left off and the proof pass
      * then finds the count short.
       LOAD-THE-BALANCE-MASTER.
           OPEN OUTPUT GL-BALANCE-FILE.
           PERFORM READ-THE-NEXT-BUNDLE-LINE.
           PERFORM UNTIL NO-MORE-BUNDLE-LINES
               MOVE BUNDLE-COPY-LINE TO GL-BALANCE-RECORD
               WRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "Ledger key out of order, left off: "
                               GB-KEY
               END-WRITE
               PERFORM READ-THE-NEXT-BUNDLE-LINE
           END-PERFORM.
           CLOSE GL-BALANCE-FILE.

       READ-THE-NEXT-BUNDLE-LINE.
           READ BUNDLE-COPY-FILE
       VERIFY-THE-RESTORED-FILE.
           MOVE "N" TO LIVE-END-SWITCH.
           MOVE ZERO TO FILE-RECORD-COUNT FILE-CHECK-TOTAL.
           IF LIVE-IS-THE-LEDGER
               OPEN INPUT GL-BALANCE-FILE
           ELSE
               OPEN INPUT LIVE-TARGET-FILE
           END-IF.
           IF LIVE-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-LIVE-LINE
               PERFORM UNTIL NO-MORE-LIVE-LINES
                   ADD 1 TO FILE-RECORD-COUNT
                   COMPUTE LINE-LENGTH = FUNCTION LENGTH(
                       FUNCTION TRIM(LIVE-LINE))
                   ADD LINE-LENGTH TO FILE-CHECK-TOTAL
                   PERFORM READ-THE-NEXT-LIVE-LINE
               END-PERFORM
           END-IF.
           IF LIVE-IS-THE-LEDGER
               CLOSE GL-BALANCE-FILE
           ELSE
               CLOSE LIVE-TARGET-FILE
           END-IF.
           PERFORM JUDGE-THE-VERIFICATION.

       READ-THE-NEXT-LIVE-LINE.
           IF LIVE-IS-THE-LEDGER
               MOVE SPACES TO LIVE-LINE
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LIVE-END-SWITCH
                   NOT AT END
                       MOVE GL-BALANCE-RECORD TO LIVE-LINE
               END-READ
           ELSE
               READ LIVE-TARGET-FILE INTO LIVE-LINE
                   AT END
                       MOVE "Y" TO LIVE-END-SWITCH
               END-READ
           END-IF.

       JUDGE-THE-VERIFICATION.
           IF  FILE-RECORD-COUNT = DM-RECORD-COUNT
