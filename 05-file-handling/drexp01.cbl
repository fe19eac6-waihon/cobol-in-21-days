      * against its manifest and puts it back, proving
      * every restored file readable. A listed file not
      * present tonight is noted and skipped.
      *
      * GLBAL.DAT is an indexed file; it is unloaded in key
      * order through its own FD, so its bundle copy is a
      * flat image like every other file's, and DRRST01
      * loads it back into a fresh indexed ledger.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS.

           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS LIVE-FILE-STATUS.

           SELECT BUNDLE-COPY-FILE
               ASSIGN TO DYNAMIC BUNDLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  LIVE-SOURCE-FILE.
       01  LIVE-SOURCE-LINE          PIC X(200).

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  BUNDLE-COPY-FILE.
       01  BUNDLE-COPY-LINE          PIC X(200).

       WORKING-STORAGE SECTION.

       01  LIVE-PATH             PIC X(40).
           88  LIVE-IS-THE-LEDGER            VALUE "GLBAL.DAT".
       01  BUNDLE-PATH           PIC X(40).
       01  MANIFEST-PATH         PIC X(40).
       01  LIVE-FILE-STATUS      PIC XX.
       01  LIVE-LINE             PIC X(200).

       01  CTL-END-SWITCH        PIC X       VALUE "N".
           88  NO-MORE-CTL-LINES             VALUE "Y".
               INTO BUNDLE-PATH.
           MOVE "N" TO LIVE-END-SWITCH.
           MOVE ZERO TO FILE-RECORD-COUNT FILE-CHECK-TOTAL.
           IF LIVE-IS-THE-LEDGER
               OPEN INPUT GL-BALANCE-FILE
           ELSE
               OPEN INPUT LIVE-SOURCE-FILE
           END-IF.
           IF LIVE-FILE-STATUS = "00"
               PERFORM COPY-THE-LIVE-FILE
               PERFORM WRITE-THE-MANIFEST-RECORD
               ADD 1 TO MISSING-COUNT
               DISPLAY "Listed but absent tonight: " LIVE-PATH
           END-IF.
           IF LIVE-IS-THE-LEDGER
               CLOSE GL-BALANCE-FILE
           ELSE
               CLOSE LIVE-SOURCE-FILE
           END-IF.

       COPY-THE-LIVE-FILE.
           OPEN OUTPUT BUNDLE-COPY-FILE.
           PERFORM READ-THE-NEXT-LIVE-LINE.
           PERFORM UNTIL NO-MORE-LIVE-LINES
               MOVE LIVE-LINE TO BUNDLE-COPY-LINE
               WRITE BUNDLE-COPY-LINE
               ADD 1 TO FILE-RECORD-COUNT
               PERFORM TALLY-THE-CHECK-TOTAL
           CLOSE BUNDLE-COPY-FILE.

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
               READ LIVE-SOURCE-FILE INTO LIVE-LINE
                   AT END
                       MOVE "Y" TO LIVE-END-SWITCH
               END-READ
           END-IF.

      * The check total is the sum of each record's
      * trimmed length -- cheap, order-independent enough
      * restored copy.
       TALLY-THE-CHECK-TOTAL.
           COMPUTE LINE-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LIVE-LINE)).
           ADD LINE-LENGTH TO FILE-CHECK-TOTAL.

       WRITE-THE-MANIFEST-RECORD.
