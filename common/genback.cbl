      * keep-count are purged oldest-first. GENRST01 rolls
      * a master back to any cataloged generation.
      *
      * GLBAL.DAT is an indexed file; it is unloaded in key
      * order through its own FD, so its generations are
      * flat copies like every other master's, readable by
      * GENCMP01 and reloaded by GENRST01.
      *
      * LS-MASTER-NAME - the master's base name, up to 8
      *                  characters ("NAMEMAST", "WRDMAST",
      *                  ...); the live file is
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           SELECT OPTIONAL LIVE-MASTER-FILE
               ASSIGN TO DYNAMIC WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  LIVE-MASTER-FILE.
       01  LIVE-MASTER-LINE          PIC X(132).

           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM BUILD-THE-FILE-NAMES.
           MOVE "N" TO WS-LIVE-END-SWITCH.
           IF LS-MASTER-NAME = "GLBAL"
               OPEN INPUT GL-BALANCE-FILE
           ELSE
               OPEN INPUT LIVE-MASTER-FILE
           END-IF.
           IF WS-LIVE-FILE-STATUS = "00"
               PERFORM COPY-THE-LIVE-MASTER
               PERFORM GET-THE-KEEP-COUNT
               PERFORM PURGE-THE-OLD-GENERATIONS
               PERFORM SAVE-THE-CATALOG
           END-IF.
           IF LS-MASTER-NAME = "GLBAL"
               CLOSE GL-BALANCE-FILE
           ELSE
               CLOSE LIVE-MASTER-FILE
           END-IF.

       PROGRAM-DONE.
           GOBACK.
           CLOSE GENERATION-FILE.

       READ-THE-NEXT-LIVE-LINE.
           IF LS-MASTER-NAME = "GLBAL"
               READ GL-BALANCE-FILE
                   AT END
                       MOVE "Y" TO WS-LIVE-END-SWITCH
                   NOT AT END
                       MOVE GL-BALANCE-RECORD TO LIVE-MASTER-LINE
               END-READ
           ELSE
               READ LIVE-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-LIVE-END-SWITCH
               END-READ
           END-IF.

       GET-THE-KEEP-COUNT.
           OPEN INPUT GENERATION-CONTROL-FILE.
