       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRDNRM01.
      *--------------------------------------------------
      * Normalization pass for the word feeds. The same
      * product keeps arriving under several spellings
      * ("BLT", "BOLT", "BOLT-HEX"), and WRDNBR01 can only
      * point out the near-duplicates after they are on
      * the master. Run ahead of WRDSRT04 and WRDBAT01,
      * this rewrites each incoming word that matches an
      * alias on WRDALIAS.DAT (kept through WRDALM01) to
      * its canonical word, on the list the word is bound
      * for:
      *
      * WRDIN.DAT  - the batch word feed WRDSRT04 sorts,
      *              normalized against the list named on
      *              the WRDINCTL.DAT control card; with no
      *              card the feed is left as it is.
      * WRDTRN.DAT - WRDBAT01's maintenance transactions,
      *              each normalized against its own
      *              WT-LIST-NAME.
      *
      * Each feed present is written through a staging
      * copy (<feed>.NRM) and the staging copy promoted
      * back over the feed, the way CTLMNT01 promotes a
      * staged control file. WRDNRM.DAT lists every word
      * rewritten, and every word that is neither an alias
      * nor already on the master list -- a new code, or a
      * spelling that wants an alias -- with counts per
      * feed. A run whose tables overflow rewrites
      * nothing and ends with return code 8.
      *
      * WRDMAST.DAT is checked against its control seal
      * before anything is loaded; a master that no longer
      * matches the seal its last writer left stops the
      * run, so an edit made outside the system is never
      * taken on trust.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WORD-ALIAS-FILE
               ASSIGN TO "WRDALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALIAS-FILE-STATUS.

           SELECT OPTIONAL WORD-MASTER-FILE
               ASSIGN TO "WRDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL WORD-INPUT-CONTROL-FILE
               ASSIGN TO "WRDINCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT OPTIONAL FEED-FILE
               ASSIGN TO DYNAMIC FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.

           SELECT OPTIONAL STAGED-FEED-FILE
               ASSIGN TO DYNAMIC STAGED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAGED-FILE-STATUS.

           SELECT NORMALIZE-REPORT-FILE ASSIGN TO "WRDNRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORD-ALIAS-FILE.
       COPY WRDALIAS.

       FD  WORD-MASTER-FILE.
       COPY WRDLIST.

       FD  WORD-INPUT-CONTROL-FILE.
       COPY WRDINCTL.

       FD  FEED-FILE.
       01  FEED-LINE                 PIC X(80).

       FD  STAGED-FEED-FILE.
       01  STAGED-FEED-LINE          PIC X(80).

       FD  NORMALIZE-REPORT-FILE.
       01  NORMALIZE-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

       01  ALIAS-FILE-STATUS     PIC XX.
       01  MASTER-FILE-STATUS    PIC XX.
       01  CTL-FILE-STATUS       PIC XX.
       01  FEED-FILE-STATUS      PIC XX.
       01  STAGED-FILE-STATUS    PIC XX.
       01  FEED-PATH             PIC X(40).
       01  STAGED-PATH           PIC X(40).

       01  ALIAS-END-SWITCH      PIC X       VALUE "N".
           88  NO-MORE-ALIAS-RECORDS         VALUE "Y".
       01  MASTER-END-SWITCH     PIC X       VALUE "N".
           88  NO-MORE-MASTER-RECORDS        VALUE "Y".
       01  FEED-END-SWITCH       PIC X.
           88  NO-MORE-FEED-LINES            VALUE "Y".
       01  STAGED-END-SWITCH     PIC X.
           88  NO-MORE-STAGED-LINES          VALUE "Y".
       01  LOAD-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  LOAD-DID-OVERFLOW             VALUE "Y".

       01  FEED-KIND             PIC X.
           88  FEED-IS-WORD-LIST             VALUE "W".
           88  FEED-IS-MAINTENANCE           VALUE "T".
       01  FEED-NAME             PIC X(8).
       01  INPUT-LIST-NAME       PIC X(8)    VALUE SPACES.

      * The two feed layouts, worked in storage: the feed
      * line is moved to whichever one the feed uses,
      * the word rewritten there, and moved back.
       COPY WRDWORD.
       COPY WRDTRN.

       01  WANTED-KEY.
           05  WK-LIST-NAME          PIC X(8).
           05  WK-WORD               PIC X(50).
       01  INCOMING-WORD         PIC X(50).
       01  ALIAS-FOUND-SWITCH    PIC X.
           88  ALIAS-WAS-FOUND               VALUE "Y".
       01  WORD-FOUND-SWITCH     PIC X.
           88  WORD-IS-ON-MASTER             VALUE "Y".
       01  WORD-STATUS           PIC X(9).

       01  FEED-READ-COUNT       PIC 9(5).
       01  FEED-REWRITTEN-COUNT  PIC 9(5).
       01  FEED-UNKNOWN-COUNT    PIC 9(5).

       01  ALIAS-COUNT           PIC 9(4)    VALUE ZERO.
       01  ALIAS-TABLE.
           05  ALIAS-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON ALIAS-COUNT
                            INDEXED BY ALIAS-IDX.
               10  AT-SORT-KEY.
                   15  AT-LIST-NAME  PIC X(8).
                   15  AT-ALIAS      PIC X(50).
               10  AT-CANONICAL      PIC X(50).

       01  WORD-COUNT            PIC 9(4)    VALUE ZERO.
       01  WORD-TABLE.
           05  WORD-ENTRY OCCURS 1 TO 1000 TIMES
                           DEPENDING ON WORD-COUNT
                           ASCENDING KEY IS WD-SORT-KEY
                           INDEXED BY WORD-IDX.
               10  WD-SORT-KEY.
                   15  WD-LIST-NAME  PIC X(8).
                   15  WD-TEXT       PIC X(50).

       01  EXC-JOB-NAME          PIC X(8)    VALUE "WRDNRM01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       01  NORMALIZE-HEADING-1.
           05  FILLER             PIC X(36)
               VALUE "WORD FEED NORMALIZATION".
           COPY RUNDATE REPLACING RD-RUN-DATE BY NH-RUN-DATE.

       01  NORMALIZE-HEADING-2.
           05  FILLER             PIC X(9)  VALUE "FEED".
           05  FILLER             PIC X(9)  VALUE "LIST".
           05  FILLER             PIC X(10) VALUE "STATUS".
           05  FILLER             PIC X(51) VALUE "INCOMING WORD".
           05  FILLER             PIC X(14) VALUE "CANONICAL WORD".

       01  NORMALIZE-DETAIL-LINE.
           05  ND-FEED-NAME       PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  ND-LIST-NAME       PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  ND-STATUS          PIC X(9).
           05  FILLER             PIC X     VALUE SPACE.
           05  ND-INCOMING        PIC X(50).
           05  FILLER             PIC X     VALUE SPACE.
           05  ND-CANONICAL       PIC X(50).

       01  NORMALIZE-TOTAL-LINE.
           05  NT-FEED-NAME       PIC X(8).
           05  FILLER             PIC X(9)  VALUE "  Read: ".
           05  NT-READ-COUNT      PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE "  Rewritten: ".
           05  NT-REWRITTEN-COUNT PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  Unknown: ".
           05  NT-UNKNOWN-COUNT   PIC ZZZZ9.

       01  NORMALIZE-NOTE-LINE.
           05  NN-FEED-NAME       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  NN-TEXT            PIC X(60).

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "RUNHDR" USING "WRDNRM01".
           MOVE "WRDMAST" TO SM-MASTER-NAME.
           PERFORM CHECK-THE-MASTER-SEAL.
           PERFORM LOAD-THE-ALIASES.
           PERFORM LOAD-THE-MASTER-WORDS.
           IF LOAD-DID-OVERFLOW
               DISPLAY "Alias or master table over its limit; "
                       "no feed rewritten."
               MOVE "Alias/master table overflow" TO EXC-TEXT
               MOVE "SIZE" TO EXC-CATEGORY
               CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT
                                    EXC-CATEGORY
               CALL "RUNEND" USING "WRDNRM01"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GET-THE-INPUT-LIST-NAME
               OPEN OUTPUT NORMALIZE-REPORT-FILE
               ACCEPT NH-RUN-DATE FROM DATE YYYYMMDD
               MOVE NORMALIZE-HEADING-1 TO NORMALIZE-REPORT-LINE
               WRITE NORMALIZE-REPORT-LINE
               MOVE NORMALIZE-HEADING-2 TO NORMALIZE-REPORT-LINE
               WRITE NORMALIZE-REPORT-LINE
               MOVE "W" TO FEED-KIND
               MOVE "WRDIN" TO FEED-NAME
               PERFORM NORMALIZE-ONE-FEED
               MOVE "T" TO FEED-KIND
               MOVE "WRDTRN" TO FEED-NAME
               PERFORM NORMALIZE-ONE-FEED
               CLOSE NORMALIZE-REPORT-FILE
               CALL "RUNEND" USING "WRDNRM01"
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       LOAD-THE-ALIASES.
           OPEN INPUT WORD-ALIAS-FILE.
           IF ALIAS-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-ALIAS-RECORD
               PERFORM UNTIL NO-MORE-ALIAS-RECORDS
                   IF ALIAS-COUNT >= 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO ALIAS-END-SWITCH
                   ELSE
                       ADD 1 TO ALIAS-COUNT
                       SET ALIAS-IDX TO ALIAS-COUNT
                       MOVE WN-LIST-NAME TO AT-LIST-NAME (ALIAS-IDX)
                       MOVE WN-ALIAS TO AT-ALIAS (ALIAS-IDX)
                       MOVE WN-CANONICAL TO AT-CANONICAL (ALIAS-IDX)
                       PERFORM READ-THE-NEXT-ALIAS-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE WORD-ALIAS-FILE.

       READ-THE-NEXT-ALIAS-RECORD.
           READ WORD-ALIAS-FILE
               AT END
                   MOVE "Y" TO ALIAS-END-SWITCH
           END-READ.

       LOAD-THE-MASTER-WORDS.
           OPEN INPUT WORD-MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-RECORD
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   IF WORD-COUNT >= 1000
                       MOVE "Y" TO LOAD-OVERFLOW-SWITCH
                       MOVE "Y" TO MASTER-END-SWITCH
                   ELSE
                       ADD 1 TO WORD-COUNT
                       SET WORD-IDX TO WORD-COUNT
                       MOVE WL-LIST-NAME TO WD-LIST-NAME (WORD-IDX)
                       MOVE WL-WORD TO WD-TEXT (WORD-IDX)
                       PERFORM READ-THE-NEXT-MASTER-RECORD
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE WORD-MASTER-FILE.

       READ-THE-NEXT-MASTER-RECORD.
           READ WORD-MASTER-FILE
               AT END
                   MOVE "Y" TO MASTER-END-SWITCH
           END-READ.

       GET-THE-INPUT-LIST-NAME.
           OPEN INPUT WORD-INPUT-CONTROL-FILE.
           IF CTL-FILE-STATUS = "00"
               READ WORD-INPUT-CONTROL-FILE
                   NOT AT END
                       MOVE WI-LIST-NAME TO INPUT-LIST-NAME
               END-READ
           END-IF.
           CLOSE WORD-INPUT-CONTROL-FILE.

      * A feed that isn't there tonight is simply noted;
      * WRDIN.DAT with no control card is left untouched.
       NORMALIZE-ONE-FEED.
           MOVE ZERO TO FEED-READ-COUNT FEED-REWRITTEN-COUNT
                        FEED-UNKNOWN-COUNT.
           MOVE SPACES TO NORMALIZE-NOTE-LINE.
           MOVE FEED-NAME TO NN-FEED-NAME.
           MOVE SPACES TO FEED-PATH STAGED-PATH.
           STRING FEED-NAME DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO FEED-PATH.
           STRING FEED-NAME DELIMITED BY SPACE
                  ".NRM" DELIMITED BY SIZE
               INTO STAGED-PATH.
           IF FEED-IS-WORD-LIST AND INPUT-LIST-NAME = SPACES
               MOVE "No WRDINCTL.DAT list name; not normalized."
                   TO NN-TEXT
               MOVE NORMALIZE-NOTE-LINE TO NORMALIZE-REPORT-LINE
               WRITE NORMALIZE-REPORT-LINE
           ELSE
               MOVE "N" TO FEED-END-SWITCH
               OPEN INPUT FEED-FILE
               IF FEED-FILE-STATUS = "00"
                   OPEN OUTPUT STAGED-FEED-FILE
                   PERFORM READ-THE-NEXT-FEED-LINE
                   PERFORM UNTIL NO-MORE-FEED-LINES
                       PERFORM NORMALIZE-ONE-FEED-LINE
                       PERFORM READ-THE-NEXT-FEED-LINE
                   END-PERFORM
                   CLOSE FEED-FILE STAGED-FEED-FILE
                   PERFORM PROMOTE-THE-STAGED-FEED
                   PERFORM WRITE-THE-FEED-TOTALS
               ELSE
                   CLOSE FEED-FILE
                   MOVE "No feed present." TO NN-TEXT
                   MOVE NORMALIZE-NOTE-LINE TO NORMALIZE-REPORT-LINE
                   WRITE NORMALIZE-REPORT-LINE
               END-IF
           END-IF.

       READ-THE-NEXT-FEED-LINE.
           READ FEED-FILE
               AT END
                   MOVE "Y" TO FEED-END-SWITCH
           END-READ.

       NORMALIZE-ONE-FEED-LINE.
           IF FEED-IS-WORD-LIST
               MOVE FEED-LINE TO WORD-FILE-RECORD
               MOVE INPUT-LIST-NAME TO WK-LIST-NAME
               MOVE WORD-FILE-RECORD TO WK-WORD
           ELSE
               MOVE FEED-LINE TO WORD-MAINT-RECORD
               MOVE WT-LIST-NAME TO WK-LIST-NAME
               MOVE WT-WORD TO WK-WORD
           END-IF.
           IF WK-WORD NOT = SPACES
               ADD 1 TO FEED-READ-COUNT
               PERFORM NORMALIZE-THE-WORD
           END-IF.
           IF FEED-IS-WORD-LIST
               MOVE WK-WORD TO WORD-FILE-RECORD
               MOVE WORD-FILE-RECORD TO STAGED-FEED-LINE
           ELSE
               MOVE WK-WORD TO WT-WORD
               MOVE WORD-MAINT-RECORD TO STAGED-FEED-LINE
           END-IF.
           WRITE STAGED-FEED-LINE.

      * An alias is rewritten to its canonical word; a
      * word that is no alias is looked for on the master
      * list and reported when it isn't there.
       NORMALIZE-THE-WORD.
           MOVE WK-WORD TO INCOMING-WORD.
           MOVE SPACES TO WORD-STATUS.
           MOVE "N" TO ALIAS-FOUND-SWITCH.
           IF ALIAS-COUNT > 0
               SET ALIAS-IDX TO 1
               SEARCH ALIAS-ENTRY
                   WHEN AT-SORT-KEY (ALIAS-IDX) = WANTED-KEY
                       MOVE "Y" TO ALIAS-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF ALIAS-WAS-FOUND
               MOVE AT-CANONICAL (ALIAS-IDX) TO WK-WORD
               MOVE "REWRITTEN" TO WORD-STATUS
               ADD 1 TO FEED-REWRITTEN-COUNT
           ELSE
               MOVE "N" TO WORD-FOUND-SWITCH
               IF WORD-COUNT > 0
                   SEARCH ALL WORD-ENTRY
                       WHEN WD-SORT-KEY (WORD-IDX) = WANTED-KEY
                           MOVE "Y" TO WORD-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF NOT WORD-IS-ON-MASTER
                   MOVE "UNKNOWN" TO WORD-STATUS
                   ADD 1 TO FEED-UNKNOWN-COUNT
               END-IF
           END-IF.
           IF WORD-STATUS NOT = SPACES
               PERFORM WRITE-THE-DETAIL-LINE
           END-IF.

       WRITE-THE-DETAIL-LINE.
           MOVE SPACES TO NORMALIZE-DETAIL-LINE.
           MOVE FEED-NAME TO ND-FEED-NAME.
           MOVE WK-LIST-NAME TO ND-LIST-NAME.
           MOVE WORD-STATUS TO ND-STATUS.
           MOVE INCOMING-WORD TO ND-INCOMING.
           IF ALIAS-WAS-FOUND
               MOVE WK-WORD TO ND-CANONICAL
           END-IF.
           MOVE NORMALIZE-DETAIL-LINE TO NORMALIZE-REPORT-LINE.
           WRITE NORMALIZE-REPORT-LINE.

       PROMOTE-THE-STAGED-FEED.
           MOVE "N" TO STAGED-END-SWITCH.
           OPEN INPUT STAGED-FEED-FILE.
           OPEN OUTPUT FEED-FILE.
           PERFORM READ-THE-NEXT-STAGED-LINE.
           PERFORM UNTIL NO-MORE-STAGED-LINES
               MOVE STAGED-FEED-LINE TO FEED-LINE
               WRITE FEED-LINE
               PERFORM READ-THE-NEXT-STAGED-LINE
           END-PERFORM.
           CLOSE STAGED-FEED-FILE FEED-FILE.

       READ-THE-NEXT-STAGED-LINE.
           READ STAGED-FEED-FILE
               AT END
                   MOVE "Y" TO STAGED-END-SWITCH
           END-READ.

       WRITE-THE-FEED-TOTALS.
           MOVE FEED-NAME TO NT-FEED-NAME.
           MOVE FEED-READ-COUNT TO NT-READ-COUNT.
           MOVE FEED-REWRITTEN-COUNT TO NT-REWRITTEN-COUNT.
           MOVE FEED-UNKNOWN-COUNT TO NT-UNKNOWN-COUNT.
           MOVE NORMALIZE-TOTAL-LINE TO NORMALIZE-REPORT-LINE.
           WRITE NORMALIZE-REPORT-LINE.
           DISPLAY NORMALIZE-TOTAL-LINE.

      * A master that fails its control seal is left as it
      * stands for investigation; MSTSEAL has already
      * logged the failure and alerted the floor.
       CHECK-THE-MASTER-SEAL.
           MOVE "V" TO SM-ACTION.
           MOVE "WRDNRM01" TO SM-JOB-NAME.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           IF SM-SEAL-IS-BROKEN
               DISPLAY "Control seal check failed; this run "
                       "aborts."
               CALL "RUNEND" USING "WRDNRM01"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
