       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTSEAL.
      *--------------------------------------------------
      * Shared control-seal routine for the flat masters.
      * NAMEMAST.DAT, WRDMAST.DAT, GLBAL.DAT, and
      * OPERCTL.DAT are plain sequential files; anyone with
      * an editor could change a balance or a password row
      * and the next load took it on trust. Every program
      * that rewrites one of them now CALLs this with action
      * "W" once the new master is closed, and a companion
      * seal record is written holding the record count,
      * hash totals of the keys and of the whole records,
      * the net amount on GLBAL.DAT, and the job and
      * operator that wrote it. Every program that loads
      * one CALLs this with action "V" before doing
      * anything else; the master is re-read, the same
      * figures worked out again, and any difference --
      * or a master with records and no seal at all --
      * comes back "N". The failure is logged under its own
      * SEAL category in EXCLOG.DAT and raised on
      * OPERMSG.DAT for the overnight floor here, once, so
      * each caller only has to stop.
      *
      * A master that does not exist yet, or is empty, and
      * has no seal passes: there is nothing on it to have
      * been tampered with.
      *
      * The hashes weight each byte's ordinal by its
      * position in the record and each record by its
      * position (modulo 97) in the file, so swapping two
      * balances or two records moves the total.
      *
      * GLBAL.DAT is now an indexed file; it is read in key
      * order through its own FD, each record hashed just as
      * a flat master's line is, so its seal works out the
      * same way. GLBALFLT names the flat copy of the old
      * ledger GLBCNV01 sets aside before converting, so
      * that copy can be proved against the seal the flat
      * GLBAL.DAT last carried.
      *
      * The parameters are the SEALPARM.cpy area.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT OPTIONAL SEALED-MASTER-FILE
               ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT OPTIONAL MASTER-SEAL-FILE
               ASSIGN TO DYNAMIC WS-SEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-MESSAGE-FILE
               ASSIGN TO "OPERMSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  SEALED-MASTER-FILE.
       01  SEALED-MASTER-LINE       PIC X(132).

       FD  MASTER-SEAL-FILE.
       COPY MSTSEAL.

       FD  OPERATOR-MESSAGE-FILE.
       COPY OPERMSG.

       WORKING-STORAGE SECTION.

       01  WS-MASTER-PATH        PIC X(40).
       01  WS-SEAL-PATH          PIC X(40).
       01  WS-MASTER-FILE-STATUS PIC XX.
       01  WS-SEAL-FILE-STATUS   PIC XX.
       01  WS-MSG-FILE-STATUS    PIC XX.
       01  WS-MASTER-END-SWITCH  PIC X.
           88  NO-MORE-MASTER-LINES          VALUE "Y".
       01  WS-SEAL-FOUND-SWITCH  PIC X.
           88  SEAL-WAS-FOUND                VALUE "Y".

      * The sealed masters, their seal files, the length of
      * their record layouts, and the length of the key at
      * the front of each record.
       01  WS-MASTER-LIST-TABLE.
           05  FILLER             PIC X(40)
               VALUE "NAMEMAST NAMEMAST.DAT NAMSEAL.DAT 110010".
           05  FILLER             PIC X(40)
               VALUE "WRDMAST  WRDMAST.DAT  WRDSEAL.DAT 059059".
           05  FILLER             PIC X(40)
               VALUE "GLBAL    GLBAL.DAT    GLBSEAL.DAT 042016".
           05  FILLER             PIC X(40)
               VALUE "OPERCTL  OPERCTL.DAT  OPRSEAL.DAT 059008".
           05  FILLER             PIC X(40)
               VALUE "GLBALFLT GLBALFLT.DAT GLBSEAL.DAT 039013".
       01  WS-MASTER-LIST REDEFINES WS-MASTER-LIST-TABLE.
           05  WS-MASTER-ENTRY OCCURS 5 TIMES
                                INDEXED BY WS-MASTER-IDX.
               10  WS-ML-NAME          PIC X(9).
               10  WS-ML-MASTER-FILE   PIC X(13).
               10  WS-ML-SEAL-FILE     PIC X(12).
               10  WS-ML-RECORD-LENGTH PIC 9(3).
               10  WS-ML-KEY-LENGTH    PIC 9(3).
       01  WS-MASTER-FOUND-SWITCH PIC X.
           88  MASTER-WAS-FOUND              VALUE "Y".
       01  WS-RECORD-LENGTH      PIC 9(3).
       01  WS-KEY-LENGTH         PIC 9(3).

       01  WS-RECORD-COUNT       PIC 9(9).
       01  WS-RECORD-WEIGHT      PIC 9(3).
       01  WS-SCAN-POS           PIC 9(3).
       01  WS-LINE-SUM           PIC 9(11).
       01  WS-KEY-SUM            PIC 9(11).
       01  WS-KEY-HASH           PIC 9(17).
       01  WS-RECORD-HASH        PIC 9(17).
       01  WS-HASH-MODULUS       PIC 9(15)   VALUE 999999999999989.
       01  WS-AMOUNT-TOTAL       PIC S9(13)V99.
       01  WS-MISMATCH           PIC X(14).

      * The flat ledger's amounts, for the GLBALFLT copy.
       01  WS-FLAT-GL-BALANCE.
           05  FILLER                PIC X(14).
           05  WS-FB-OPENING-BALANCE PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X.
           05  WS-FB-ACTIVITY        PIC S9(9)V99
                                      SIGN IS TRAILING SEPARATE.

       01  WS-DISPLAY-LINE       PIC X(79).
       01  WS-EXC-TEXT           PIC X(40).
       01  WS-EXC-CATEGORY       PIC X(4)    VALUE "SEAL".

       LINKAGE SECTION.

       COPY SEALPARM.

       PROCEDURE DIVISION USING MASTER-SEAL-PARAMETERS.

       PROGRAM-BEGIN.

           MOVE "N" TO SM-RESULT.
           PERFORM FIND-THE-MASTER.
           IF NOT MASTER-WAS-FOUND
               DISPLAY "MSTSEAL: no seal kept for " SM-MASTER-NAME
           ELSE
               PERFORM WORK-OUT-THE-SEAL
               IF SM-ACTION = "W"
                   PERFORM WRITE-THE-SEAL
                   MOVE "Y" TO SM-RESULT
               ELSE
                   PERFORM CHECK-THE-SEAL
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      * Level 2 routines
       FIND-THE-MASTER.
           MOVE "N" TO WS-MASTER-FOUND-SWITCH.
           SET WS-MASTER-IDX TO 1.
           SEARCH WS-MASTER-ENTRY
               WHEN WS-ML-NAME (WS-MASTER-IDX) = SM-MASTER-NAME
                   MOVE "Y" TO WS-MASTER-FOUND-SWITCH
                   MOVE WS-ML-MASTER-FILE (WS-MASTER-IDX)
                       TO WS-MASTER-PATH
                   MOVE WS-ML-SEAL-FILE (WS-MASTER-IDX)
                       TO WS-SEAL-PATH
                   MOVE WS-ML-RECORD-LENGTH (WS-MASTER-IDX)
                       TO WS-RECORD-LENGTH
                   MOVE WS-ML-KEY-LENGTH (WS-MASTER-IDX)
                       TO WS-KEY-LENGTH
           END-SEARCH.

       WORK-OUT-THE-SEAL.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-KEY-HASH.
           MOVE ZERO TO WS-RECORD-HASH.
           MOVE ZERO TO WS-AMOUNT-TOTAL.
           MOVE "N" TO WS-MASTER-END-SWITCH.
           IF SM-MASTER-NAME = "GLBAL"
               OPEN INPUT GL-BALANCE-FILE
           ELSE
               OPEN INPUT SEALED-MASTER-FILE
           END-IF.
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM READ-THE-NEXT-MASTER-LINE
               PERFORM UNTIL NO-MORE-MASTER-LINES
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM HASH-ONE-RECORD
                   PERFORM READ-THE-NEXT-MASTER-LINE
               END-PERFORM
           END-IF.
           IF SM-MASTER-NAME = "GLBAL"
               CLOSE GL-BALANCE-FILE
           ELSE
               CLOSE SEALED-MASTER-FILE
           END-IF.

       READ-THE-NEXT-MASTER-LINE.
           IF SM-MASTER-NAME = "GLBAL"
               READ GL-BALANCE-FILE
                   AT END
                       MOVE "Y" TO WS-MASTER-END-SWITCH
                   NOT AT END
                       MOVE GL-BALANCE-RECORD TO SEALED-MASTER-LINE
               END-READ
           ELSE
               READ SEALED-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-MASTER-END-SWITCH
               END-READ
           END-IF.

       HASH-ONE-RECORD.
           COMPUTE WS-RECORD-WEIGHT =
               FUNCTION MOD(WS-RECORD-COUNT, 97) + 1.
           MOVE ZERO TO WS-LINE-SUM.
           MOVE ZERO TO WS-KEY-SUM.
           PERFORM HASH-ONE-BYTE
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-RECORD-LENGTH.
           COMPUTE WS-KEY-HASH = FUNCTION MOD(
               WS-KEY-HASH + (WS-KEY-SUM * WS-RECORD-WEIGHT),
               WS-HASH-MODULUS).
           COMPUTE WS-RECORD-HASH = FUNCTION MOD(
               WS-RECORD-HASH + (WS-LINE-SUM * WS-RECORD-WEIGHT),
               WS-HASH-MODULUS).
           IF SM-MASTER-NAME = "GLBAL"
               IF GB-OPENING-BALANCE NUMERIC
                   ADD GB-OPENING-BALANCE TO WS-AMOUNT-TOTAL
               END-IF
               IF GB-ACTIVITY NUMERIC
                   ADD GB-ACTIVITY TO WS-AMOUNT-TOTAL
               END-IF
           END-IF.
           IF SM-MASTER-NAME = "GLBALFLT"
               MOVE SEALED-MASTER-LINE TO WS-FLAT-GL-BALANCE
               IF WS-FB-OPENING-BALANCE NUMERIC
                   ADD WS-FB-OPENING-BALANCE TO WS-AMOUNT-TOTAL
               END-IF
               IF WS-FB-ACTIVITY NUMERIC
                   ADD WS-FB-ACTIVITY TO WS-AMOUNT-TOTAL
               END-IF
           END-IF.

       HASH-ONE-BYTE.
           COMPUTE WS-LINE-SUM = WS-LINE-SUM +
               (FUNCTION ORD(SEALED-MASTER-LINE (WS-SCAN-POS:1))
                * WS-SCAN-POS).
           IF WS-SCAN-POS = WS-KEY-LENGTH
               MOVE WS-LINE-SUM TO WS-KEY-SUM
           END-IF.

       WRITE-THE-SEAL.
           OPEN OUTPUT MASTER-SEAL-FILE.
           MOVE SPACES TO MASTER-SEAL-RECORD.
           MOVE SM-MASTER-NAME TO SA-MASTER-NAME.
           MOVE WS-RECORD-COUNT TO SA-RECORD-COUNT.
           MOVE WS-KEY-HASH TO SA-KEY-HASH.
           MOVE WS-RECORD-HASH TO SA-RECORD-HASH.
           MOVE WS-AMOUNT-TOTAL TO SA-AMOUNT-TOTAL.
           ACCEPT SA-SEAL-DATE FROM DATE YYYYMMDD.
           ACCEPT SA-SEAL-TIME FROM TIME.
           MOVE SM-JOB-NAME TO SA-JOB-NAME.
           MOVE SM-OPERATOR-ID TO SA-OPERATOR-ID.
           WRITE MASTER-SEAL-RECORD.
           CLOSE MASTER-SEAL-FILE.

      * The first figure that disagrees is the one named;
      * any one of them is enough to refuse the master.
       CHECK-THE-SEAL.
           MOVE "N" TO WS-SEAL-FOUND-SWITCH.
           OPEN INPUT MASTER-SEAL-FILE.
           IF WS-SEAL-FILE-STATUS = "00"
               READ MASTER-SEAL-FILE
                   NOT AT END
                       MOVE "Y" TO WS-SEAL-FOUND-SWITCH
               END-READ
           END-IF.
           CLOSE MASTER-SEAL-FILE.
           MOVE SPACES TO WS-MISMATCH.
           IF NOT SEAL-WAS-FOUND
               IF WS-RECORD-COUNT > ZERO
                   MOVE "no seal" TO WS-MISMATCH
               END-IF
           ELSE
           IF SA-RECORD-COUNT NOT = WS-RECORD-COUNT
               MOVE "count" TO WS-MISMATCH
           ELSE
           IF SA-KEY-HASH NOT = WS-KEY-HASH
               MOVE "key hash" TO WS-MISMATCH
           ELSE
           IF SA-RECORD-HASH NOT = WS-RECORD-HASH
               MOVE "record hash" TO WS-MISMATCH
           ELSE
           IF SA-AMOUNT-TOTAL NOT = WS-AMOUNT-TOTAL
               MOVE "amount total" TO WS-MISMATCH
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-MISMATCH = SPACES
               MOVE "Y" TO SM-RESULT
           ELSE
               PERFORM REPORT-THE-BROKEN-SEAL
           END-IF.

       REPORT-THE-BROKEN-SEAL.
           MOVE SPACES TO WS-DISPLAY-LINE.
           STRING WS-MASTER-PATH DELIMITED BY SPACE
                  " does not match its control seal (" DELIMITED
                      BY SIZE
                  WS-MISMATCH DELIMITED BY "  "
                  ")." DELIMITED BY SIZE
               INTO WS-DISPLAY-LINE.
           DISPLAY WS-DISPLAY-LINE.
           IF SEAL-WAS-FOUND
               DISPLAY "Last sealed " SA-SEAL-DATE " " SA-SEAL-TIME
                       " by " SA-JOB-NAME " operator "
                       SA-OPERATOR-ID "."
           END-IF.
           MOVE SPACES TO WS-EXC-TEXT.
           STRING WS-MASTER-PATH DELIMITED BY SPACE
                  " seal broken: " DELIMITED BY SIZE
                  WS-MISMATCH DELIMITED BY "  "
               INTO WS-EXC-TEXT.
           CALL "EXCLOG" USING SM-JOB-NAME WS-EXC-TEXT
                                WS-EXC-CATEGORY.
           OPEN EXTEND OPERATOR-MESSAGE-FILE.
           IF WS-MSG-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-MESSAGE-FILE
               CLOSE OPERATOR-MESSAGE-FILE
               OPEN EXTEND OPERATOR-MESSAGE-FILE
           END-IF.
           MOVE SPACES TO OPERATOR-MESSAGE-RECORD.
           ACCEPT OM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OM-RUN-TIME FROM TIME.
           MOVE SPACES TO OM-MESSAGE-TEXT.
           STRING WS-MASTER-PATH DELIMITED BY SPACE
                  " failed its control seal" DELIMITED BY SIZE
               INTO OM-MESSAGE-TEXT.
           WRITE OPERATOR-MESSAGE-RECORD.
           CLOSE OPERATOR-MESSAGE-FILE.
