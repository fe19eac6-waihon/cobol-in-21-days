       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEALRS01.
      *--------------------------------------------------
      * Reseal utility for the sealed flat masters. Every
      * program that loads NAMEMAST.DAT, WRDMAST.DAT,
      * GLBAL.DAT, or OPERCTL.DAT refuses a master that no
      * longer matches its control seal, and one that has
      * records but no seal at all. Once the difference has
      * been investigated -- the master corrected by hand,
      * or a copy from before the seals existed accepted as
      * it stands -- this writes a fresh seal over the
      * master as it now is, so the stream can run again.
      *
      * The master name is keyed, the reseal is confirmed
      * through the shared YESNOCNF routine, and the seal
      * is stamped with this job and the operator from the
      * BATCHPRM control card. Every reseal is written to
      * the shared exception log under the SEAL category,
      * beside the failure that led to it, so the two
      * always read together.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WANTED-MASTER         PIC X(8).
           88  MASTER-CARRIES-A-SEAL         VALUE "NAMEMAST"
                                                   "WRDMAST"
                                                   "GLBAL"
                                                   "OPERCTL".
       01  RAW-ANSWER            PIC X(3).
       01  FOLDED-ANSWER         PIC X.
       01  VALID-SWITCH          PIC X.
       01  JOB-NAME              PIC X(8)    VALUE "SEALRS01".
       01  OPERATOR-ID           PIC X(8)    VALUE "OPER001".
       01  VERBOSE-SWITCH        PIC X       VALUE "N".
       01  EXC-JOB-NAME          PIC X(8)    VALUE "SEALRS01".
       01  EXC-TEXT              PIC X(40).
       01  EXC-CATEGORY          PIC X(4).

       COPY SEALPARM.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           CALL "BATCHPRM" USING JOB-NAME OPERATOR-ID
                                  VERBOSE-SWITCH.
           DISPLAY "Master to reseal (NAMEMAST, WRDMAST, GLBAL, "
                   "OPERCTL)?".
           ACCEPT WANTED-MASTER.
           IF NOT MASTER-CARRIES-A-SEAL
               DISPLAY WANTED-MASTER " does not carry a control "
                       "seal; nothing resealed."
           ELSE
               PERFORM CONFIRM-AND-RESEAL
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      * Level 2 routines
       CONFIRM-AND-RESEAL.
           DISPLAY "Seal " WANTED-MASTER " as it stands now? (Y/N)".
           ACCEPT RAW-ANSWER.
           CALL "YESNOCNF" USING EXC-JOB-NAME RAW-ANSWER
                                  FOLDED-ANSWER VALID-SWITCH.
           IF VALID-SWITCH = "Y" AND FOLDED-ANSWER = "Y"
               PERFORM RESEAL-THE-MASTER
           ELSE
               DISPLAY "Nothing resealed."
           END-IF.

       RESEAL-THE-MASTER.
           MOVE "W" TO SM-ACTION.
           MOVE WANTED-MASTER TO SM-MASTER-NAME.
           MOVE JOB-NAME TO SM-JOB-NAME.
           MOVE OPERATOR-ID TO SM-OPERATOR-ID.
           CALL "MSTSEAL" USING MASTER-SEAL-PARAMETERS.
           DISPLAY WANTED-MASTER " resealed by " OPERATOR-ID ".".
           MOVE "Master resealed by hand:          " TO EXC-TEXT.
           MOVE WANTED-MASTER TO EXC-TEXT (26:8).
           MOVE "SEAL" TO EXC-CATEGORY.
           CALL "EXCLOG" USING EXC-JOB-NAME EXC-TEXT EXC-CATEGORY.
