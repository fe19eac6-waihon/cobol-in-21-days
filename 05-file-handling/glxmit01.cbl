      * appends one line to the GLXREG.DAT transmission
      * register -- so a "we never got file 0847" call is
      * answered from the register in one lookup.
      *
      * Each envelope is also kept whole as GLXnnnnnn.DAT,
      * named for its sequence number, so GLXACK01 can
      * send a rejected file again under the same number
      * without cutting a new one. The register row starts
      * with its acknowledgment pending ("P"); GLXACK01
      * records corporate's answer against it.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-TRANSMIT-FILE ASSIGN TO "GLXMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSMIT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SEQUENCE-CONTROL-FILE
               ASSIGN TO "GLSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  GL-TRANSMIT-FILE.
       COPY GLXMIT.

       FD  TRANSMIT-ARCHIVE-FILE.
       01  TRANSMIT-ARCHIVE-RECORD   PIC X(82).

       FD  SEQUENCE-CONTROL-FILE.
       COPY GLSEQ.

       01  EXTRACT-END-SWITCH    PIC X       VALUE "N".
           88  NO-MORE-EXTRACT-LINES         VALUE "Y".

       01  ARCHIVE-PATH          PIC X(40).
       01  SENDER-ID             PIC X(8)    VALUE "BATCHGL".
       01  RUN-DATE              PIC 9(8).
       01  BUSINESS-DATE         PIC 9(8).

       WRAP-THE-EXTRACT.
           OPEN OUTPUT GL-TRANSMIT-FILE.
           MOVE SPACES TO ARCHIVE-PATH.
           STRING "GLX" DELIMITED BY SIZE
                  FILE-SEQUENCE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO ARCHIVE-PATH.
           OPEN OUTPUT TRANSMIT-ARCHIVE-FILE.
           PERFORM WRITE-THE-ENVELOPE-HEADER.
           PERFORM READ-THE-NEXT-EXTRACT-LINE.
           PERFORM UNTIL NO-MORE-EXTRACT-LINES
           END-PERFORM.
           PERFORM WRITE-THE-ENVELOPE-TRAILER.
           CLOSE GL-TRANSMIT-FILE.
           CLOSE TRANSMIT-ARCHIVE-FILE.

       READ-THE-NEXT-EXTRACT-LINE.
           READ GL-EXTRACT-FILE
           MOVE BUSINESS-DATE TO XM-BUSINESS-DATE.
           MOVE FILE-SEQUENCE TO XM-SEQUENCE-NO.
           WRITE GL-TRANSMIT-RECORD.
           MOVE GL-TRANSMIT-RECORD TO TRANSMIT-ARCHIVE-RECORD.
           WRITE TRANSMIT-ARCHIVE-RECORD.

       WRITE-ONE-ENVELOPE-DETAIL.
           ADD 1 TO DETAIL-COUNT.
           MOVE "D" TO XM-RECORD-TYPE.
           MOVE GL-EXTRACT-RECORD TO XM-DETAIL-IMAGE.
           WRITE GL-TRANSMIT-RECORD.
           MOVE GL-TRANSMIT-RECORD TO TRANSMIT-ARCHIVE-RECORD.
           WRITE TRANSMIT-ARCHIVE-RECORD.

       WRITE-THE-ENVELOPE-TRAILER.
           MOVE SPACES TO GL-TRANSMIT-RECORD.
           MOVE DETAIL-COUNT TO XM-RECORD-COUNT.
           MOVE HASH-TOTAL TO XM-HASH-TOTAL.
           WRITE GL-TRANSMIT-RECORD.
           MOVE GL-TRANSMIT-RECORD TO TRANSMIT-ARCHIVE-RECORD.
           WRITE TRANSMIT-ARCHIVE-RECORD.

       BUMP-THE-FILE-SEQUENCE.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE.
           MOVE FILE-SEQUENCE TO XR-SEQUENCE-NO.
           MOVE DETAIL-COUNT TO XR-RECORD-COUNT.
           MOVE HASH-TOTAL TO XR-HASH-TOTAL.
           MOVE "P" TO XR-ACK-STATUS.
           MOVE ZERO TO XR-ACK-DATE.
           MOVE ZERO TO XR-RETRANSMIT-COUNT.
           MOVE ZERO TO XR-RETRANSMIT-DATE.
           WRITE GL-TRANSMIT-REGISTER-RECORD.
