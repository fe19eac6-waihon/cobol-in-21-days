      * the one-shot OPRCNV01 conversion can walk the file
      * row by row; after it runs, every row is "E". Also
      * trailing.
      *
      * The access recertification fields, all trailing.
      * OC-ACCOUNT-STATUS "S" is a suspended account --
      * revoked at recertification, left unconfirmed past
      * the cycle due date, or dormant -- which no sign-on
      * or supervisor approval accepts until a supervisor
      * confirms it again; a space is active.
      * OC-SUPERVISOR-ID is the supervisor who recertifies
      * the operator (blank, or a supervisor no longer on
      * file, leaves it to any supervisor).
      * OC-CERTIFIED-DATE is the business date of the last
      * recertification decision, and OC-LAST-SIGNON-DATE
      * the latest MENULOG.DAT activity RECSUS01 has seen
      * for the operator, kept here because the log
      * archives are purged long before an account goes
      * dormant. Either date reads as zero or spaces on a
      * record from before they existed.
      *
      * OC-RECERT-FIELDS lets a program that only rewrites
      * the file carry the recertification fields through
      * unchanged as one item.
      *--------------------------------------------------
       01  OPERATOR-CONTROL-RECORD.
           05  OC-OPERATOR-ID        PIC X(8).
           05  OC-PREV-PASSWORD      PIC X(8).
           05  FILLER                PIC X.
           05  OC-ENCODE-FLAG        PIC X.
           05  FILLER                PIC X.
           05  OC-ACCOUNT-STATUS     PIC X.
               88  OC-ACCOUNT-IS-SUSPENDED       VALUE "S".
           05  OC-RECERT-FIELDS.
               10  FILLER            PIC X.
               10  OC-SUPERVISOR-ID  PIC X(8).
               10  FILLER            PIC X.
               10  OC-CERTIFIED-DATE PIC 9(8).
               10  FILLER            PIC X.
               10  OC-LAST-SIGNON-DATE
                                     PIC 9(8).
