      *--------------------------------------------------
      * NAMETADR.cpy
      * One typed address per record on NAMETADR.DAT,
      * keyed by the name master's durable NM-CUST-NO and
      * an address type, for the customer whose mail, bills
      * and goods do not all go to the one address on
      * NAMEADDR -- statements to an accounts-payable
      * office, say, and mail to a branch. Kept alongside
      * the master rather than on it, the way NAMECRED.DAT
      * is.
      *
      * NA-ADDR-TYPE: "M" mailing (the NAMLBL01 label
      * run), "B" billing (the NAMSTM01 statements), "S"
      * shipping.
      *
      * The file is effective-dated and only ever appended
      * to, by HELLO06's T)yped prompt and NAMBAT01's "T"
      * transaction. For a customer and type, the record
      * with the latest NA-EFFECTIVE-DATE on or before the
      * run date is the one in force; a later-dated record
      * waits for its day. A record with a blank NA-ADDRESS
      * drops the type back to the master address from its
      * effective date. With no record in force the master
      * address is used. NA-ENTERED-BY and NA-ENTERED-DATE
      * record who keyed it and when.
      *--------------------------------------------------
       01  NAME-TYPED-ADDRESS-RECORD.
           05  NA-CUST-NO            PIC X(06).
           05  FILLER                PIC X.
           05  NA-ADDR-TYPE          PIC X.
           05  FILLER                PIC X.
           05  NA-EFFECTIVE-DATE     PIC X(08).
           05  FILLER                PIC X.
           05  NA-ADDRESS            PIC X(30).
           05  FILLER                PIC X.
           05  NA-CITY               PIC X(15).
           05  FILLER                PIC X.
           05  NA-STATE              PIC X(02).
           05  FILLER                PIC X.
           05  NA-ZIP                PIC X(09).
           05  FILLER                PIC X.
           05  NA-ENTERED-BY         PIC X(08).
           05  FILLER                PIC X.
           05  NA-ENTERED-DATE       PIC X(08).
