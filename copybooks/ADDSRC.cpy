      *--------------------------------------------------
      * ADDSRC.cpy
      * Source registry for the ADD feed -- one record per
      * upstream system whose pairs are concatenated into
      * the night's ADDTRNP.DAT, keyed by the TT-SOURCE-ID
      * each pair carries. SC-EXPECTED-FLAG "Y" means the
      * source sends every night, and a night without it
      * is reported as missing. SC-CONTROL-FLAG "Y" means
      * the source must send its pairs between a header
      * and a trailer record carrying its own count and
      * hash total; "N" is for the stream's own recycle
      * steps, whose pairs balanced the night they first
      * arrived. A pair from a source not on the registry
      * is held back by the ADDEDT01 pre-edit like an
      * out-of-balance source. With no registry on file
      * every source is taken as it comes.
      *--------------------------------------------------
       01  ADD-SOURCE-RECORD.
           05  SC-SOURCE-ID          PIC X(04).
           05  FILLER                PIC X.
           05  SC-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X.
           05  SC-EXPECTED-FLAG      PIC X.
           05  FILLER                PIC X.
           05  SC-CONTROL-FLAG       PIC X.
