      * use: DATA (data entry), SIGN (sign-on), CANC
      * (operator cancel), CTRL (control-file gap), FEED
      * (missing batch feed), LOCK (concurrent run), AUTH
      * (authorization), SIZE (size error), FRZE (change
      * refused in a change-freeze window), FILE (master
      * file would not open). A trailing
      * field, so records written before it existed still
      * read in as spaces.
      *
