      * DJ-FREQUENCY: "D" daily, "W" weekly (runs when the
      * business date is a Monday), "M" month-end (runs
      * when the next business day falls in a different
      * month), "H" hourly (runs only when the controller
      * is started for its hourly pass).
      *--------------------------------------------------
       01  DAY-JOB-CONTROL-RECORD.
           05  DJ-JOB-NAME           PIC X(8).
