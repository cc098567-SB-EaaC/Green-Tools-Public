      * period.  Posting programs CALL "PeriodCheck" with a
      * transaction date and reject anything dated in a closed period;
      * the month-end close (MonthEnd) advances both fields after the
      * summaries and history files are cut.  PD-YEAR-CLOSED is the
      * last fiscal year (YYYY) closed into retained earnings by the
      * year-end close (YearEndClose); PeriodCheck treats every date
      * in that year or earlier as closed.  It was appended to the
      * end of the record; a control record written before it existed
      * reads it as spaces, which the readers treat as zero.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
       01  PERD-GRP.
           05  PD-CURRENT-PERIOD PIC 9(6).
           05  PD-CLOSED-THRU    PIC 9(6).
           05  PD-YEAR-CLOSED    PIC 9(4).
