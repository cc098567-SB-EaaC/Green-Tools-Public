      *****************************************************************
      * BZDYREQ.CPY
      * Parameter record for CALL "BizDay" USING, the subprogram
      * that counts business days against the company calendar
      * (CALENDAR.DAT, see CALNCOPY.CPY).  Fill BD-FUNCTION and
      * BD-DATE-IN (YYYYMMDD):
      *   "N"  next business day - BD-DATE-OUT is BD-DATE-IN itself
      *        when that is a working day, otherwise the first
      *        working day after it;
      *   "A"  add business days - BD-DATE-OUT is the BD-DAYS'th
      *        working day after BD-DATE-IN (zero days behaves as
      *        "N").
      * Either way BD-WORKING comes back "Y" when BD-DATE-IN is
      * itself a working day and "N" when it is not, so a caller
      * that only needs the test may use "N" and ignore the date.
      * BD-ERROR is blank, or "F" when BD-FUNCTION is neither "N"
      * nor "A" (BD-DATE-OUT is then BD-DATE-IN unchanged).  When
      * CALENDAR.DAT does not exist only weekends are skipped.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  BZDY-REQ-GRP.
           05  BD-FUNCTION      PIC X(1).
           05  BD-DATE-IN       PIC 9(8).
           05  BD-DAYS          PIC 9(3).
           05  BD-DATE-OUT      PIC 9(8).
           05  BD-WORKING       PIC X(1).
           05  BD-ERROR         PIC X(1).
