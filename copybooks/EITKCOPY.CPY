      *****************************************************************
      * EITKCOPY.CPY
      * Shared uniform-invoice number-track record (EINVTRK.TAB,
      * INDEXED, RECORD KEY ET-KEY = period + track).  The tax
      * office allocates each two-month filing period one or more
      * two-letter tracks (字軌) with an eight-digit number range;
      * ET-PERIOD is the period's first month as YYYYMM (always an
      * odd month: 202601 covers January-February).  ET-NEXT-NO is
      * the next unused number in the range (one digit wider than
      * the range so a range ending in 99999999 can still be used
      * up); the range is exhausted once it passes ET-END-NO.
      * ET-SELLER-ID is our own tax ID (統一編號) the range was
      * issued to.  Numbers are taken only through CALL
      * "EInvNumber" (see EINVREQ.CPY) and ranges are keyed in
      * with EInvTrackMaint.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  EITK-GRP.
           05  ET-KEY.
               10  ET-PERIOD    PIC 9(6).
               10  ET-TRACK     PIC X(2).
           05  ET-START-NO      PIC 9(8).
           05  ET-END-NO        PIC 9(8).
           05  ET-NEXT-NO       PIC 9(9).
           05  ET-SELLER-ID     PIC X(8).
