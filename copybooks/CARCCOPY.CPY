      *****************************************************************
      * CARCCOPY.CPY
      * Shared control-account reconciliation stamp (CTLRECN.CTL, one
      * LINE SEQUENTIAL record, the control-file pattern of
      * DAYSCOPY.CPY).  The month-end control-account report
      * (ControlRecon) compares the stock valuation, CREDIT.AGE,
      * AP.AGE and INVOICE.REG VAT to their GL.BAL accounts for
      * CR-PERIOD and stamps the result "C" in balance or "E" with
      * CR-DIFF-COUNT accounts out of balance; MonthEnd warns before
      * closing a period that is not stamped "C".
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  CARC-GRP.
           05  CR-PERIOD        PIC 9(6).
           05  CR-DATE          PIC 9(8).
           05  CR-STATUS        PIC X(1).
               88  CR-CLEAN     VALUE "C".
               88  CR-IN-ERROR  VALUE "E".
           05  CR-DIFF-COUNT    PIC 9(2).
