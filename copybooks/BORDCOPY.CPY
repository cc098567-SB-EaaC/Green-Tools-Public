      * BO-CUS-NO matches CUSTCOPY.CPY's CM-CUS-NO.  The key leads
      * with the product and the order date so a START on the product
      * walks its backorders oldest first.  BO-STATUS is "O" while
      * owed, "R" once released and "C" when the customer gave up
      * waiting and BoCancel cancelled it (the owed quantity is
      * then recorded as a lost sale, see LOSTCOPY.CPY).
      *
      * BO-BATCH-NO is the posting-cycle number (BATCH.CUR) the
      * shortage was cut in, so each intraday cycle reconciles its
      * own backorders; appended to the end of the record.
      * BO-REL-DATE is the run date BoRelease released the line on
      * (zero while owed or cancelled), so the service-level report
      * (ServiceLevel) can measure how long each backorder waited;
      * appended after BO-BATCH-NO the same way.
      * BO-SALE-NO was widened from three to eight characters with
      * SALECOPY.CPY's SALE-NO (SaleNoConvert rebuilds an older
      * BACKORD.DAT without re-keying it).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
                   15  BO-YY    PIC 9(4).
                   15  BO-MM    PIC 9(2).
                   15  BO-DD    PIC 9(2).
               10  BO-SALE-NO   PIC X(8).
           05  BO-CUS-NO        PIC X(4).
           05  BO-QTY           PIC 9(5).
           05  BO-STATUS        PIC X(1).
           05  BO-BATCH-NO      PIC 9(6).
           05  BO-REL-DATE      PIC 9(8).
