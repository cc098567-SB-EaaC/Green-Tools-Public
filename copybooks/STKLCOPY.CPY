      * by the sales posting run, so several cycles a day reconcile
      * separately; movements outside the sales pipeline carry zero.
      * All three were appended to the end of the record.
      * SL-TIME (HHMMSSss) is stamped by StockLog itself when the
      * movement is written, so StockCount can tell which movements
      * of a day fell after a count snapshot was taken; it was
      * appended last and reads as spaces on older ledger lines.
      * SL-REF-NO was widened from six to eight characters so a sale
      * number (SALECOPY.CPY's SALE-NO) fits whole (SaleNoConvert
      * rebuilds an older STOCK.LED).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
               10  SL-MM        PIC 9(2).
               10  SL-DD        PIC 9(2).
           05  SL-SOURCE        PIC X(12).
           05  SL-REF-NO        PIC X(8).
           05  SL-QTY-BEFORE    PIC 9(5).
           05  SL-QTY-AFTER     PIC 9(5).
           05  SL-WAREHOUSE     PIC X(3).
           05  SL-REASON        PIC X(2).
           05  SL-BATCH-NO      PIC 9(6).
           05  SL-TIME          PIC 9(8).
