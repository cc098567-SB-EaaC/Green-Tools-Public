      *****************************************************************
      * NGWHCOPY.CPY
      * Shared negative-stock warehouse record (NEGWH.TAB, INDEXED,
      * RECORD KEY NW-WAREHOUSE), maintained by NegWhMaint.  A
      * warehouse listed here may carry a true negative balance in
      * STOCK.BAL (see STKBCOPY.CPY): when a movement takes more
      * than the book stock, StockBal keeps the shortfall as a
      * negative SB-QTY, to be cleared by the next receipt or count,
      * instead of stopping the balance at zero and losing the
      * difference.  Either way the movement is written to
      * NEGSTK.LOG (NGEXCOPY.CPY).  The in-transit "XIT", quarantine
      * "QC" and customer consignment locations (CNSLCOPY.CPY) are
      * never listed.  NW-OPER-ID and NW-DATE record who allowed the
      * warehouse and when.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  NGWH-GRP.
           05  NW-WAREHOUSE     PIC X(3).
           05  NW-OPER-ID       PIC X(8).
           05  NW-DATE          PIC 9(8).
