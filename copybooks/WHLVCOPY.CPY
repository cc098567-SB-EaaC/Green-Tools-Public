      *****************************************************************
      * WHLVCOPY.CPY
      * Shared per-warehouse reorder-level record (WHLEVEL.DAT,
      * INDEXED, RECORD KEY WL-KEY), kept alongside STOCK.BAL (see
      * STKBCOPY.CPY) with the same product + warehouse key.  A
      * product with any WHLEVEL.DAT record is replenished warehouse
      * by warehouse instead of against PRODCOPY.CPY's company-wide
      * PRO-MIN-QTY: a warehouse whose balance plus transfers already
      * on the way to it is at or below WL-MIN-QTY needs bringing up
      * to WL-MAX-QTY, and stock above WL-MAX-QTY elsewhere is first
      * moved to it through StockXfer documents (XFERCOPY.CPY) by
      * ReplenXfer; Sample12-7 buys only what is still short after
      * that.  Maintained through WhLevelMaint and optionally seeded
      * by ReorderPlan.  WL-MAX-QTY is never below WL-MIN-QTY.  The
      * in-transit "XIT", quarantine "QC" and customer consignment
      * locations (CNSLCOPY.CPY) carry no levels.  WL-OPER-ID and
      * WL-DATE record who last set the levels and when.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  WHLV-GRP.
           05  WL-KEY.
               10  WL-PRO-NO    PIC X(13).
               10  WL-WAREHOUSE PIC X(3).
           05  WL-MIN-QTY       PIC 9(5).
           05  WL-MAX-QTY       PIC 9(5).
           05  WL-OPER-ID       PIC X(8).
           05  WL-DATE          PIC 9(8).
