      * sum of a product's SB-QTY over its warehouses equals the
      * blended PRO-QTY on the product master.  Maintained through
      * the StockBal subprogram (see STKBREQ.CPY) by every program
      * that moves stock.  Warehouse "XIT" holds stock in transit
      * between warehouses and "QC" holds goods received into
      * quarantine awaiting incoming inspection (see QCHDCOPY.CPY);
      * neither is available for sale.  Neither is stock held at a
      * customer consignment location (CONSLOC.TAB, see
      * CNSLCOPY.CPY), which only the holding customer may use.
      * SB-QTY is signed but is below zero only at a warehouse
      * listed in NEGWH.TAB (see NGWHCOPY.CPY), where StockBal lets a
      * shortfall stand until the next receipt or count; the sign
      * shares the last digit, so older records read unchanged.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
           05  SB-KEY.
               10  SB-PRO-NO    PIC X(13).
               10  SB-WAREHOUSE PIC X(3).
           05  SB-QTY           PIC S9(5).
           05  SB-BIN           PIC X(6).
