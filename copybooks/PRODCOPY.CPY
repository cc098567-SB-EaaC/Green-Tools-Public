      * names a product category in CATEGORY.TAB (see CATCOPY.CPY)
      * for the category roll-ups in the analysis reports.
      *
      * PRO-TYPE "N" marks a non-stock service or charge item
      * (delivery charge, installation labour, handling fee): it is
      * sold and invoiced at its own tax class like any product, but
      * carries no stock, so the sales edit and posting, allocation
      * and picking runs take no stock check, backorder, StockLog
      * movement or lot consumption for it.  "S" (or blank on records
      * converted from the older layout) is an ordinary stock item.
      * PRO-WEIGHT is the shipping weight of one selling unit in
      * kilograms; the delivery-note run totals it per note to look
      * up the freight charge in FREIGHT.TAB (see FRTCOPY.CPY).
      * Both fields were appended to the end of the record.
      *
      * PRO-STATUS is the product's lifecycle status, set in product
      * maintenance (Sample13-1) with PRO-STATUS-DATE the date it
      * took effect: "A" (or blank on converted records) is active;
      * "P" phase-out is no longer reordered by the reorder and
      * replenishment runs but may still be sold down; "D"
      * discontinued is rejected by sales order entry, quotation,
      * sales import and standing-order generation and dropped from
      * the price list.  Appended to the end of the record.
      *
      * All programs share the single product master PRODUCT.MST
      * (INDEXED, RECORD KEY PRO-NO, ALTERNATE KEY PRO-NAME WITH
      * DUPLICATES); declare both keys in every SELECT so the file's
           05  PRO-UNITS-PER-PACK PIC 9(3).
           05  PRO-TAX-CLASS    PIC X(2).
           05  PRO-CATEGORY     PIC X(3).
           05  PRO-TYPE         PIC X(1).
               88  PRO-NON-STOCK VALUE "N".
           05  PRO-WEIGHT       PIC 9(3)V99.
           05  PRO-STATUS       PIC X(1).
               88  PRO-ACTIVE   VALUE "A" " ".
               88  PRO-PHASE-OUT VALUE "P".
               88  PRO-DISCONTINUED VALUE "D".
           05  PRO-STATUS-DATE  PIC 9(8).
