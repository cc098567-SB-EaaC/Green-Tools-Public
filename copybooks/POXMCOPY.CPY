      *****************************************************************
      * POXMCOPY.CPY
      * Shared outbound purchase-order line record, one per PO line
      * released to a vendor, appended through CALL "PoTransmit" to
      * the vendor's own file VENDPO.<vendor number> (LINE
      * SEQUENTIAL) alongside the printed PORDER.OUT form, for the
      * vendor to load into its order system.  PX-VEND-ITEM-NO is
      * the vendor's code for the product from VENDITEM.DAT (see
      * VITMCOPY.CPY), blank when the vendor has none on file;
      * PX-PRO-NO is always our product number.  PX-PRICE is in the
      * vendor's currency (PX-CURR, blank for home currency), the
      * same unit price the printed form shows.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  POXM-GRP.
           05  PX-PO-NO         PIC X(6).
           05  PX-LINE-NO       PIC 9(3).
           05  PX-VEND-NO       PIC X(4).
           05  PX-PO-DATE       PIC 9(8).
           05  PX-PROMISE-DATE  PIC 9(8).
           05  PX-VEND-ITEM-NO  PIC X(10).
           05  PX-PRO-NO        PIC X(13).
           05  PX-QTY           PIC 9(5).
           05  PX-UNIT          PIC X(4).
           05  PX-PRICE         PIC 9(5)V99.
           05  PX-CURR          PIC X(3).
           05  PX-DROP-SHIP     PIC X(1).
           05  PX-BUYER         PIC X(8).
           05  PX-SENT-DATE     PIC 9(8).
