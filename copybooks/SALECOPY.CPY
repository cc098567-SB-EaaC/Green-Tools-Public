      * sales-order subsystem (SaleOrder) carry the SORDER.HDR order
      * number so the invoicing and picking runs can treat an order's
      * lines as one document; till/counter lines leave it blank.
      * PROMO-CODE was appended last: the PROMO.DAT promotion code
      * (see PROMCOPY.CPY) whose price the line was sold at, blank
      * when the line was priced from the matrix or the list price.
      * SHIP-TO-CODE followed: the SHIPTO.DAT delivery address (see
      * SHTOCOPY.CPY) picked on the order or quotation, so the
      * delivery-note run can split a customer's deliveries by site;
      * blank means deliver to the billing address CM-ADDRESS.
      * TRAN-TYPE "D" is a drop-ship sale released when the vendor
      * confirmed shipping straight to the customer (DropShipConfirm):
      * it is edited, registered and invoiced like any sale, but the
      * posting, allocation, picking and delivery runs leave stock
      * and the warehouse out of it.
      * TRAN-TYPE "C" is a consignment usage sale raised by
      * ConsignStock for stock the customer already holds at its
      * consignment location (CONSLOC.TAB, see CNSLCOPY.CPY): it is
      * edited, registered and invoiced like any sale, the posting
      * run takes the quantity out of that location instead of the
      * product's own warehouse, and allocation, picking and
      * delivery leave it out since the goods are already there.
      * SALE-NO and RETURN-SALE-NO were widened from three to eight
      * characters in place, so the SALE series no longer wraps at 999;
      * a new sale number is the full NUMBER.CTL SALE number zero-
      * padded to eight digits, and an old three-character number keeps
      * its value left-justified.  SaleNoConvert rebuilds the daily
      * files written under the three-character layout.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
               10 SALES-YEAR       PIC 9(4).
               10 SALES-MONTH      PIC 9(2).
               10 SALES-DAY        PIC 9(2).
           05  SALE-NO             PIC X(8).
           05  PRODUCT-NO          PIC X(13).
           05  PRICE               PIC 9(4)V99.
           05  QTY                 PIC 9(4).
           05  SALESMAN            PIC X(4).
           05  TRAN-TYPE           PIC X.
               88 TRAN-RETURN      VALUE "R".
               88 TRAN-DROP-SHIP   VALUE "D".
               88 TRAN-CONSIGN     VALUE "C".
           05  RETURN-SALE-NO      PIC X(8).
           05  CUST-NO             PIC X(4).
           05  ORDER-NO            PIC X(6).
           05  PROMO-CODE          PIC X(6).
           05  SHIP-TO-CODE        PIC X(3).
