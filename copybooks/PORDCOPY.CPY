      * VEND-NO) via PRODCOPY.CPY's PRO-VEND-NO. Written one record per
      * product by Sample12-7 for every product at or below its
      * reorder point.
      * PO-DROP-SHIP "Y" marks a drop-ship line raised from a sales
      * order line (PO-SO-NO / PO-SO-LINE, matching SOLNCOPY.CPY's
      * SOL-KEY) through the DropShipPo subprogram: the vendor ships
      * straight to our customer, so PoReceive refuses the line and
      * no stock moves on either side.  The vendor's shipment is
      * confirmed through DropShipConfirm, which records the shipped
      * quantity in PO-QTY-RECV (the figure ApInvoice matches the
      * vendor invoice against) and releases the sale.  The three
      * fields were appended to the end of the record (FileConvert
      * rebuilds an old-layout PO.DAT with them blank).
      * PO-LIST-COST is the vendor's VENDITEM.DAT cost (VITMCOPY.CPY's
      * VI-COST, converted to home currency per order unit) when the
      * line was raised, kept apart from PO-UNIT-COST because PoEntry
      * lets the buyer override the price.  PO-BUYER is the signed-on
      * operator (USERCOPY.CPY's US-ID, "BATCH" when none) who raised
      * it.  PoReceive carries both onto RCVCOST.HST (see
      * RCVCCOPY.CPY) for the purchase price variance report.  Both
      * were appended last (FileConvert rebuilds an older PO.DAT
      * with the list cost taken from PO-UNIT-COST and the buyer
      * blank).
      * PO-STATUS: "O" = open, "R" = received, "X" = cancelled, and
      * "W" = waiting for approval - a PoEntry order over the
      * raiser's USERCOPY.CPY US-PO-LIMIT, not yet printed.  Only
      * PoApprove moves a "W" order on (to "O", printing the form,
      * or to "X"); programs that work open lines skip it.
      * Every line that becomes "O" is also appended by the
      * PoTransmit subprogram to the vendor's transmission file
      * (POXMCOPY.CPY).  AsnImport replaces PO-PROMISE-DATE with the
      * arrival date from the vendor's advance ship notice and
      * parks the notice on ASNPEND.DAT (ASNPCOPY.CPY) for PoReceive.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
           05  PO-CURR          PIC X(3).
           05  PO-FOREIGN-COST  PIC 9(5)V99.
           05  PO-FOREIGN-VALUE PIC 9(8)V99.
           05  PO-DROP-SHIP     PIC X(1).
               88  PO-IS-DROP-SHIP VALUE "Y".
           05  PO-SO-NO         PIC X(6).
           05  PO-SO-LINE       PIC 9(3).
           05  PO-LIST-COST     PIC 9(5)V99.
           05  PO-BUYER         PIC X(8).
