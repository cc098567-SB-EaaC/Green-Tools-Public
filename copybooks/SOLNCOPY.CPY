      * PRO-NO.  SOL-SALE-NO is the daily-sales-file transaction
      * number the line was released under, so a posted line can be
      * traced back to its order the way INV-SALE-NO traces an
      * invoice to its sale.  SOL-PROMISE-DATE is the ship date
      * promised on the order acknowledgment: the order-entry day
      * when AtpLook showed enough available-to-promise, otherwise
      * the earliest promised date of an open PO line, zero when
      * neither was known.  The open-order backlog (OrderBacklog)
      * flags a line late once that date has passed.  It was
      * appended to the end of the record (FileConvert rebuilds an
      * old-layout SORDER.LIN with it zero).  SOL-DROP-SHIP "Y"
      * marks a line the vendor ships straight to the customer:
      * SOL-PO-NO is the drop-ship purchase order raised for it, the
      * order release leaves the line unreleased, and the vendor's
      * shipment confirmation (DropShipConfirm) releases it instead.
      * Both were appended after SOL-PROMISE-DATE (FileConvert
      * rebuilds an older SORDER.LIN with them blank).
      * SOL-SALE-NO was widened from three to eight characters with
      * SALECOPY.CPY's SALE-NO (SaleNoConvert rebuilds an older
      * SORDER.LIN).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
           05  SOL-QTY          PIC 9(4).
           05  SOL-PRICE        PIC 9(4)V99.
           05  SOL-SALESMAN     PIC X(4).
           05  SOL-SALE-NO      PIC X(8).
           05  SOL-PROMISE-DATE PIC 9(8).
           05  SOL-DROP-SHIP    PIC X(1).
               88  SOL-IS-DROP-SHIP VALUE "Y".
           05  SOL-PO-NO        PIC X(6).
