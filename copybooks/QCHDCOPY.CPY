      *****************************************************************
      * QCHDCOPY.CPY
      * Shared quarantine-hold record (QCHOLD.DAT, INDEXED, RECORD KEY
      * QC-KEY).  PoReceive writes one per receipt of an inspected
      * item (see INSPCOPY.CPY), keyed by the PO line and receipt
      * date (a second receipt on the same day adds to it), while
      * the stock itself sits in STOCK.BAL under the quarantine
      * location "QC".  Quarantined stock stays in the product's
      * PRO-QTY, like the in-transit location "XIT", but AtpLook,
      * Allocation and the reorder runs leave the "QC" balance out.
      * QC-QTY is the quantity still awaiting inspection in order
      * units (PO-UNIT, as received); QC-RECV-QTY the quantity
      * originally booked in.  QcInspect releases accepted quantity
      * to QC-WAREHOUSE or returns rejected quantity to the vendor
      * on a debit memo, reducing QC-QTY and deleting the record
      * when it reaches zero; its quarantine report ages QC-RECV-DATE.
      * QC-UNITS-PER-PACK is the product's pack size at receipt, used
      * to convert back to selling units.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  QCHD-GRP.
           05  QC-KEY.
               10  QC-PO-NO     PIC X(6).
               10  QC-LINE-NO   PIC 9(3).
               10  QC-RECV-DATE PIC 9(8).
           05  QC-PRO-NO        PIC X(13).
           05  QC-VEND-NO       PIC X(4).
           05  QC-WAREHOUSE     PIC X(3).
           05  QC-LOT-NO        PIC X(10).
           05  QC-RECV-QTY      PIC 9(5).
           05  QC-QTY           PIC 9(5).
           05  QC-UNITS-PER-PACK PIC 9(3).
