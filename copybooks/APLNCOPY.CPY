      *****************************************************************
      * APLNCOPY.CPY
      * Shared AP invoice-to-PO match record (APLINE.DAT, INDEXED,
      * RECORD KEY APL-KEY = PO number + PO line + vendor + vendor
      * invoice number).  Written by the vendor-invoice entry
      * (ApInvoice) for every PO line an invoice is matched against,
      * so the quantity already invoiced on a PO line is the sum of
      * APL-QTY under that PO number and line.  ApInvoice checks new
      * invoice quantities against the received quantity not yet
      * invoiced, and the goods-received-not-invoiced accrual
      * (GrniReport) values PO-QTY-RECV less that sum.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  APLN-GRP.
           05  APL-KEY.
               10  APL-PO-NO    PIC X(6).
               10  APL-PO-LINE  PIC 9(3).
               10  APL-VEND-NO  PIC X(4).
               10  APL-INV-NO   PIC X(10).
           05  APL-INV-DATE     PIC 9(8).
           05  APL-QTY          PIC 9(5).
           05  APL-UNIT-COST    PIC 9(5)V99.
