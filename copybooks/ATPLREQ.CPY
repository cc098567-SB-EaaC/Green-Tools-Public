      *****************************************************************
      * ATPLREQ.CPY
      * Parameter record for CALL "AtpLook" USING, the subprogram
      * that works out available-to-promise for one product: on-hand
      * (PRODCOPY.CPY's PRO-QTY) less the net demand of the edited
      * but unposted batch (SAMPLE91.EDT, returns counted as negative
      * demand) less open backorders (BACKORD.DAT status "O") less
      * the lines of sales orders held for a future ship date
      * (SORDER.HDR status "F"), which are returned in AP-HELD and,
      * totalled by ship date in date order, in AP-HELD-ENTRY (the
      * first ten dates; AP-HELD still covers them all).  Open
      * purchase-order lines (PO.DAT status "O", converted to selling
      * units) are returned separately with the earliest promised
      * delivery date among them.  Fill AP-PRO-NO; on return AP-FOUND
      * is "N" when the product is not on file, otherwise "Y" with
      * the figures below.  AP-NEXT-DUE is zero when no open PO line
      * carries a promised date.  AtpInquiry shows these figures on
      * screen; SaleOrder and OrderImport derive a line's promised
      * ship date from them.  Drop-ship purchase orders, order lines
      * and sales (PO-DROP-SHIP / SOL-DROP-SHIP "Y", TRAN-TYPE "D")
      * never pass through the warehouse and are left out throughout.
      * AP-ONHAND excludes the balance held in the quarantine
      * location "QC" (see QCHDCOPY.CPY) until it is released.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  ATPL-REQ-GRP.
           05  AP-PRO-NO        PIC X(13).
           05  AP-FOUND         PIC X(1).
           05  AP-ONHAND        PIC S9(8).
           05  AP-UNPOSTED      PIC S9(8).
           05  AP-BACKORD       PIC S9(8).
           05  AP-ATP           PIC S9(8).
           05  AP-INBOUND       PIC S9(8).
           05  AP-NEXT-DUE      PIC 9(8).
           05  AP-HELD          PIC S9(8).
           05  AP-HELD-CNT      PIC 9(2).
           05  AP-HELD-ENTRY OCCURS 10 TIMES.
               10  AP-HELD-DATE PIC 9(8).
               10  AP-HELD-QTY  PIC S9(8).
