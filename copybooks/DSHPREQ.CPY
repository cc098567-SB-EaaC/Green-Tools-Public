      *****************************************************************
      * DSHPREQ.CPY
      * Parameter record for CALL "DropShipPo" USING, the subprogram
      * that raises the purchase order for a drop-ship sales order
      * line: the vendor ships the goods straight to our customer, so
      * the PO carries the customer's delivery address and no stock
      * moves on either side.  DS-FUNC selects the operation:
      *     "V" - validate only: DS-VEND-NO must be on the vendor
      *           master; DS-VEND-NAME is returned
      *     "C" - create the PO: a new PO number from CALL
      *           "NextNumber" series "PO" (the PoEntry numbering),
      *           one line of DS-QTY selling units of DS-PRO-NO with
      *           PO-DROP-SHIP "Y", PO-SO-NO/PO-SO-LINE from
      *           DS-SO-NO/DS-SO-LINE and PO-PROMISE-DATE from
      *           DS-PROMISE-DATE; the PO form (PORDER.OUT) is printed
      *           with DS-DELIV-NAME/DS-DELIV-ADDRESS as the delivery
      *           address.  DS-PO-NO is returned.
      * The unit cost is the vendor-item cost (VITMCOPY.CPY's VI-COST,
      * per order unit, divided down to one selling unit), else the
      * product master's PRO-COST; a foreign-currency vendor is
      * valued through CurrConv at today's rate as in PoEntry.
      * DS-RESULT is "Y" on success, otherwise "N" with the reason in
      * DS-MESSAGE.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  DSHP-REQ-GRP.
           05  DS-FUNC          PIC X(1).
           05  DS-VEND-NO       PIC X(4).
           05  DS-VEND-NAME     PIC X(20).
           05  DS-PRO-NO        PIC X(13).
           05  DS-QTY           PIC 9(4).
           05  DS-SO-NO         PIC X(6).
           05  DS-SO-LINE       PIC 9(3).
           05  DS-DELIV-NAME    PIC X(12).
           05  DS-DELIV-ADDRESS PIC X(30).
           05  DS-PROMISE-DATE  PIC 9(8).
           05  DS-PO-NO         PIC X(6).
           05  DS-RESULT        PIC X(1).
           05  DS-MESSAGE       PIC X(30).
