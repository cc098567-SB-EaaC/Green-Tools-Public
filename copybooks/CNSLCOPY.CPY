      *****************************************************************
      * CNSLCOPY.CPY
      * Shared consignment-location record (CONSLOC.TAB, INDEXED,
      * RECORD KEY CG-WAREHOUSE, ALTERNATE RECORD KEY CG-CUS-NO),
      * maintained by ConsignMaint.  A consignment location is a
      * warehouse code in STOCK.BAL (see STKBCOPY.CPY) whose stock
      * sits on a customer's premises: it is still ours and still in
      * PRO-QTY, but it is not available to sell to anyone else and
      * the customer pays only for what it uses.  CG-CUS-NO is the
      * customer holding the stock (CUSTCOPY.CPY's CM-CUS-NO), one
      * location per customer.  CG-SALESMAN is credited with the
      * usage sales ConsignStock raises for the location (TRAN-TYPE
      * "C" in SALECOPY.CPY).  CG-LAST-COUNT is the date of the last
      * consignment count reconciled against the customer.
      * CG-OPER-ID and CG-DATE record who last changed the entry.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  CNSL-GRP.
           05  CG-WAREHOUSE     PIC X(3).
           05  CG-CUS-NO        PIC X(4).
           05  CG-SITE          PIC X(20).
           05  CG-SALESMAN      PIC X(4).
           05  CG-LAST-COUNT    PIC 9(8).
           05  CG-OPER-ID       PIC X(8).
           05  CG-DATE          PIC 9(8).
