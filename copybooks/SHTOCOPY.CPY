      *****************************************************************
      * SHTOCOPY.CPY
      * Shared customer ship-to address record (SHIPTO.DAT, INDEXED,
      * RECORD KEY STO-KEY = customer + ship-to code), maintained by
      * ShipToMaint (option 5 of CustMaint).  A customer with several
      * branches or job sites has one record per delivery point; the
      * order-entry and quotation programs let the clerk name the
      * ship-to code on the document, it travels on each sales line
      * as SALECOPY.CPY's SHIP-TO-CODE, and the delivery-note run
      * prints this address, contact and delivery instructions in
      * place of CUSTCOPY.CPY's CM-ADDRESS.  Invoices always go to
      * the billing address on the customer master.
      * STO-ROUTE/STO-STOP-SEQ place the site on a delivery route
      * (ROUTCOPY.CPY) ahead of the customer's own CM-ROUTE; blank
      * route falls back to the customer's.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  SHTO-GRP.
           05  STO-KEY.
               10  STO-CUS-NO       PIC X(4).
               10  STO-CODE         PIC X(3).
           05  STO-NAME             PIC X(12).
           05  STO-ADDRESS-1        PIC X(30).
           05  STO-ADDRESS-2        PIC X(20).
           05  STO-CONTACT          PIC X(8).
           05  STO-PHONE            PIC X(8).
           05  STO-INSTRUCT         PIC X(18).
           05  STO-ROUTE            PIC X(4).
           05  STO-STOP-SEQ         PIC 9(3).
