      *****************************************************************
      * CXRFCOPY.CPY
      * Shared customer item cross-reference record (CUSTITEM.XRF,
      * INDEXED, RECORD KEY CX-KEY = customer + the customer's own
      * item code, ALTERNATE RECORD KEY CX-PRO-KEY = customer + our
      * PRO-NO WITH DUPLICATES), maintained by CustItemMaint (option
      * 6 of CustMaint).  OrderImport translates the item codes on a
      * customer's order file to PRODCOPY.CPY's PRO-NO through the
      * prime key; the delivery-note and invoice runs read the
      * alternate key to print the customer's code beside ours so
      * their receiving staff can match the lines.  CX-PRO-CUS-NO is
      * always the same as CX-CUS-NO; it is carried twice so the
      * alternate key is one contiguous field.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  CXRF-GRP.
           05  CX-KEY.
               10  CX-CUS-NO        PIC X(4).
               10  CX-CUS-ITEM      PIC X(15).
           05  CX-PRO-KEY.
               10  CX-PRO-CUS-NO    PIC X(4).
               10  CX-PRO-NO        PIC X(13).
           05  CX-DESC              PIC X(20).
