      *****************************************************************
      * INSPCOPY.CPY
      * Shared incoming-inspection list record (INSPECT.TAB, INDEXED,
      * RECORD KEY IP-KEY), maintained by InspectMaint and kept apart
      * from the full 80-byte product and vendor records.  IP-TYPE
      * "P" flags one product (IP-CODE = PRODCOPY.CPY's PRO-NO) and
      * "V" flags every product bought from one vendor (IP-CODE =
      * VENDCOPY.CPY's VEND-NO, left-justified).  PoReceive books a
      * receipt into the quarantine location "QC" instead of the
      * product's warehouse when either the product or the PO's
      * vendor is on this file; QcInspect then releases or rejects
      * it (see QCHDCOPY.CPY).  IP-NOTE says why the item is under
      * inspection; IP-OPER-ID and IP-DATE record who flagged it.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  INSP-GRP.
           05  IP-KEY.
               10  IP-TYPE      PIC X(1).
                   88  IP-PRODUCT   VALUE "P".
                   88  IP-VENDOR    VALUE "V".
               10  IP-CODE      PIC X(13).
           05  IP-NOTE          PIC X(20).
           05  IP-OPER-ID       PIC X(8).
           05  IP-DATE          PIC 9(8).
