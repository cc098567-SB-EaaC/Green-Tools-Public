      *****************************************************************
      * SERPCOPY.CPY
      * Shared serialized-product record (SERPROD.TAB, INDEXED,
      * RECORD KEY SP-PRO-NO), maintained by SerialMaint and kept
      * apart from the full 80-byte product record.  A product on
      * this file is sold by individual serial number: PoReceive
      * takes one serial per selling unit received, PickConfirm one
      * per unit shipped and RmaEntry one per unit returned, all
      * through CALL "SerialTrack" (see SERLREQ.CPY).  SP-WARR-MONTHS
      * is the warranty period counted from the sale date (zero for
      * no warranty); SP-OPER-ID and SP-DATE record who set it.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  SERP-GRP.
           05  SP-PRO-NO        PIC X(13).
           05  SP-WARR-MONTHS   PIC 9(3).
           05  SP-OPER-ID       PIC X(8).
           05  SP-DATE          PIC 9(8).
