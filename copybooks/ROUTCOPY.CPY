      *****************************************************************
      * ROUTCOPY.CPY
      * Shared delivery-route master record (ROUTE.MST, INDEXED,
      * RECORD KEY RT-CODE), maintained by RouteMaint (option 4 of
      * DeliveryNote).  Each customer (CUSTCOPY.CPY CM-ROUTE) or
      * ship-to address (SHTOCOPY.CPY STO-ROUTE) names the route its
      * goods travel on and its stop sequence along it; the run-sheet
      * print groups the day's delivery notes by route and lists them
      * for the driver in stop order.  RT-DAYS holds one byte per
      * weekday, Monday first: "Y" means the van runs that day.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  ROUT-GRP.
           05  RT-CODE          PIC X(4).
           05  RT-NAME          PIC X(12).
           05  RT-DRIVER        PIC X(8).
           05  RT-VEHICLE       PIC X(8).
           05  RT-DAYS.
               10  RT-DAY-FLAG  PIC X(1) OCCURS 7 TIMES.
