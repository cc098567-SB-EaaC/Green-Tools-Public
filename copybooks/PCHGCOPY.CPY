      *****************************************************************
      * PCHGCOPY.CPY
      * Shared scheduled price-change record (PRICECHG.PND, INDEXED,
      * RECORD KEY PG-KEY = effective date + product).  The mass
      * price-change run (PriceChange) writes one record per product
      * it reprices, together with the matching future-dated
      * PRICE.HST record; the daily price switch (PriceApply) moves
      * PG-NEW-PRICE into PRODCOPY.CPY's PRO-PRICE once PG-EFF-DATE
      * has arrived and sets PG-STATUS from "P" (pending) to "A"
      * (applied) with the date it did so.  PG-OLD-PRICE is the price
      * at the time the change was scheduled, for the audit trail.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  PCHG-GRP.
           05  PG-KEY.
               10  PG-EFF-DATE      PIC 9(8).
               10  PG-PRO-NO        PIC X(13).
           05  PG-OLD-PRICE         PIC 9(5)V99.
           05  PG-NEW-PRICE         PIC 9(5)V99.
           05  PG-STATUS            PIC X(1).
               88  PG-PENDING       VALUE "P".
               88  PG-APPLIED       VALUE "A".
           05  PG-APPLIED-DATE      PIC 9(8).
