      *****************************************************************
      * PROMCOPY.CPY
      * Shared time-limited promotion record (PROMO.DAT, INDEXED,
      * RECORD KEY PP-CODE), maintained by PromoMaint.  A promotion
      * runs from PP-START-DATE to PP-END-DATE inclusive and covers
      * either one product (PP-SCOPE "P", PP-PRO-NO) or every product
      * whose PRO-CATEGORY is PP-CATEGORY (PP-SCOPE "C").  The
      * promotional price is PP-PRICE when that is non-zero, otherwise
      * PRODCOPY.CPY's PRO-PRICE less PP-DISC-PCT percent.  PriceLook
      * (see PRCLREQ.CPY) applies it when no better contract price
      * exists, and the sale line carries PP-CODE in PROMO-CODE.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  PROM-GRP.
           05  PP-CODE              PIC X(6).
           05  PP-DESC              PIC X(20).
           05  PP-START-DATE        PIC 9(8).
           05  PP-END-DATE          PIC 9(8).
           05  PP-SCOPE             PIC X(1).
               88  PP-BY-PRODUCT    VALUE "P".
               88  PP-BY-CATEGORY   VALUE "C".
           05  PP-PRO-NO            PIC X(13).
           05  PP-CATEGORY          PIC X(3).
           05  PP-PRICE             PIC 9(5)V99.
           05  PP-DISC-PCT          PIC 9(2)V99.
