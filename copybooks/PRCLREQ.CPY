      * matrix price (quantity breaks applied) when a matrix row was
      * in force on that date, otherwise PL-FOUND is "N" and the
      * caller prices from PRODCOPY.CPY's PRO-PRICE as before.
      * A promotion in PROMO.DAT (see PROMCOPY.CPY) in force on
      * PL-DATE for the product or its category is applied when no
      * matrix row exists or the promotional price is lower; PL-PRICE
      * is then the promotional price and PL-PROMO-CODE names the
      * promotion.  PL-PROMO-CODE is blank otherwise.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
           05  PL-QTY           PIC 9(5).
           05  PL-PRICE         PIC 9(5)V99.
           05  PL-FOUND         PIC X(1).
           05  PL-PROMO-CODE    PIC X(6).
