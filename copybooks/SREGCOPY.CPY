      *****************************************************************
      * SREGCOPY.CPY
      * Shared posted-sales register record (SALES.REG, INDEXED,
      * RECORD KEY SR-SALE-NO, ALTERNATE RECORD KEYS SR-CUS-KEY =
      * customer + date and SR-PRO-KEY = product + date, both WITH
      * DUPLICATES).  One record per accepted sale, written
      * by the sales run (Sample9-1) when the transaction posts, so a
      * new transaction with a duplicate SALE-NO can be rejected and a
      * return (TRAN-TYPE "R") can be matched against the sale it
      * GrossMargin, SalesHist) can run from this register instead of
      * the daily batch file.  SR-REBILL "R" marks a sale whose
      * invoice was voided and that may be billed again.
      * SR-PROMO-CODE carries the transaction's PROMO-CODE so the
      * post-promotion report (PromoReport) can pick out the units
      * sold at the promotional price.
      * SR-SALE-NO was widened from three to eight characters with
      * SALECOPY.CPY's SALE-NO (SaleNoConvert rebuilds an older
      * SALES.REG without re-keying it).
      * The alternate keys let CustHistory and the per-customer and
      * per-product reports START on one customer or product instead
      * of reading the whole register.  SR-PK-PRO-NO and SR-PK-DATE
      * are always the same as SR-PRO-NO and SR-DATE; they are
      * carried twice so the product key is one contiguous field,
      * and every program that writes the record sets them
      * (FileConvert option V rebuilds an older SALES.REG with them).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  SREG-GRP.
           05  SR-SALE-NO       PIC X(8).
           05  SR-PRO-NO        PIC X(13).
           05  SR-CUS-KEY.
               10  SR-CUS-NO    PIC X(4).
               10  SR-DATE      PIC 9(8).
           05  SR-PRICE         PIC 9(4)V99.
           05  SR-QTY           PIC 9(4).
           05  SR-QTY-RETURNED  PIC 9(4).
           05  SR-SALESMAN      PIC X(4).
           05  SR-REBILL        PIC X(1).
           05  SR-PROMO-CODE    PIC X(6).
           05  SR-PRO-KEY.
               10  SR-PK-PRO-NO PIC X(13).
               10  SR-PK-DATE   PIC 9(8).
