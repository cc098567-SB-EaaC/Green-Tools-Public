      * customer it shipped to, so the recall report (LotRecall) can
      * take a lot number and answer every sale, customer and
      * remaining on-hand that touched it.
      * LU-SALE-NO was widened from three to eight characters with
      * SALECOPY.CPY's SALE-NO (SaleNoConvert rebuilds an older
      * LOT.USE).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
       01  LOTU-GRP.
           05  LU-LOT-NO        PIC X(10).
           05  LU-PRO-NO        PIC X(13).
           05  LU-SALE-NO       PIC X(8).
           05  LU-CUS-NO        PIC X(4).
           05  LU-QTY           PIC 9(5).
           05  LU-DATE          PIC 9(8).
