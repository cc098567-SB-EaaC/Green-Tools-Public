      * carries the RMA number in its ORDER-NO so the posting run
      * skips the stock add-back).  Credit to the customer follows
      * only from that return transaction, never from the receipt.
      * RM-SALE-NO was widened from three to eight characters with
      * SALECOPY.CPY's SALE-NO (SaleNoConvert rebuilds an older
      * RMA.DAT).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  RMA-GRP.
           05  RM-NO            PIC X(6).
           05  RM-SALE-NO       PIC X(8).
           05  RM-CUS-NO        PIC X(4).
           05  RM-PRO-NO        PIC X(13).
           05  RM-QTY-AUTH      PIC 9(4).
