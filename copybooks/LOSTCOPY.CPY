      *****************************************************************
      * LOSTCOPY.CPY
      * Shared lost-sale record (LOSTSALE.DAT, LINE SEQUENTIAL,
      * opened EXTEND).  Demand we could not turn into a sale never
      * reaches SALES.REG or BACKORD.DAT, so every point where a
      * customer walks away - a short order line declined in
      * SaleOrder, a quotation marked lost in Quotation, a counter
      * enquiry in AtpInquiry and a backorder cancelled through
      * BoCancel - CALLs "LostSale" with one of these records.
      * LS-PRO-NO matches PRODCOPY.CPY's PRO-NO and LS-CUS-NO
      * CUSTCOPY.CPY's CM-CUS-NO (blank for an unknown counter
      * customer).  LS-REASON: "S" = no stock, "P" = price,
      * "L" = lead time.  LS-SOURCE is the PROGRAM-ID that captured
      * the loss and LS-REF-NO the order, quotation or sale number.
      * LostSalesRpt values the file monthly at PRO-PRICE by product
      * and reason, and ReorderPlan can fold it into usage.
      * LS-REF-NO was widened from six to eight characters so a sale
      * number (SALECOPY.CPY's SALE-NO) fits whole (SaleNoConvert
      * rebuilds an older LOSTSALE.DAT).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  LOST-GRP.
           05  LS-PRO-NO        PIC X(13).
           05  LS-CUS-NO        PIC X(4).
           05  LS-DATE.
               10  LS-YY        PIC 9(4).
               10  LS-MM        PIC 9(2).
               10  LS-DD        PIC 9(2).
           05  LS-QTY           PIC 9(5).
           05  LS-REASON        PIC X(1).
               88  LS-NO-STOCK  VALUE "S".
               88  LS-PRICE     VALUE "P".
               88  LS-LEAD-TIME VALUE "L".
               88  LS-REASON-OK VALUE "S" "P" "L".
           05  LS-SOURCE        PIC X(12).
           05  LS-REF-NO        PIC X(8).
