      *****************************************************************
      * RCVCCOPY.CPY
      * Shared receipt-cost history record (RCVCOST.HST, LINE
      * SEQUENTIAL, opened EXTEND).  PoReceive appends one record per
      * received PO line when it works out the landed cost at the end
      * of the session, so what we paid can be set against what we
      * expected after PO.DAT and PRODUCT.MST have moved on.
      * RV-PO-NO/RV-PO-LINE match PORDCOPY.CPY's PO-KEY, RV-VEND-NO
      * and RV-BUYER its PO-VEND-NO and PO-BUYER, RV-CATEGORY is
      * PRODCOPY.CPY's PRO-CATEGORY.  RV-QTY is in stock units.  The
      * four values are home currency for the whole quantity:
      * RV-LANDED-VALUE the PO value plus the allocated freight, duty
      * and other charges, RV-PO-VALUE at PO-UNIT-COST, RV-LIST-VALUE
      * at PO-LIST-COST (the VENDITEM.DAT cost when ordered) and
      * RV-AVG-VALUE at the moving-average PRO-COST before the
      * receipt.  PurchPriceVar reports the differences.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  RCVC-GRP.
           05  RV-PO-NO         PIC X(6).
           05  RV-PO-LINE       PIC 9(3).
           05  RV-PRO-NO        PIC X(13).
           05  RV-VEND-NO       PIC X(4).
           05  RV-BUYER         PIC X(8).
           05  RV-CATEGORY      PIC X(3).
           05  RV-DATE          PIC 9(8).
           05  RV-QTY           PIC 9(7).
           05  RV-LANDED-VALUE  PIC 9(8)V99.
           05  RV-PO-VALUE      PIC 9(8)V99.
           05  RV-LIST-VALUE    PIC 9(8)V99.
           05  RV-AVG-VALUE     PIC 9(8)V99.
