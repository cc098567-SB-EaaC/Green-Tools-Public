      *****************************************************************
      * SUBSCOPY.CPY
      * Shared product-substitute record (SUBST.DAT, INDEXED, RECORD
      * KEY SB-KEY = product + preference sequence).  One record per
      * approved substitute for a product, maintained by SubstMaint;
      * SB-SEQ 01 is the first choice.  SB-PRO-NO and SB-SUB-PRO-NO
      * both match PRODCOPY.CPY's PRO-NO.  SB-SAME-PRICE "Y" means
      * the substitute goes out at the price of the product that was
      * ordered; any other value prices it as itself (PriceLook, then
      * the product master).  SubstLook returns a product's
      * substitutes with their available-to-promise for SaleOrder and
      * Quotation; the Allocation run fills shortages from them for
      * customers whose CM-SUBST-OK is "Y".
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  SUBS-GRP.
           05  SB-KEY.
               10  SB-PRO-NO    PIC X(13).
               10  SB-SEQ       PIC 9(2).
           05  SB-SUB-PRO-NO    PIC X(13).
           05  SB-SAME-PRICE    PIC X(1).
               88  SB-AT-ORIG-PRICE VALUE "Y".
