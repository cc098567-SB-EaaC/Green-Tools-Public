      *****************************************************************
      * PSTRCOPY.CPY
      * Shared GL posting-rule record (POSTRULE.TAB, INDEXED, RECORD
      * KEY PR-KEY), maintained by PostRuleMaint.  GlExtract builds
      * each JOURNAL.INT line from the rule for the transaction type
      * plus the product's PRO-CATEGORY and the warehouse, instead of
      * literal account codes.  PR-TYPE is one of
      *     "AR  " receivable control    "SALE" sales revenue
      *     "RETN" sales returns         "VAT " output tax
      *     "COGS" cost of goods sold    "STKA" stock adjustments
      *     "STK " inventory control     "GRNI" goods received not
      *                                       invoiced (GrniReport)
      *     "DISA" discounts allowed     "DIST" discounts taken
      *     "AP  " payables control (discounts taken are debited here)
      *     "BADD" bad debts written off "RFND" customer refunds
      *     "REBT" volume rebate expense "REBA" rebates accrued
      *                                       (RebateRun)
      * A blank PR-CATEGORY or PR-WAREHOUSE matches any value; the
      * rule with both blank is the type's default.  The most
      * specific rule wins: category and warehouse, then category,
      * then warehouse, then the default.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  PSTR-GRP.
           05  PR-KEY.
               10  PR-TYPE      PIC X(4).
               10  PR-CATEGORY  PIC X(3).
               10  PR-WAREHOUSE PIC X(3).
           05  PR-ACCOUNT       PIC X(8).
           05  PR-DESC          PIC X(20).
