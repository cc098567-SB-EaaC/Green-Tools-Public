      *****************************************************************
      * REBTCOPY.CPY
      * Shared customer volume-rebate agreement record (REBATE.AGR,
      * INDEXED, RECORD KEY RB-KEY = customer + agreement start
      * date), maintained by RebateMaint.  An agreement runs from
      * RB-START-DATE to RB-END-DATE and counts the customer's net
      * sales (SALES.REG price times quantity less returns) of the
      * products whose PRO-CATEGORY is one of RB-CATEGORY; with all
      * five categories blank every product qualifies.  Up to three
      * tiers: once net sales reach RB-TIER-FROM the tier's
      * RB-TIER-PCT applies to all qualifying sales of the period,
      * the highest tier reached winning.  Unused tiers are zero.
      * The monthly run (RebateRun) stores the sales to date and the
      * rebate accrued in RB-SALES and RB-ACCRUED; once the end date
      * has passed it issues the rebate as a credit memo, and sets
      * RB-STATUS from "O" (open) to "S" (settled) with the credit
      * memo number and date.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  REBT-GRP.
           05  RB-KEY.
               10  RB-CUS-NO        PIC X(4).
               10  RB-START-DATE    PIC 9(8).
           05  RB-END-DATE          PIC 9(8).
           05  RB-CATEGORY          PIC X(3) OCCURS 5 TIMES.
           05  RB-TIER OCCURS 3 TIMES.
               10  RB-TIER-FROM     PIC 9(8).
               10  RB-TIER-PCT      PIC 9(2)V99.
           05  RB-SALES             PIC 9(9)V99.
           05  RB-ACCRUED           PIC 9(7)V99.
           05  RB-STATUS            PIC X(1).
               88  RB-OPEN          VALUE "O".
               88  RB-SETTLED       VALUE "S".
           05  RB-CM-NO             PIC X(6).
           05  RB-SETTLED-DATE      PIC 9(8).
