      *****************************************************************
      * FLSHCOPY.CPY
      * Shared management flash history record (FLASH.HST, INDEXED,
      * RECORD KEY FH-DATE).  The flash report (FlashReport), the
      * last step of DailyBatch, writes one record per business day
      * holding every figure it printed, and reads back the records
      * for the same day last month and last year to print beside
      * today's.  Balances such as receivables, stock value and open
      * purchase commitments cannot be rebuilt for a past date, so
      * this file is the only source of the comparison figures.
      * FH-SALES-* are net sales (sold less returned quantity at the
      * selling price) and FH-MARGIN-* the same less cost at the
      * PRICE.HST cost in force on the sale date, both from
      * SALES.REG; FH-CASH-* is money received on RECEIPT.REG
      * (applied, credits taken, on-account and recoveries);
      * FH-INV-* is invoices raised on INVOICE.REG (voids left
      * out); FH-AR-TOTAL and FH-AR-OVER-60 come from CREDIT.AGE,
      * the latter counting items more than 60 days past due;
      * FH-STOCK-VALUE is on-hand quantity at current cost;
      * FH-PO-OPEN is the unreceived value of open PO.DAT lines;
      * FH-BO-LINES and FH-BO-QTY are the BACKORD.DAT lines still
      * owed.  All figures share one picture so the report can walk
      * them as a table.  FH-DAY-STATUS is DAYSTAT.CTL's DS-STATUS
      * on the day (blank when the control file did not exist).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  FLSH-GRP.
           05  FH-DATE          PIC 9(8).
           05  FH-SALES-DAY     PIC S9(10)V99.
           05  FH-SALES-MTD     PIC S9(10)V99.
           05  FH-MARGIN-DAY    PIC S9(10)V99.
           05  FH-MARGIN-MTD    PIC S9(10)V99.
           05  FH-CASH-DAY      PIC S9(10)V99.
           05  FH-CASH-MTD      PIC S9(10)V99.
           05  FH-INV-DAY       PIC S9(10)V99.
           05  FH-INV-MTD       PIC S9(10)V99.
           05  FH-AR-TOTAL      PIC S9(10)V99.
           05  FH-AR-OVER-60    PIC S9(10)V99.
           05  FH-STOCK-VALUE   PIC S9(10)V99.
           05  FH-PO-OPEN       PIC S9(10)V99.
           05  FH-BO-LINES      PIC S9(10)V99.
           05  FH-BO-QTY        PIC S9(10)V99.
           05  FH-DAY-STATUS    PIC X(1).
