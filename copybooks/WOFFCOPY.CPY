      *****************************************************************
      * WOFFCOPY.CPY
      * Shared bad-debt write-off register record (WRITEOFF.REG,
      * INDEXED, RECORD KEY WO-KEY = customer number + invoice
      * number, matching AGECOPY.CPY's AGE-KEY).  One record per
      * CREDIT.AGE open item removed as uncollectable: WO-TYPE "W"
      * for a supervisor write-off in BadDebtWriteOff (WO-REASON as
      * keyed) and "S" for a residual balance cleared by the small-
      * balance sweep (SmallBalSweep).  WO-AMOUNT is the balance
      * written off (a swept credit residual is negative); the
      * item's original invoice and due dates are kept so the
      * write-off can be traced back to its aging.  WO-RECOVERED
      * accumulates money later received against the invoice by
      * CashReceipt (RECEIPT.REG type "R").  GlExtract posts the
      * period's write-offs Dr bad debts / Cr receivables and the
      * recoveries back the other way.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  WOFF-GRP.
           05  WO-KEY.
               10  WO-CUS-NO    PIC X(4).
               10  WO-INV-NO    PIC X(6).
           05  WO-INV-DATE      PIC 9(8).
           05  WO-DUE-DATE      PIC 9(8).
           05  WO-DATE          PIC 9(8).
           05  WO-TYPE          PIC X(1).
               88  WO-MANUAL    VALUE "W".
               88  WO-SWEEP     VALUE "S".
           05  WO-AMOUNT        PIC S9(6)V99.
           05  WO-RECOVERED     PIC S9(6)V99.
           05  WO-REASON        PIC X(30).
           05  WO-OPER-ID       PIC X(8).
