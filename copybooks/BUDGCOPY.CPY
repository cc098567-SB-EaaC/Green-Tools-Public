      *****************************************************************
      * BUDGCOPY.CPY
      * Shared general-ledger budget record (GLBUDGET.DAT, INDEXED,
      * RECORD KEY BG-KEY = account + period YYYYMM), maintained by
      * BudgetMaint or loaded from a delimited file by BudgetImport.
      * BG-ACCT is a GA-ACCT on GLACCT.MST.  BG-AMOUNT is the month's
      * budget in the account's natural direction - the same sign the
      * financial statements print (revenue and liability as credit,
      * asset and expense as debit) - and is what BudgetVariance lays
      * the GL.BAL actuals against.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  BUDG-GRP.
           05  BG-KEY.
               10  BG-ACCT      PIC X(8).
               10  BG-PERIOD    PIC 9(6).
           05  BG-AMOUNT        PIC S9(11)V99.
