      *****************************************************************
      * WOCTCOPY.CPY
      * Shared small-balance sweep parameters (WRITEOFF.CTL, one
      * LINE SEQUENTIAL record, the control-file pattern of
      * DAYSCOPY.CPY).  Set by a supervisor in BadDebtWriteOff;
      * the batch sweep (SmallBalSweep) clears any CREDIT.AGE item
      * whose balance, debit or credit, is not more than
      * WC-SMALL-LIMIT once it is WC-MIN-DAYS past due.  The sweep
      * does not run until the parameters have been set.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  WOCT-GRP.
           05  WC-SMALL-LIMIT   PIC 9(3)V99.
           05  WC-MIN-DAYS      PIC 9(3).
           05  WC-CHANGED-DATE  PIC 9(8).
           05  WC-CHANGED-BY    PIC X(8).
