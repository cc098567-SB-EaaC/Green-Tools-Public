      * aging and finance charges run from days past DUE, not days
      * past invoice.  A customer with a blank terms code (or a code
      * not on file) is due on the invoice date, the behaviour before
      * terms existed.  TM-DISC-PCT and TM-DISC-DAYS are the early-
      * settlement discount: a customer paying within TM-DISC-DAYS
      * of the invoice date may short-pay by TM-DISC-PCT percent of
      * the balance and the cash-receipts run (CashReceipt) settles
      * the invoice in full, booking the difference as a discount
      * allowed.  Zero percent means the terms carry no discount.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
           05  TM-CODE          PIC X(2).
           05  TM-NET-DAYS      PIC 9(3).
           05  TM-DESC          PIC X(12).
           05  TM-DISC-PCT      PIC 9(2)V99.
           05  TM-DISC-DAYS     PIC 9(3).
