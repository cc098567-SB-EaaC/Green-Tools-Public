      * "P" paid by the payment run (ApPayment).  AP-BALANCE is
      * signed: a vendor debit memo from a return-to-vendor shipment
      * carries a negative balance the payment run nets off.
      * AP-DISC-PCT and AP-DISC-DATE are the vendor's early-payment
      * discount keyed with the invoice: the payment run selects an
      * open item ahead of its due date when the discount would
      * otherwise lapse before the next run, pays the balance less
      * AP-DISC-PCT percent and records the discount taken.  Zero
      * percent (and a debit memo) carries no discount.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
               88  AP-OPEN      VALUE "O".
               88  AP-HELD      VALUE "H".
               88  AP-PAID      VALUE "P".
           05  AP-DISC-PCT     PIC 9(2)V99.
           05  AP-DISC-DATE    PIC 9(8).
