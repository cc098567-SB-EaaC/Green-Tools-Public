      * SAM11-2.AUD proves out the batch merge.  AU-BEFORE/AU-AFTER
      * are sized to hold the widest record audited (the 107-byte
      * purchase-order record, since PO maintenance also logs here).
      * AU-REQ-ID is filled only on APPROV/REJECT entries, naming the
      * operator who raised the purchase order or master change that
      * AU-OPER-ID approved or rejected.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
           05  AU-OPER-ID       PIC X(8).
           05  AU-BEFORE        PIC X(110).
           05  AU-AFTER         PIC X(110).
           05  AU-REQ-ID        PIC X(8).
