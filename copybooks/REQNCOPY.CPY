      *****************************************************************
      * REQNCOPY.CPY
      * Shared purchase-requisition record (REQ.DAT, INDEXED, RECORD
      * KEY RQ-NO, ALTERNATE KEY RQ-VEND-NO WITH DUPLICATES).  Staff
      * ask for stock in ReqEntry: product, quantity, need-by date and
      * reason, numbered through NextNumber series "REQ" and signed
      * with the requesting operator (USERCOPY.CPY's US-ID).
      * RQ-VEND-NO is the product's PRO-VEND-NO when the requisition
      * was raised, so the buyer's worklist (ReqWorklist) and PoEntry
      * can take requisitions vendor by vendor.  RQ-STATUS:
      * "O" = open, "A" = approved by the buyer (RQ-APPROVER),
      * "X" = rejected, "P" = placed on purchase order RQ-PO-NO by
      * PoEntry.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  REQN-GRP.
           05  RQ-NO            PIC X(6).
           05  RQ-PRO-NO        PIC X(13).
           05  RQ-VEND-NO       PIC X(4).
           05  RQ-QTY           PIC 9(5).
           05  RQ-NEED-DATE     PIC 9(8).
           05  RQ-REASON        PIC X(30).
           05  RQ-REQUESTER     PIC X(8).
           05  RQ-DATE          PIC 9(8).
           05  RQ-STATUS        PIC X(1).
               88  RQ-OPEN          VALUE "O".
               88  RQ-APPROVED      VALUE "A".
               88  RQ-REJECTED      VALUE "X".
               88  RQ-PLACED        VALUE "P".
           05  RQ-APPROVER      PIC X(8).
           05  RQ-PO-NO         PIC X(6).
