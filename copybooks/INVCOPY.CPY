      * still line up on the leading fields) the SORDER.HDR order.
      * INV-STATUS "V" marks an invoice voided by InvoiceVoid: its
      * CREDIT.AGE item is reversed and the underlying SALES.REG
      * entry flagged re-billable.  INV-EINV-NO is the government
      * uniform invoice number (track + number, from EInvNumber) the
      * invoice was issued under; on a credit memo (negative
      * INV-AMOUNT) it is the original uniform invoice the allowance
      * was raised against.  Invoices issued before uniform numbering
      * was kept on file leave it blank.
      * INV-SALE-NO was widened from three to eight characters with
      * SALECOPY.CPY's SALE-NO (SaleNoConvert rebuilds an older
      * INVOICE.REG).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
       01  INV-GRP.
           05  INV-NO           PIC X(6).
           05  INV-CUS-NO       PIC X(4).
           05  INV-SALE-NO      PIC X(8).
           05  INV-DATE.
               10  INV-YY       PIC 9(4).
               10  INV-MM       PIC 9(2).
           05  INV-ORDER-NO     PIC X(6).
           05  INV-STATUS       PIC X(1).
               88  INV-VOID     VALUE "V".
           05  INV-EINV-NO      PIC X(10).
