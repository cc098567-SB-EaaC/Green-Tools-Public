      * currency.  VENDITEM.DAT costs for a foreign vendor are held
      * in the vendor's currency and converted at order time.
      *
      * VEND-BANK-CODE (bank + branch), VEND-BANK-ACCT and
      * VEND-ACCT-NAME are where the payment run (ApPayment) sends
      * the vendor's money in the bank bulk-transfer file; a vendor
      * with no bank account on file is paid by cheque.  They were
      * appended to the end of the record (FileConvert rebuilds an
      * old-layout VENDOR.MST with them blank).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
           05  VEND-ADDRESS     PIC X(20).
           05  VEND-PHO-NO      PIC X(8).
           05  VEND-CURR        PIC X(3).
           05  VEND-BANK-CODE   PIC X(7).
           05  VEND-BANK-ACCT   PIC X(16).
           05  VEND-ACCT-NAME   PIC X(20).
