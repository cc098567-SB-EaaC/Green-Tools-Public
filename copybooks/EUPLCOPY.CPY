      *****************************************************************
      * EUPLCOPY.CPY
      * Shared e-invoice upload record (EINVUPL.DAT, LINE SEQUENTIAL,
      * appended through CALL "EInvUpload").  One line per document
      * reported to the government e-invoice platform, in the
      * platform's message types:
      *   C0401  invoice issued (Invoice, MonthlyInv, InvoiceVoid
      *          rebill).  EU-DOC-NO is the uniform invoice number.
      *   C0501  invoice voided (InvoiceVoid).  EU-DOC-NO is the
      *          voided invoice, EU-DOC-DATE the void date and
      *          EU-ORIG-DATE the date it was issued.
      *   D0401  allowance (折讓) issued for a credit memo (Invoice).
      *          EU-DOC-NO is the credit-memo number; EU-ORIG-NO and
      *          EU-ORIG-DATE name the invoice it reduces.
      *   D0501  allowance voided (InvoiceVoid on a credit memo).
      *          EU-DOC-NO is the credit memo, EU-ORIG-NO the
      *          invoice it reduced, EU-DOC-DATE the void date and
      *          EU-ORIG-DATE the date the allowance was issued.
      * EU-BUYER-ID is the customer's eight-digit tax ID for a
      * business buyer (B2B) or ten zeros for a consumer (B2C).
      * Amounts are whole dollars: for B2B EU-SALES-AMT excludes
      * tax and EU-TAX-AMT carries it; for B2C the platform takes
      * tax-inclusive sales with zero tax.  EU-TAX-TYPE "1" is
      * taxable, "3" tax-exempt.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  EUPL-GRP.
           05  EU-MSG-TYPE      PIC X(5).
               88  EU-INVOICE   VALUE "C0401".
               88  EU-INV-VOID  VALUE "C0501".
               88  EU-ALLOWANCE VALUE "D0401".
               88  EU-ALLOW-VOID VALUE "D0501".
           05  EU-DOC-NO        PIC X(10).
           05  EU-DOC-DATE      PIC 9(8).
           05  EU-SELLER-ID     PIC X(8).
           05  EU-BUYER-ID      PIC X(10).
           05  EU-BUYER-NAME    PIC X(8).
           05  EU-ORIG-NO       PIC X(10).
           05  EU-ORIG-DATE     PIC 9(8).
           05  EU-TAX-TYPE      PIC X(1).
           05  EU-SALES-AMT     PIC 9(10).
           05  EU-TAX-AMT       PIC 9(10).
           05  EU-TOTAL-AMT     PIC 9(10).
