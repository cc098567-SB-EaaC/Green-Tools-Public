      * per customer cheque through CALL "NextNumber" series "RECEIPT"
      * and writes one record per application: RCT-TYPE "A" for an
      * amount applied to an invoice (RCT-INV-NO names it), "C" for
      * an open credit memo taken (negative amount), "O" for an
      * unapplied on-account remainder (also left on CREDIT.AGE as
      * a negative open item under the receipt number, to be taken
      * against a later invoice or refunded), and "D" for the
      * settlement
      * discount allowed when a short payment inside the terms'
      * discount window clears an invoice in full (no cash moves on
      * a "D" line; the bank reconciliation leaves it out), and "R"
      * for money recovered on an invoice already written off as a
      * bad debt (RCT-INV-NO names it in WRITEOFF.REG), and "F" for
      * a credit balance refunded to the customer by the refund run
      * (CustRefund): one line per credit item closed, RCT-INV-NO
      * naming the item, under a receipt number of its own, with a
      * negative amount because the money goes out.
      * RCT-CUS-NO matches CUSTCOPY.CPY's CM-CUS-NO, so the
      * account-activity inquiry (AcctInquiry) can answer which
      * cheque paid which invoice after the daily journal is filed
      * away.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
               88  RCT-APPLIED    VALUE "A".
               88  RCT-CREDIT     VALUE "C".
               88  RCT-ON-ACCOUNT VALUE "O".
               88  RCT-DISCOUNT   VALUE "D".
               88  RCT-RECOVERY   VALUE "R".
               88  RCT-REFUND     VALUE "F".
