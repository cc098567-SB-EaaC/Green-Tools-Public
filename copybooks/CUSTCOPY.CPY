      * CM-INV-FREQ "M" accumulates the customer's posted sales for
      * one consolidated invoice at month end (MonthlyInv); any
      * other value keeps the daily invoice-per-batch behaviour.
      * CM-TAX-ID is the buyer's tax ID (統一編號) printed on the
      * uniform invoice and reported in the e-invoice upload; a
      * customer with a tax ID is billed as a business (B2B), blank
      * means a consumer (B2C).
      * CM-ROUTE names the delivery route in ROUTE.MST (see
      * ROUTCOPY.CPY) and CM-STOP-SEQ the customer's stop order
      * along it; a ship-to address with its own route overrides
      * these.  Blank route means the delivery is unrouted.
      * CM-SUBST-OK "Y" records that the customer accepts an approved
      * substitute (SUBST.DAT) when the product ordered is short; the
      * Allocation run then fills the shortage from substitutes
      * before writing a backorder.  Blank means no substitution.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
               88  CM-INV-MONTHLY VALUE "M".
           05  CM-TAX-EXEMPT    PIC X(1).
               88  CM-EXEMPT    VALUE "E".
           05  CM-TAX-ID        PIC X(8).
           05  CM-ROUTE         PIC X(4).
           05  CM-STOP-SEQ      PIC 9(3).
           05  CM-SUBST-OK      PIC X(1).
               88  CM-SUBST-AGREED VALUE "Y".
