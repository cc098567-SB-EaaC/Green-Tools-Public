      *****************************************************************
      * FRTCOPY.CPY
      * Shared freight-rate table record (FREIGHT.TAB, INDEXED,
      * RECORD KEY FR-MAX-WEIGHT), maintained by FreightMaint (option
      * 5 of DeliveryNote).  Each row is one weight band: FR-CHARGE
      * is the freight charged for a delivery note whose total
      * weight (PRODCOPY.CPY's PRO-WEIGHT times the quantity, summed
      * over the note) is above the next lower band and not above
      * FR-MAX-WEIGHT kilograms.  The delivery-note run bills the
      * charge as one sales line for the non-stock product FREIGHT
      * (set it up on the product master with PRO-TYPE "N" and the
      * tax class freight is to be invoiced at); a note heavier than
      * the highest band is flagged for the charge to be keyed by
      * hand, and a note with no weight carries no freight.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  FRT-GRP.
           05  FR-MAX-WEIGHT    PIC 9(5)V99.
           05  FR-CHARGE        PIC 9(4)V99.
