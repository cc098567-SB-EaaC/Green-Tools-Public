      * that keeps the per-warehouse balances in STOCK.BAL (see
      * STKBCOPY.CPY).  SBR-FUNC selects the operation:
      *     "A" - apply SBR-QTY-CHANGE (signed) to the location
      *           balance, creating the record if absent.  A decrease
      *           that would take the balance below zero is written
      *           to the negative-stock exception file NEGSTK.LOG
      *           (see NGEXCOPY.CPY) with SBR-SOURCE and SBR-REF-NO;
      *           the balance then stops at zero, unless the
      *           warehouse is listed in NEGWH.TAB (NGWHCOPY.CPY),
      *           where it is carried negative until the next
      *           receipt or count brings it back
      *     "S" - set the location balance to SBR-QTY-CHANGE
      *     "I" - inquire only
      *     "C" - total the product's balances held at customer
      *           consignment locations (CONSLOC.TAB, see
      *           CNSLCOPY.CPY); SBR-WAREHOUSE is not used
      * On return SBR-BALANCE holds the location balance after the
      * operation, or the consignment total for "C"; it is signed,
      * as a NEGWH.TAB warehouse may be below zero.  SBR-SOURCE and
      * SBR-REF-NO name the calling program and its document number
      * (as SL-SOURCE and SL-REF-NO in STKLCOPY.CPY) and are set by
      * every caller of "A"; they were appended to the record.
      * SBR-REF-NO is eight characters, as SL-REF-NO.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
           05  SBR-PRO-NO       PIC X(13).
           05  SBR-WAREHOUSE    PIC X(3).
           05  SBR-QTY-CHANGE   PIC S9(6).
           05  SBR-BALANCE      PIC S9(5).
           05  SBR-SOURCE       PIC X(12).
           05  SBR-REF-NO       PIC X(8).
