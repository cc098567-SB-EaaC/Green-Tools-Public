      *****************************************************************
      * SERLREQ.CPY
      * Parameter record for CALL "SerialTrack" USING, the subprogram
      * that keeps the serial-number master SERIAL.DAT (see
      * SERLCOPY.CPY) and its history SERIAL.HST (see SERHCOPY.CPY).
      * Fill SRQ-PRO-NO and, except for "Q", SRQ-SERIAL-NO and
      * SRQ-DATE.  SRQ-FUNC selects the operation:
      *     "Q" - is SRQ-PRO-NO serialized (on SERPROD.TAB, see
      *           SERPCOPY.CPY)?  SRQ-RESULT "Y" with SRQ-WARR-MONTHS,
      *           or "N"
      *     "R" - receive: SRQ-REF-NO/SRQ-REF-LINE is the PO line,
      *           SRQ-PARTY the vendor and SRQ-WAREHOUSE the receiving
      *           warehouse; the serial must not already be on file
      *     "S" - sell: SRQ-SALE-NO to customer SRQ-PARTY; the unit
      *           must be in stock, and the warranty expiry is
      *           SRQ-DATE plus the product's warranty months.  A
      *           serial not yet on file (stock on hand before the
      *           product was serialized) is added as sold.
      *     "T" - return received under RMA SRQ-REF-NO against sale
      *           SRQ-SALE-NO (customer SRQ-PARTY); the unit must have
      *           been sold on that sale, or not be on file at all
      *     "I" - reinstate to stock / "X" - scrap, on the disposition
      *           of RMA SRQ-REF-NO; with SRQ-SERIAL-NO blank every
      *           unit of the product held under that RMA is updated
      *           and SRQ-COUNT returns how many
      * SRQ-RESULT is "Y" on success, otherwise "N" with the reason in
      * SRQ-MESSAGE and nothing written.
      * SRQ-SALE-NO is eight characters, as SALECOPY.CPY's SALE-NO.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  SERL-REQ-GRP.
           05  SRQ-FUNC         PIC X(1).
           05  SRQ-PRO-NO       PIC X(13).
           05  SRQ-SERIAL-NO    PIC X(15).
           05  SRQ-REF-NO       PIC X(6).
           05  SRQ-REF-LINE     PIC 9(3).
           05  SRQ-SALE-NO      PIC X(8).
           05  SRQ-PARTY        PIC X(4).
           05  SRQ-WAREHOUSE    PIC X(3).
           05  SRQ-DATE         PIC 9(8).
           05  SRQ-WARR-MONTHS  PIC 9(3).
           05  SRQ-COUNT        PIC 9(5).
           05  SRQ-RESULT       PIC X(1).
           05  SRQ-MESSAGE      PIC X(30).
