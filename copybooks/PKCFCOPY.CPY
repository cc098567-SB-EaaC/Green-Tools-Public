      * actually shipped and sets status "C".  The posting and
      * invoicing runs honour a confirmed shortfall: they process
      * the picked quantity and push the difference into
      * BACKORD.DAT instead of billing ghosts.  PC-CUS-NO and
      * PC-SALE-DATE, appended to the end of the record, carry the
      * sale line's customer and sale date so that PickConfirm can
      * record the serial numbers shipped of a serialized product
      * (see SERPCOPY.CPY) against the customer and start the
      * warranty from the sale date.
      * PC-SALE-NO was widened from three to eight characters with
      * SALECOPY.CPY's SALE-NO (SaleNoConvert rebuilds an older
      * PICKCONF.DAT without re-keying it).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  PKCF-GRP.
           05  PC-SALE-NO       PIC X(8).
           05  PC-PRO-NO        PIC X(13).
           05  PC-ORDER-QTY     PIC 9(4).
           05  PC-PICK-QTY      PIC 9(4).
           05  PC-STATUS        PIC X(1).
               88  PC-UNCONFIRMED VALUE "U".
               88  PC-CONFIRMED   VALUE "C".
           05  PC-CUS-NO        PIC X(4).
           05  PC-SALE-DATE     PIC 9(8).
