      *****************************************************************
      * ASNPCOPY.CPY
      * Shared pending-receipt record (ASNPEND.DAT, INDEXED, RECORD
      * KEY AP-KEY = PO number + line, matching PORDCOPY.CPY's
      * PO-KEY), loaded by AsnImport from the vendor's advance ship
      * notice: the quantity shipped in order units, the lot number
      * and the expected arrival date.  A later notice for the same
      * line replaces the earlier one.  PoReceive offers the shipped
      * quantity and lot for the buyer to confirm and deletes the
      * record once the line is received; PoExpedite shows the
      * expected arrival against the open line.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  ASNP-GRP.
           05  AP-KEY.
               10  AP-PO-NO     PIC X(6).
               10  AP-LINE-NO   PIC 9(3).
           05  AP-ASN-NO        PIC X(10).
           05  AP-QTY-SHIP      PIC 9(5).
           05  AP-LOT-NO        PIC X(10).
           05  AP-ARRIVE-DATE   PIC 9(8).
           05  AP-IMPORT-DATE   PIC 9(8).
