      * and writes one record per sale naming the note it travelled
      * on, so the signed proof-of-delivery can be flagged against
      * the note when the driver returns (DL-POD-FLAG "Y").
      * DL-SHIP-TO, DL-ROUTE and DL-STOP-SEQ record where the note
      * went and on which van, for the run sheet.  A note that
      * comes back undelivered is flagged "U": Invoice leaves its
      * sales unbilled, and the next delivery-note run puts the
      * kept sales line (DL-SALE-LINE, a SALECOPY.CPY image) back
      * into the day's batch and onto a new note.
      * DL-SALE-NO and the DL-SALE-LINE image were widened with
      * SALECOPY.CPY's SALE-NO (SaleNoConvert rebuilds an older
      * SHIPMENT.DAT without re-keying it).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  SHIP-GRP.
           05  DL-SALE-NO       PIC X(8).
           05  DL-NOTE-NO       PIC X(6).
           05  DL-CUS-NO        PIC X(4).
           05  DL-DATE          PIC 9(8).
           05  DL-POD-FLAG      PIC X(1).
               88  DL-POD-SIGNED VALUE "Y".
               88  DL-UNDELIVERED VALUE "U".
           05  DL-SHIP-TO       PIC X(3).
           05  DL-ROUTE         PIC X(4).
           05  DL-STOP-SEQ      PIC 9(3).
           05  DL-SALE-LINE     PIC X(71).
