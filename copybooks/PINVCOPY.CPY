      *****************************************************************
      * PINVCOPY.CPY
      * Shared pinned-vendor record (VENDPIN.DAT, INDEXED, RECORD KEY
      * VP-PRO-NO), kept apart from the full 80-byte product record.
      * A product on this file is always reordered by Sample12-7 from
      * its preferred vendor (PRODCOPY.CPY's PRO-VEND-NO) without
      * best-vendor scoring, where a supply contract requires it.
      * VP-REF names the contract; VP-OPER-ID and VP-DATE record the
      * buyer who pinned it in VendSelectMaint.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  PINV-GRP.
           05  VP-PRO-NO        PIC X(13).
           05  VP-REF           PIC X(20).
           05  VP-OPER-ID       PIC X(8).
           05  VP-DATE          PIC 9(8).
