      *****************************************************************
      * SERHCOPY.CPY
      * Shared serial-number history record (SERIAL.HST, INDEXED,
      * RECORD KEY SV-KEY), one record per event in the life of one
      * unit, numbered from SERLCOPY.CPY's SE-LAST-SEQ and written
      * by SerialTrack.  SV-EVENT uses the SerialTrack function
      * codes: "R" received (SV-REF-NO = PO number, SV-PARTY =
      * vendor), "S" sold (SV-SALE-NO, SV-PARTY = customer, with the
      * warranty expiry worked out at the sale), "T" returned under
      * RMA SV-REF-NO against sale SV-SALE-NO, "I" reinstated to
      * stock and "X" scrapped on the RMA disposition.  SerialInquiry
      * lists these in order.
      * SV-SALE-NO was widened from three to eight characters with
      * SALECOPY.CPY's SALE-NO (SaleNoConvert rebuilds an older
      * SERIAL.HST).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  SERH-GRP.
           05  SV-KEY.
               10  SV-PRO-NO    PIC X(13).
               10  SV-SERIAL-NO PIC X(15).
               10  SV-SEQ       PIC 9(3).
           05  SV-EVENT         PIC X(1).
           05  SV-DATE          PIC 9(8).
           05  SV-REF-NO        PIC X(6).
           05  SV-SALE-NO       PIC X(8).
           05  SV-PARTY         PIC X(4).
           05  SV-WAREHOUSE     PIC X(3).
           05  SV-WARR-EXPIRY   PIC 9(8).
