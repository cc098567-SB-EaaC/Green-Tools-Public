      *****************************************************************
      * SERLCOPY.CPY
      * Shared serial-number master record (SERIAL.DAT, INDEXED,
      * RECORD KEY SE-KEY), one record per unit of a serialized
      * product (see SERPCOPY.CPY), written and updated only through
      * CALL "SerialTrack" (see SERLREQ.CPY).  SE-STATUS runs "I" in
      * stock (received on PO SE-PO-NO/SE-PO-LINE from SE-VEND-NO,
      * or reinstated by a restocked return), "S" sold (SALES.REG
      * sale SE-SALE-NO to SE-CUS-NO on SE-SALE-DATE, warranty to
      * SE-WARR-EXPIRY), "T" returned under RMA SE-RMA-NO and
      * awaiting the inspection disposition, "X" scrapped on that
      * disposition.  Each event is also written to SERIAL.HST (see
      * SERHCOPY.CPY) under the next SE-LAST-SEQ, so a unit sold,
      * returned and sold again keeps its whole history; the fields
      * here always describe the latest receipt, sale and return.
      * SE-SALE-NO was widened from three to eight characters with
      * SALECOPY.CPY's SALE-NO (SaleNoConvert rebuilds an older
      * SERIAL.DAT).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  SERL-GRP.
           05  SE-KEY.
               10  SE-PRO-NO    PIC X(13).
               10  SE-SERIAL-NO PIC X(15).
           05  SE-STATUS        PIC X(1).
               88  SE-IN-STOCK  VALUE "I".
               88  SE-SOLD      VALUE "S".
               88  SE-RETURNED  VALUE "T".
               88  SE-SCRAPPED  VALUE "X".
           05  SE-PO-NO         PIC X(6).
           05  SE-PO-LINE       PIC 9(3).
           05  SE-VEND-NO       PIC X(4).
           05  SE-RECV-DATE     PIC 9(8).
           05  SE-SALE-NO       PIC X(8).
           05  SE-CUS-NO        PIC X(4).
           05  SE-SALE-DATE     PIC 9(8).
           05  SE-WARR-EXPIRY   PIC 9(8).
           05  SE-RMA-NO        PIC X(6).
           05  SE-RETURN-DATE   PIC 9(8).
           05  SE-LAST-SEQ      PIC 9(3).
