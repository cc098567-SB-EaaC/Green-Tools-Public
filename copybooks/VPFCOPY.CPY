      *****************************************************************
      * VPFCOPY.CPY
      * Shared vendor delivery-performance figures (VENDPERF.DAT,
      * INDEXED, RECORD KEY VF-VEND-NO).  Rebuilt by every
      * VendPerform run from the closed PO.DAT lines it reports on,
      * one record per vendor plus one with VF-VEND-NO blank holding
      * the company figures.  Sample12-7 reads it when scoring the
      * vendors for a reorder; a vendor with no record is scored at
      * the company figures.  VF-LATE-PCT and VF-FILL-PCT are
      * percentages to one decimal, VF-AVG-LEAD days from order to
      * receipt.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  VPF-GRP.
           05  VF-VEND-NO       PIC X(4).
           05  VF-LINE-CNT      PIC 9(6).
           05  VF-AVG-LEAD      PIC S9(5)V9.
           05  VF-LATE-PCT      PIC 9(3)V9.
           05  VF-FILL-PCT      PIC 9(3)V9.
           05  VF-RUN-DATE      PIC 9(8).
