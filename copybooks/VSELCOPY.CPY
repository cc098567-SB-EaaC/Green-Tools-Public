      *****************************************************************
      * VSELCOPY.CPY
      * Shared best-vendor weighting (VSELECT.CTL, one LINE
      * SEQUENTIAL record, the control-file pattern of WOCTCOPY.CPY).
      * Set in VendSelectMaint; Sample12-7 scores every vendor with a
      * VENDITEM.DAT cost for a product to be reordered on converted
      * cost (cheapest = 100), on-time rate (100 less VPFCOPY.CPY's
      * late percentage) and fill rate, weighted by these three
      * percentages, which must total 100.  With no record on file
      * the reorder run uses 60 / 25 / 15.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  VSEL-GRP.
           05  VW-COST-WT       PIC 9(3).
           05  VW-ONTIME-WT     PIC 9(3).
           05  VW-FILL-WT       PIC 9(3).
           05  VW-CHANGED-DATE  PIC 9(8).
           05  VW-CHANGED-BY    PIC X(8).
