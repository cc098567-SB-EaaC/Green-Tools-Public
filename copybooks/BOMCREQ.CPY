      *****************************************************************
      * BOMCREQ.CPY
      * Parameter record for CALL "BomCost" USING, the subprogram
      * that rolls up a product's cost from BOM.DAT (see BOMCOPY.CPY)
      * through every level of nesting: each component that is
      * itself a parent is exploded in turn, and each bottom-level
      * component contributes its PRODCOPY.CPY PRO-COST times the
      * product of the BM-QTY-PER figures on the way down to it.
      * Fill RU-PRO-NO; on return RU-HAS-BOM is "Y" and RU-COST holds
      * the rolled-up unit cost when the product has BOM records,
      * otherwise RU-HAS-BOM is "N" and RU-COST is the product's own
      * PRO-COST.  RU-LEVELS is the deepest level reached (1 = direct
      * components only).  RU-ERROR is blank when the roll-up is
      * complete, "M" when a component is not on the product master
      * (it was costed at zero) and "L" when the BOM loops back on
      * itself or nests deeper than ten levels (that branch was left
      * out); RU-COST is then understated and must not be applied.
      * CostRollup prints the roll-up; AssemblyOrd averages it into
      * the parent's PRO-COST when a kit is built.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  BOMC-REQ-GRP.
           05  RU-PRO-NO        PIC X(13).
           05  RU-HAS-BOM       PIC X(1).
           05  RU-COST          PIC 9(7)V99.
           05  RU-LEVELS        PIC 9(2).
           05  RU-ERROR         PIC X(1).
