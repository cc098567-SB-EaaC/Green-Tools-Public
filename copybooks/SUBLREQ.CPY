      *****************************************************************
      * SUBLREQ.CPY
      * Parameter record for CALL "SubstLook" USING, the subprogram
      * that lists the approved substitutes of one product from
      * SUBST.DAT (see SUBSCOPY.CPY) in order of preference.  Fill
      * SL-PRO-NO; on return SL-COUNT is the number of entries filled
      * (zero when the product has none or the file is missing), each
      * with the substitute's product number and name, its
      * SB-SAME-PRICE flag and its available-to-promise from AtpLook.
      * Substitutes no longer on the product master are skipped; at
      * most the first five are returned.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  SUBL-REQ-GRP.
           05  SL-PRO-NO        PIC X(13).
           05  SL-COUNT         PIC 9(1).
           05  SL-ENTRY OCCURS 5 TIMES.
               10  SL-SUB-PRO-NO PIC X(13).
               10  SL-SUB-NAME   PIC X(10).
               10  SL-SAME-PRICE PIC X(1).
               10  SL-ATP        PIC S9(8).
