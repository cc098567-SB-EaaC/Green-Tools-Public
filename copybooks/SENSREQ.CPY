      *****************************************************************
      * SENSREQ.CPY
      * Parameter record for CALL "SensField" USING, the subprogram
      * that says whether a changed master-file field needs a second
      * operator's approval.  The sensitive fields are listed in the
      * hand-maintained table SENSFLD.TAB (LINE SEQUENTIAL), one
      * line per field:
      *   cols  1-8   file ID as used in AU-FILE-ID (CUSTOMER,
      *               VENDOR, PRODUCT, PRICEMTX)
      *   cols 10-25  data name of the field, e.g. CM-CREDIT-LIMIT;
      *               PRICEMTX also takes BELOW-COST, meaning any
      *               contract or break price under the product cost
      *   col  27     lowest authority level that may approve (0 = 9)
      *   cols 29-31  days the change may wait before it expires
      *               (0 = 7)
      * With no SENSFLD.TAB the built-in list is used: credit limit
      * and hold flag, vendor name and bank details, product status,
      * and contract prices below cost.
      *
      * Clear the record (SQ-HIT "N", SQ-APPR-AUTH and
      * SQ-EXPIRE-DAYS zero, SQ-FIELD-LIST spaces) before the first
      * call for a change, then call once per changed field with
      * SQ-FILE-ID and SQ-FIELD filled.  Each sensitive field sets
      * SQ-HIT to "Y", is added to SQ-FIELD-LIST, raises
      * SQ-APPR-AUTH to the highest level needed and lowers
      * SQ-EXPIRE-DAYS to the shortest wait allowed.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  SENS-REQ-GRP.
           05  SQ-FILE-ID       PIC X(8).
           05  SQ-FIELD         PIC X(16).
           05  SQ-HIT           PIC X(1).
           05  SQ-APPR-AUTH     PIC 9(1).
           05  SQ-EXPIRE-DAYS   PIC 9(3).
           05  SQ-FIELD-LIST    PIC X(60).
