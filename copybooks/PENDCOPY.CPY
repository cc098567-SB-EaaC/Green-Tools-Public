      *****************************************************************
      * PENDCOPY.CPY
      * Shared pending master-change record (PENDCHG.DAT, INDEXED,
      * RECORD KEY PD-NO).  A change to a sensitive field (see
      * SENSREQ.CPY) made in CustMaint, VendMaint, Sample13-1 or
      * PmtxMaint is not written to the master; the maintenance
      * program hands the before and after record images to
      * CALL "PendChange", which numbers the change from the
      * PENDCHG series in NUMBER.CTL, stamps the requesting operator
      * and date and files it here as pending.  MasterApprove lets a
      * second operator, of at least PD-APPR-AUTH, apply or reject
      * it; only then is the master updated and audited.  A change
      * still pending PD-EXPIRE-DAYS after PD-REQ-DATE is expired.
      *   PD-FILE-ID   CUSTOMER, VENDOR, PRODUCT or PRICEMTX
      *   PD-ACTION    CHANGE, or ADD for a new price-matrix line
      *   PD-KEY       master record key
      *   PD-REASON    stock adjustment reason for a product
      *                quantity change (SL-REASON codes, STKLCOPY.CPY)
      *   PD-STATUS    P pending, A approved, R rejected, E expired
      *   PD-ACT-BY    operator who approved or rejected
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  PEND-GRP.
           05  PD-NO            PIC 9(6).
           05  PD-FILE-ID       PIC X(8).
           05  PD-ACTION        PIC X(6).
           05  PD-KEY           PIC X(25).
           05  PD-FIELD-LIST    PIC X(60).
           05  PD-APPR-AUTH     PIC 9(1).
           05  PD-EXPIRE-DAYS   PIC 9(3).
           05  PD-REASON        PIC X(2).
           05  PD-REQ-BY        PIC X(8).
           05  PD-REQ-DATE      PIC 9(8).
           05  PD-STATUS        PIC X(1).
               88  PD-PENDING       VALUE "P".
               88  PD-APPROVED      VALUE "A".
               88  PD-REJECTED      VALUE "R".
               88  PD-EXPIRED       VALUE "E".
           05  PD-ACT-BY        PIC X(8).
           05  PD-ACT-DATE      PIC 9(8).
           05  PD-BEFORE        PIC X(110).
           05  PD-AFTER         PIC X(110).
