      *****************************************************************
      * DSPTCOPY.CPY
      * Shared invoice-dispute record (DISPUTE.DAT, INDEXED, RECORD
      * KEY DS-KEY = customer + invoice, matching AGECOPY.CPY's
      * AGE-KEY).  One record per CREDIT.AGE item a customer has
      * disputed, entered through the dispute maintenance screen
      * (DisputeMaint) with a reason code from DSRNTAB.CPY, the
      * operator, the date and a free-text note.  While DS-STATUS is
      * "O" (open) the item is left out of the dunning run, carries
      * no interest on statements or the aging listing, and is not
      * counted toward credit hold; the statement still prints it,
      * marked as in dispute.  Resolving the dispute sets DS-STATUS
      * to "R" with the date and operator, and the item is treated
      * normally again.  A paid or written-off item simply stops
      * matching an open CREDIT.AGE item; the disputes report
      * (DisputeReport) shows such records as closed.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  DSPT-GRP.
           05  DS-KEY.
               10  DS-CUS-NO       PIC X(4).
               10  DS-INV-NO       PIC X(6).
           05  DS-STATUS           PIC X(1).
               88  DS-OPEN         VALUE "O".
               88  DS-RESOLVED     VALUE "R".
           05  DS-REASON           PIC X(2).
           05  DS-DATE             PIC 9(8).
           05  DS-OPER-ID          PIC X(8).
           05  DS-NOTE             PIC X(40).
           05  DS-RESOLVED-DATE    PIC 9(8).
           05  DS-RESOLVED-BY      PIC X(8).
