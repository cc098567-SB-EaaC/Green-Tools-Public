      *****************************************************************
      * MJLNCOPY.CPY
      * Shared manual-journal line record (MJRNL.LIN, INDEXED, RECORD
      * KEY MJL-KEY = journal number + line number).  One record per
      * debit or credit line of a manual journal; MJL-NO matches
      * MJHDCOPY.CPY's MJ-NO and MJL-ACCOUNT matches GLACCOPY.CPY's
      * GA-ACCT.  Exactly one of MJL-DEBIT and MJL-CREDIT is non-zero.
      * The amounts have the same pictures as JN-DEBIT/JN-CREDIT on
      * JOURNAL.INT, which the lines are released to.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  MJLN-GRP.
           05  MJL-KEY.
               10  MJL-NO       PIC X(6).
               10  MJL-LINE-NO  PIC 9(3).
           05  MJL-ACCOUNT      PIC X(8).
           05  MJL-DESC         PIC X(20).
           05  MJL-DEBIT        PIC 9(10)V99.
           05  MJL-CREDIT       PIC 9(10)V99.
