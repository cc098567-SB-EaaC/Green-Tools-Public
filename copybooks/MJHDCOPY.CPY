      *****************************************************************
      * MJHDCOPY.CPY
      * Shared manual-journal header record (MJRNL.HDR, INDEXED,
      * RECORD KEY MJ-NO, numbered through CALL "NextNumber" series
      * "JOURNAL").  One record per journal keyed by the journal-
      * entry screen (JrnlEntry) or generated from a recurring
      * journal by the month-end step (JrnlRecur); the journal's
      * lines live in MJRNL.LIN (see MJLNCOPY.CPY).  MJ-STATUS is
      * "O" while the journal is being entered, "R" once JrnlRelease
      * has written its lines to JOURNAL.INT for GlPost, and "X" if
      * the operator abandoned it out of balance.
      *
      * MJ-REVERSE "Y" makes JrnlRelease generate the opposite
      * journal dated the first day of the next period; MJ-RECUR "Y"
      * makes JrnlRecur copy the journal into each new period until
      * MJ-END-DATE, MJ-LAST-GEN holding the last period (YYYYMM)
      * generated.  MJ-SOURCE-NO is the journal a reversal or a
      * recurring copy was generated from (spaces when keyed).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  MJHD-GRP.
           05  MJ-NO            PIC X(6).
           05  MJ-DATE          PIC 9(8).
           05  MJ-DESC          PIC X(20).
           05  MJ-STATUS        PIC X(1).
           05  MJ-REVERSE       PIC X(1).
           05  MJ-RECUR         PIC X(1).
           05  MJ-END-DATE      PIC 9(8).
           05  MJ-LAST-GEN      PIC 9(6).
           05  MJ-SOURCE-NO     PIC X(6).
           05  MJ-LINE-COUNT    PIC 9(3).
           05  MJ-TOTAL         PIC 9(10)V99.
