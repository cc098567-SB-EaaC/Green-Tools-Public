      *****************************************************************
      * CNTDCOPY.CPY
      * Shared stock-count record (COUNT.DAT, INDEXED, RECORD KEY
      * CN-KEY), one per product per warehouse on the count.  The
      * record is created when the count sheet is issued - by the
      * CycleCount worklist or StockCount's full count - with a
      * blank CN-STATUS, and at that moment the book quantity is
      * frozen in CN-SNAP-QTY with the date and time (HHMMSSss) of
      * the snapshot (negative where a NEGWH.TAB warehouse was
      * short).  StockCount sets "E" when the counted quantity
      * is entered and "P" once the variance is posted.  The
      * variance is CN-COUNT-QTY less CN-SNAP-QTY; CN-MOVE-QTY is
      * the net of the StockLog movements (STKLCOPY.CPY) for the
      * product and warehouse stamped after the snapshot, refreshed
      * by every variance report and posting run, so snapshot plus
      * movements gives the adjusted book the count is compared
      * against.  Posting applies the variance to the live balance,
      * which rolls those movements forward.  A record with a zero
      * CN-SNAP-DATE predates snapshots (FileConvert leaves old
      * records that way) and is compared with the balance at
      * posting time as before.  Issuing a sheet again replaces an
      * uncounted or posted record with a fresh snapshot but leaves
      * an entered count alone.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  CNTD-GRP.
           05  CN-KEY.
               10  CN-PRO-NO    PIC X(13).
               10  CN-WAREHOUSE PIC X(3).
           05  CN-COUNT-QTY     PIC 9(5).
           05  CN-STATUS        PIC X.
               88  CN-ENTERED   VALUE "E".
               88  CN-POSTED    VALUE "P".
           05  CN-REASON        PIC X(2).
           05  CN-SNAP-QTY      PIC S9(5).
           05  CN-SNAP-DATE     PIC 9(8).
           05  CN-SNAP-TIME     PIC 9(8).
           05  CN-MOVE-QTY      PIC S9(6).
