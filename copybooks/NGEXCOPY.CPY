      *****************************************************************
      * NGEXCOPY.CPY
      * Shared negative-stock exception record (NEGSTK.LOG, LINE
      * SEQUENTIAL, appended by StockBal).  One record is written
      * whenever an "A" request (see STKBREQ.CPY) decreases a
      * STOCK.BAL location below zero.  NX-SOURCE and NX-REF-NO are
      * the calling program and its document number; NX-QTY-BEFORE
      * is the location balance before the change.  NX-ACTION tells
      * what StockBal did with the shortfall:
      *     "C" - clipped: the balance was stopped at zero and
      *           NX-LOST-QTY units dropped out of the warehouse
      *           total, so PRO-QTY and STOCK.BAL no longer agree
      *     "N" - the warehouse is listed in NEGWH.TAB (see
      *           NGWHCOPY.CPY) and NX-QTY-AFTER was kept negative
      * NX-DATE and NX-TIME (HHMMSSss) are when it happened.
      * NegStockReport lists the day's exceptions.
      * NX-REF-NO was widened from six to eight characters with
      * SBR-REF-NO (SaleNoConvert rebuilds an older NEGSTK.LOG).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  NGEX-GRP.
           05  NX-PRO-NO        PIC X(13).
           05  NX-WAREHOUSE     PIC X(3).
           05  NX-DATE          PIC 9(8).
           05  NX-TIME          PIC 9(8).
           05  NX-SOURCE        PIC X(12).
           05  NX-REF-NO        PIC X(8).
           05  NX-QTY-CHANGE    PIC S9(6).
           05  NX-QTY-BEFORE    PIC S9(5).
           05  NX-QTY-AFTER     PIC S9(5).
           05  NX-ACTION        PIC X.
               88  NX-CLIPPED   VALUE "C".
               88  NX-NEGATIVE  VALUE "N".
           05  NX-LOST-QTY      PIC 9(6).
