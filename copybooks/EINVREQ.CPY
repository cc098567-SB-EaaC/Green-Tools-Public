      *****************************************************************
      * EINVREQ.CPY
      * Parameter record for CALL "EInvNumber" USING, the subprogram
      * that hands out government uniform-invoice numbers from the
      * track file EINVTRK.TAB (see EITKCOPY.CPY).  Fill ER-DATE
      * with the invoice date and ER-FUNCTION:
      *   "N"  take the next number of the date's period; on return
      *        ER-EINV-NO holds track + number and ER-OK is set, or
      *        ER-EXHAUSTED when no range of the period has a number
      *        left (ER-EINV-NO is then blank).
      *   "C"  check only: ER-REMAIN returns how many numbers are
      *        still unused in the period, nothing is taken.
      * Both functions return ER-SELLER-ID, the tax ID the period's
      * ranges were issued to (blank when the period has none).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  EINV-REQ-GRP.
           05  ER-FUNCTION      PIC X(1).
               88  ER-NEXT      VALUE "N".
               88  ER-CHECK     VALUE "C".
           05  ER-DATE          PIC 9(8).
           05  ER-EINV-NO.
               10  ER-TRACK     PIC X(2).
               10  ER-NUMBER    PIC 9(8).
           05  ER-SELLER-ID     PIC X(8).
           05  ER-REMAIN        PIC 9(8).
           05  ER-RETURN        PIC X(1).
               88  ER-OK        VALUE "0".
               88  ER-EXHAUSTED VALUE "1".
