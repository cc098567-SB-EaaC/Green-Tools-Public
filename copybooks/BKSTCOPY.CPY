      *****************************************************************
      * BKSTCOPY.CPY
      * Shared bank-statement line record (BANKSTMT.DAT, INDEXED,
      * RECORD KEY BS-KEY = statement period YYYYMM + line sequence),
      * loaded from the bank's monthly statement file by
      * BankStmtImport.  BS-DC "D" is a debit (cheque or charge
      * paid out), "C" a credit (deposit or interest).  BS-STATUS
      * "U" is unmatched, "M" matched to the book item in
      * BS-BOOK-KEY (see BKRCCOPY.CPY) - automatically by amount and
      * reference, or by hand in BankTick.  Lines still "U" at
      * month end are bank items not yet on the books.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  BKST-GRP.
           05  BS-KEY.
               10  BS-PERIOD    PIC 9(6).
               10  BS-SEQ       PIC 9(4).
           05  BS-DATE          PIC 9(8).
           05  BS-DC            PIC X(1).
           05  BS-AMOUNT        PIC 9(9)V99.
           05  BS-REF           PIC X(10).
           05  BS-STATUS        PIC X(1).
               88  BS-UNMATCHED   VALUE "U".
               88  BS-MATCHED     VALUE "M".
           05  BS-BOOK-KEY      PIC X(7).
