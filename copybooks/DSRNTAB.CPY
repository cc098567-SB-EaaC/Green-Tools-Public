      *****************************************************************
      * DSRNTAB.CPY
      * Shared table of invoice-dispute reason codes for DSPTCOPY.CPY's
      * DS-REASON: a two-character code followed by a twenty-character
      * description.  COPY into WORKING-STORAGE; search DR-ENTRY by
      * DR-SUB from 1 to DR-COUNT.
      *****************************************************************
       01  DSRN-VALUES.
           05  FILLER  PIC X(22) VALUE "PRWRONG PRICE         ".
           05  FILLER  PIC X(22) VALUE "SHSHORT DELIVERY      ".
           05  FILLER  PIC X(22) VALUE "DMDAMAGED GOODS       ".
           05  FILLER  PIC X(22) VALUE "WIWRONG ITEM SHIPPED  ".
           05  FILLER  PIC X(22) VALUE "DUDUPLICATE BILLING   ".
           05  FILLER  PIC X(22) VALUE "OTOTHER               ".
       01  DSRN-TABLE REDEFINES DSRN-VALUES.
           05  DR-ENTRY OCCURS 6 TIMES.
               10  DR-CODE         PIC X(2).
               10  DR-DESC         PIC X(20).
       77  DR-COUNT                PIC 9(2) VALUE 6.
       77  DR-SUB                  PIC 9(2) VALUE 0.
