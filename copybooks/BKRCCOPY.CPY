      *****************************************************************
      * BKRCCOPY.CPY
      * Shared bank-reconciliation book-item record (BANKREC.DAT,
      * INDEXED, RECORD KEY BR-KEY).  One record per cheque paid
      * (BR-TYPE "P", BR-REF-NO = ApPayment's PY-PAY-NO) and per
      * deposit banked (BR-TYPE "R", BR-REF-NO = CashReceipt's
      * RCT-NO), plus one per customer refund cheque (BR-TYPE "F",
      * BR-REF-NO = CustRefund's RCT-NO, amount made positive since
      * the money goes out - kept apart from "P" because refund and
      * payment numbers come from different series and may repeat),
      * refreshed from PAYMENT.REG and RECEIPT.REG by the
      * statement import (BankStmtImport) before matching.  "F" and
      * "P" items are both cheques: statement debits match either.
      * BR-AMOUNT is the net of the register lines for the number and
      * is recomputed on every refresh; BR-STATUS "O" is outstanding,
      * "C" cleared the bank (BR-MATCH "A" matched by the import, "M"
      * ticked by hand in BankTick) and "V" voided (nets to zero).
      * BR-STMT-KEY names the statement line that cleared it.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  BKRC-GRP.
           05  BR-KEY.
               10  BR-TYPE      PIC X(1).
                   88  BR-REFUND    VALUE "F".
                   88  BR-PAYMENT   VALUE "P".
                   88  BR-RECEIPT   VALUE "R".
               10  BR-REF-NO    PIC X(6).
           05  BR-DATE          PIC 9(8).
           05  BR-PARTY         PIC X(4).
           05  BR-AMOUNT        PIC S9(9)V99.
           05  BR-STATUS        PIC X(1).
               88  BR-OUTSTANDING VALUE "O".
               88  BR-CLEARED     VALUE "C".
               88  BR-VOIDED      VALUE "V".
           05  BR-MATCH         PIC X(1).
           05  BR-CLEAR-DATE    PIC 9(8).
           05  BR-STMT-KEY      PIC X(10).
