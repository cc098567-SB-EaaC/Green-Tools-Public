      *****************************************************************
      * COLLCOPY.CPY
      * Shared collections-control record (COLLECT.DAT, INDEXED,
      * RECORD KEY CL-CUS-NO, matching CUSTCOPY.CPY's CM-CUS-NO).
      * One record per customer the credit controller has worked.
      * The entry screen (CollectEntry, reached from AcctInquiry)
      * keeps the last ten contact notes newest first in CL-NOTE,
      * each dated and signed with the operator, and CL-LAST-CONTACT
      * the date of the newest one.  A promise to pay is
      * CL-PROMISE-AMT by CL-PROMISE-DATE, taken on CL-PROMISE-MADE;
      * CL-PROMISE-STAT is "P" while it is pending, "K" once the
      * daily worklist (CollectList) finds a RECEIPT.REG payment
      * between the two dates, and "B" when the promised date has
      * passed without one; the next contact note clears a broken
      * promise.  CL-NEXT-DATE/CL-NEXT-ACTION is the date and the
      * thing to do next; the worklist lists the customer from that
      * date on until it is moved.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  COLL-GRP.
           05  CL-CUS-NO        PIC X(4).
           05  CL-NEXT-DATE     PIC 9(8).
           05  CL-NEXT-ACTION   PIC X(30).
           05  CL-PROMISE-AMT   PIC 9(6)V99.
           05  CL-PROMISE-DATE  PIC 9(8).
           05  CL-PROMISE-MADE  PIC 9(8).
           05  CL-PROMISE-STAT  PIC X(1).
               88  CL-PROMISE-PENDING VALUE "P".
               88  CL-PROMISE-KEPT    VALUE "K".
               88  CL-PROMISE-BROKEN  VALUE "B".
           05  CL-LAST-CONTACT  PIC 9(8).
           05  CL-NOTE-CNT      PIC 9(2).
           05  CL-NOTE OCCURS 10 TIMES.
               10  CL-NOTE-DATE PIC 9(8).
               10  CL-NOTE-OPER PIC X(8).
               10  CL-NOTE-TEXT PIC X(50).
