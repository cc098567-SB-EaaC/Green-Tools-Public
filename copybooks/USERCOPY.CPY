      * no expiry) against US-LAST-CHANGED forces a password change
      * at sign-on when the password has aged out.  All four fields
      * were appended to the end of the record.
      * US-PO-LIMIT is the operator's purchase approval limit in home
      * currency: a PO raised in PoEntry whose total exceeds the
      * raiser's limit is held at PO-STATUS "W" until an operator
      * whose limit covers it approves it in PoApprove.  It was
      * appended last (FileConvert rebuilds an older USER.MST with
      * the limit at zero, or at the maximum for supervisors).
      * US-SEE-COST "Y" lets the operator see product cost and
      * margin: inquiry screens blank cost and margin for anyone
      * else, and cost-bearing reports (and their reprints through
      * RptReprint) refuse to run for them.  SignOn carries the flag
      * into OPERATOR.CUR as OP-SEE-COST.  It was appended last
      * (FileConvert rebuilds an older USER.MST with the flag set
      * for supervisors only).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
           05  US-FAIL-COUNT    PIC 9(1).
           05  US-LOCKED        PIC X(1).
               88  US-IS-LOCKED     VALUE "L".
           05  US-PO-LIMIT      PIC 9(7)V99.
           05  US-SEE-COST      PIC X(1).
               88  US-MAY-SEE-COST  VALUE "Y".
