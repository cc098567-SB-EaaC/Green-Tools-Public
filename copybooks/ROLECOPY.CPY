      *****************************************************************
      * ROLECOPY.CPY
      * Shared operator role record (ROLE.DAT, INDEXED, RECORD KEY
      * RL-KEY), maintained by UserMaint.  One record per role an
      * operator holds; messages posted to a role (MSGCOPY.CPY
      * MG-TO-TYPE "R") reach every operator holding it.  The file
      * is small and is read through from the start to find an
      * operator's roles.  Roles in use:
      *   SALES     sales edit rejects (SAMPLE91.EXC)
      *   PRICING   price exceptions held by SaleImport
      *   AP        vendor invoices held for a price or quantity
      *             difference
      *   ACCOUNTS  day-end reconciliation differences
      *   CREDIT    customers put on or taken off credit hold
      *   MASTERS   sensitive master-file changes awaiting a second
      *             operator's approval (PENDCHG.DAT)
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  ROLE-GRP.
           05  RL-KEY.
               10  RL-ROLE      PIC X(8).
               10  RL-OPER-ID   PIC X(8).
