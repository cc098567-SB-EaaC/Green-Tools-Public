      * the account-activity inquiry (GlInquiry) answer from file
      * what used to leave the building in a briefcase.
      *
      * The year-end close (YearEndClose) adds two kinds of record
      * that no journal date can reach: period YYYY13 holds the
      * closing entry that zeroes the year's revenue and expense
      * accounts into retained earnings, and period YYYY00 holds the
      * opening balance (net debit in GB-DEBIT, net credit in
      * GB-CREDIT) of each asset and liability account for the new
      * year YYYY.  Readers that need a balance take the YYYY00
      * record in place of everything before it.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
