      * is never destroyed by today's run and any cataloged report
      * can be re-output from the reprint menu (RptReprint).
      *
      * RT-COST-FLAG "Y" marks a report that shows cost or margin
      * (the daily flash and the Sample7 product list); RptReprint
      * neither lists nor re-outputs such a report for an operator
      * without the "may see cost" permission (USERCOPY.CPY
      * US-SEE-COST).  Appended to the end of the record; catalog
      * lines written before it read as blank, which is "not cost".
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
           05  RT-RUN-DATE      PIC 9(8).
           05  RT-FILE-NAME     PIC X(30).
           05  RT-PAGES         PIC 9(3).
           05  RT-COST-FLAG     PIC X(1).
