      *****************************************************************
      * CALNCOPY.CPY
      * Shared company calendar record (CALENDAR.DAT, INDEXED,
      * RECORD KEY CL-DATE), maintained by CalendarMaint.  Monday to
      * Friday are working days and Saturday and Sunday are not,
      * unless a date is on this file: CL-TYPE "H" marks a weekday
      * the company is closed (public holidays, Lunar New Year and
      * other closures) and "W" marks a Saturday or Sunday that is
      * worked in their place.  CL-DESC names the day for the
      * maintenance screen.  Programs do not read this file
      * directly; they CALL "BizDay" (see BZDYREQ.CPY).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  CALN-GRP.
           05  CL-DATE          PIC 9(8).
           05  CL-TYPE          PIC X(1).
           05  CL-DESC          PIC X(20).
