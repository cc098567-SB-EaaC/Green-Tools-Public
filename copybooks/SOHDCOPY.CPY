      * CUSTCOPY.CPY's CM-CUS-NO.  SO-STATUS is "O" while the order
      * is being entered and "R" once its lines have been released
      * into the daily sales file (SAMPLE91.IN) for the edit run.
      * SO-SHIP-DATE is the ship date the customer asked for (the
      * order date when none was given) and SO-SHIP-TO the SHIPTO.DAT
      * delivery address code picked on the order (blank = billing
      * address).  An order whose ship date is still ahead is held at
      * SO-STATUS "F" with its lines unreleased; the daily release
      * step (OrderRelease) releases it once the date has arrived,
      * and AtpLook counts its lines as committed demand meanwhile.
      * Both fields were appended to the end of the record
      * (FileConvert rebuilds an old-layout SORDER.HDR with the ship
      * date set to the order date and the ship-to blank).
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
               10  SO-MM        PIC 9(2).
               10  SO-DD        PIC 9(2).
           05  SO-STATUS        PIC X(1).
               88  SO-HELD-FUTURE VALUE "F".
           05  SO-LINE-COUNT    PIC 9(3).
           05  SO-SHIP-DATE     PIC 9(8).
           05  SO-SHIP-TO       PIC X(3).
