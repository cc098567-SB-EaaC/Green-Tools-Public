      *****************************************************************
      * MSGCOPY.CPY
      * Shared operator message record (MESSAGE.DAT, INDEXED, RECORD
      * KEY MG-NO, ALTERNATE RECORD KEY MG-TO WITH DUPLICATES).
      * Batch programs and subprograms post exceptions here through
      * CALL "PostMessage" (see MSGPREQ.CPY) instead of leaving them
      * in a report nobody opens.  MG-NO is taken from the "MESSAGE"
      * series of NUMBER.CTL.  MG-TO-TYPE "O" addresses MG-TO to one
      * operator ID on USER.MST; "R" addresses it to a role, and
      * every operator assigned that role on ROLE.DAT (see
      * ROLECOPY.CPY) sees it.  MG-PRIORITY is "H" high, "N" normal
      * or "L" low.  MG-FROM is the posting program (or the
      * operator who forwarded it) and MG-REF the document, batch
      * or report the message is about.  MG-STATUS starts "U"
      * (unread), becomes "R" when first opened in MsgInbox, and is
      * closed as "A" (acknowledged) or "F" (forwarded; the copy
      * carries MG-ORIG-NO pointing back to it); MG-ACT-BY and
      * MG-ACT-DATE record who closed it and when.  MsgEscalate sets
      * MG-ESCALATED to "Y" when it copies a high-priority message
      * left open for more than a day to every authorization-level-9
      * operator, so it is escalated only once.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  MSG-GRP.
           05  MG-NO            PIC 9(6).
           05  MG-TO            PIC X(8).
           05  MG-TO-TYPE       PIC X(1).
               88  MG-TO-OPER       VALUE "O".
               88  MG-TO-ROLE       VALUE "R".
           05  MG-PRIORITY      PIC X(1).
               88  MG-HIGH          VALUE "H".
           05  MG-FROM          PIC X(12).
           05  MG-DATE          PIC 9(8).
           05  MG-TIME          PIC 9(6).
           05  MG-REF           PIC X(20).
           05  MG-TEXT          PIC X(60).
           05  MG-STATUS        PIC X(1).
               88  MG-OPEN          VALUE "U" "R".
           05  MG-ACT-BY        PIC X(8).
           05  MG-ACT-DATE      PIC 9(8).
           05  MG-ORIG-NO       PIC 9(6).
           05  MG-ESCALATED     PIC X(1).
