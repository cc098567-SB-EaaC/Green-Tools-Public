      *****************************************************************
      * MSGPREQ.CPY
      * Parameter record for CALL "PostMessage" USING, the subprogram
      * that adds one message to the operator inbox file MESSAGE.DAT
      * (see MSGCOPY.CPY).  Fill MP-TO-TYPE ("O" operator ID or "R"
      * role), MP-TO, MP-PRIORITY ("H", "N" or "L"; anything else is
      * posted as "N"), MP-FROM (the posting program), MP-REF and
      * MP-TEXT.  MP-ORIG-NO is zero except when the message is a
      * copy of another (escalation).  On return MP-MSG-NO holds the
      * number given to the message and MP-ERROR is blank, or "A"
      * when MP-TO is blank or MP-TO-TYPE is neither "O" nor "R"
      * (nothing is posted).  Posting never stops the caller.
      *
      * Invoke with REPLACING, supplying the 01-level record name to
      * use in place of the placeholder group name in this copybook.
      *****************************************************************
       01  MSGP-REQ-GRP.
           05  MP-TO-TYPE       PIC X(1).
           05  MP-TO            PIC X(8).
           05  MP-PRIORITY      PIC X(1).
           05  MP-FROM          PIC X(12).
           05  MP-REF           PIC X(20).
           05  MP-TEXT          PIC X(60).
           05  MP-ORIG-NO       PIC 9(6).
           05  MP-MSG-NO        PIC 9(6).
           05  MP-ERROR         PIC X(1).
