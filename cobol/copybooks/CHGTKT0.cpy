      ***************************************************************
      *    CHGTKT0 - APPROVED CHANGE-TICKET CARD LAYOUT.  RECORD    *
      *    CONTAINS 80 CHARACTERS.  RELEASE CONTROL SUPPLIES ONE    *
      *    CARD PER MEMBER A TICKET AUTHORIZES TO BE ADDED TO,      *
      *    MOVED INTO, REMOVED FROM, OR RELINKED IN ITS TARGET LOAD *
      *    LIBRARY (DD UT-S-CHGTKT), WITH THE CCYYMMDD NIGHT THE    *
      *    CHANGE IS TO BE IMPLEMENTED.  A TICKET NAMING SEVERAL    *
      *    MEMBERS HAS ONE CARD PER MEMBER.  '*' IN COLUMN 1 IS A   *
      *    COMMENT.  CTK-SYSTEM-ID NAMES THE SYSTEM THE TICKET      *
      *    COVERS WHEN THE SWEEP IS MULTI-SYSTEM; BLANK COVERS THE  *
      *    MEMBER ON EVERY SYSTEM.  READ BY CHGRECN.                *
      ***************************************************************
       01  CHANGE-TICKET-RECORD.
           05  CTK-TICKET-NUMBER        PIC X(10).
           05  FILLER                   PIC X.
           05  CTK-MEMBER-NAME          PIC X(8).
           05  FILLER                   PIC X.
           05  CTK-TARGET-DSNAME        PIC X(33).
           05  FILLER                   PIC X.
           05  CTK-IMPLEMENT-DATE       PIC X(8).
           05  CTK-IMPLEMENT-DATE-N REDEFINES CTK-IMPLEMENT-DATE
                                        PIC 9(8).
           05  FILLER                   PIC X.
           05  CTK-SYSTEM-ID            PIC X(8).
           05  FILLER                   PIC X(9).
