      ***************************************************************
      *    PGMOWN0 - PROGRAM OWNERSHIP CARD LAYOUT (DD              *
      *    UT-S-PGMOWN).  RECORD CONTAINS 80 CHARACTERS, ONE CARD   *
      *    PER PROGRAM-ID: THE PROGRAM-ID IN COLUMNS 1-8, THE       *
      *    OWNING APPLICATION IN COLUMNS 10-17, THE COST CENTER IT  *
      *    IS CHARGED TO IN COLUMNS 19-26, AND THE APPLICATION      *
      *    CONTACT FROM COLUMN 28.  AN ASTERISK IN COLUMN 1 MARKS A *
      *    COMMENT CARD.  CHGBACK READS IT TO CHARGE OPSTAT'S       *
      *    PROGRAM-LEVEL FIGURES BACK TO THE APPLICATION TEAMS.     *
      ***************************************************************
       01  PROGRAM-OWNER-RECORD.
           05  PGO-PROGRAM-ID.
               10  PGO-COMMENT-FLAG     PIC X.
                   88  PGO-COMMENT-CARD     VALUE '*'.
               10  FILLER               PIC X(7).
           05  FILLER                   PIC X.
           05  PGO-APPLICATION          PIC X(8).
           05  FILLER                   PIC X.
           05  PGO-COST-CENTER          PIC X(8).
           05  FILLER                   PIC X.
           05  PGO-CONTACT              PIC X(30).
           05  FILLER                   PIC X(23).
