      ***************************************************************
      *    MAILBK0 - ON-CALL MAIL ADDRESS BOOK CARD LAYOUT (DD      *
      *    UT-S-MAILBOOK).  RECORD CONTAINS 80 CHARACTERS, ONE CARD *
      *    PER ON-CALL ADDRESS AND SHIFT, KEYED BY ROUTING CLASS    *
      *    AND SHIFT: THE ON-CALL ID (COLS 1-8, CARRIED ON THE      *
      *    DELIVERY AUDIT WHERE A BMP CARRIES ITS TERMINAL ID), THE *
      *    ROUTING CLASS (COL 10, SPACE = EVERY CLASS), THE SHIFT   *
      *    CODE (COLS 12-15), THE DAYS THE SHIFT IS WORKED (COLS    *
      *    17-23, Y/N MONDAY THROUGH SUNDAY), THE SHIFT START AND   *
      *    END HHMM (COLS 25-28, 30-33 - THE SAME RULES AS THE      *
      *    TERMINAL DIRECTORY: START EQUAL TO END IS ALL DAY, END   *
      *    BELOW START CROSSES MIDNIGHT), THE MAIL FLAG (COL 35 -   *
      *    'A' MAILS EVERY CONDITION, SPACE MAILS ONLY WHILE        *
      *    TRMROUTE HAS NO STAFFED DESK OF THE CLASS), AND THE MAIL *
      *    ADDRESS FROM COL 37.  AN ASTERISK IN COLUMN 1 MARKS A    *
      *    COMMENT CARD.  READ BY MAILNOTE.                         *
      ***************************************************************
       01  MAIL-ADDRESS-RECORD.
           05  MBK-ONCALL-ID.
               10  MBK-COMMENT-FLAG     PIC X.
                   88  MBK-COMMENT-CARD     VALUE '*'.
               10  FILLER               PIC X(7).
           05  FILLER                   PIC X.
           05  MBK-ROUTE-CLASS          PIC X.
           05  FILLER                   PIC X.
           05  MBK-SHIFT-CODE           PIC X(4).
           05  FILLER                   PIC X.
           05  MBK-SHIFT-DAYS           PIC X(7).
           05  FILLER                   PIC X.
           05  MBK-SHIFT-START          PIC X(4).
           05  FILLER                   PIC X.
           05  MBK-SHIFT-END            PIC X(4).
           05  FILLER                   PIC X.
           05  MBK-MAIL-FLAG            PIC X.
               88  MBK-MAIL-ALWAYS          VALUE 'A'.
           05  FILLER                   PIC X.
           05  MBK-MAIL-ADDRESS         PIC X(44).
