      ***************************************************************
      *    BCSCHD0 - RECURRING BROADCAST SCHEDULE CARD LAYOUT.      *
      *    RECORD CONTAINS 80 CHARACTERS (DD UT-S-BCSCHED), READ BY *
      *    BMPSCHED.  AN 'S' CARD IS ONE SCHEDULED BROADCAST: ITS   *
      *    ENTRY-ID (COLS 3-10), THE TEMPLATE-ID IN BMPCOBOL'S      *
      *    MESSAGE TEMPLATE CATALOG (COLS 12-19), THE ROUTING CLASS *
      *    (COL 21) AND REPLY-REQUESTED FLAG (COL 23) AND THE       *
      *    HHMMSS NOT-BEFORE AND NOT-AFTER TIMES (COLS 25-30,       *
      *    32-37) FOR ITS '$$$MSG' HEADER, THE RECURRENCE (COL 39)  *
      *    AND ITS DETAIL (COLS 41-55), AND A DESCRIPTION.  THE     *
      *    RECURRENCE CODES ARE THE ROSTER'S (ROSTREC0), JUDGED BY  *
      *    DATECALC 'RD': BLANK OR D - DAILY; B - BUSINESS DAYS; W  *
      *    - THE WEEKDAYS LISTED AS DIGITS (1=MONDAY ... 7=SUNDAY); *
      *    F OR L - THE FIRST OR LAST BUSINESS DAY OF THE MONTH; N  *
      *    - BUSINESS DAY NN OF THE MONTH; S - UP TO THREE MMDD     *
      *    DATES (00DD = EVERY MONTH); P OR Q - THE FISCAL PERIOD-  *
      *    END OR QUARTER-END CLOSE NIGHT.  AN OPTIONAL 'V' CARD    *
      *    WITH THE SAME ENTRY-ID FOLLOWS ITS 'S' CARD AND CARRIES  *
      *    THE FIVE 14-CHARACTER &1-&5 SUBSTITUTION VALUES (COLS    *
      *    11-80) FOR THE '$$$VAL' CARD.  AN '*' IN COLUMN 1 IS A   *
      *    COMMENT.                                                 *
      ***************************************************************
       01  BROADCAST-SCHEDULE-RECORD.
           05  BSC-CARD-TYPE            PIC X.
               88  BSC-SCHEDULE-CARD        VALUE 'S'.
               88  BSC-VALUES-CARD          VALUE 'V'.
               88  BSC-COMMENT-CARD         VALUE '*'.
           05  FILLER                   PIC X.
           05  BSC-ENTRY-ID             PIC X(8).
           05  BSC-SCHEDULE-DATA.
               10  FILLER               PIC X.
               10  BSC-TEMPLATE-ID      PIC X(8).
               10  FILLER               PIC X.
               10  BSC-ROUTE-CLASS      PIC X.
               10  FILLER               PIC X.
               10  BSC-REPLY-FLAG       PIC X.
               10  FILLER               PIC X.
               10  BSC-NOT-BEFORE       PIC X(6).
               10  FILLER               PIC X.
               10  BSC-NOT-AFTER        PIC X(6).
               10  FILLER               PIC X.
               10  BSC-FREQUENCY        PIC X.
               10  FILLER               PIC X.
               10  BSC-FREQUENCY-DATA   PIC X(15).
               10  FILLER               PIC X.
               10  BSC-DESCRIPTION      PIC X(24).
           05  BSC-VALUES-DATA REDEFINES BSC-SCHEDULE-DATA.
               10  BSC-VALUES           PIC X(70).
