      ***************************************************************
      *    SHFNOTE0 - SHIFT-NOTE RECORD LAYOUT.  RECORD CONTAINS    *
      *    120 CHARACTERS.  ONE RECORD PER NOTE AN OPERATOR KEYS    *
      *    AT A TERMINAL THROUGH BMPQUERY'S NOTE QUERY, APPENDED IN *
      *    TIME ORDER TO THE SHARED SHIFT-NOTE FILE (DD             *
      *    UT-S-SHFTNOTE) WITH THE TERMINAL, USER, AND TIME.  THE   *
      *    PROGRAM-ID IS BLANK UNLESS THE NOTE WAS TIED TO A ROSTER *
      *    JOB.  SHARED BY BMPQUERY AND THE SHIFT TURNOVER REPORT   *
      *    (OPSTURN) SO EVERY READER AGREES ON THE SAME FORMAT.     *
      ***************************************************************
       01  SHIFT-NOTE-RECORD.
           05  SHN-TERMINAL-ID          PIC X(8).
           05  SHN-USERID               PIC X(8).
           05  SHN-TIMESTAMP.
               10  SHN-DATE             PIC 9(6).
               10  SHN-TIME             PIC 9(8).
           05  SHN-PROGRAM-ID           PIC X(8).
           05  SHN-NOTE-TEXT            PIC X(74).
           05  FILLER                   PIC X(8).
