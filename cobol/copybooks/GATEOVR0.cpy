      ***************************************************************
      *    GATEOVR0 - GATE-OVERRIDE RECORD LAYOUT.  RECORD CONTAINS *
      *    120 CHARACTERS.  ONE RECORD PER OPERATOR HOLD OR RELEASE *
      *    KEYED AT A TERMINAL THROUGH BMPQUERY, PLUS ONE PER HOLD  *
      *    OPSGATE FINDS PAST ITS EXPIRY, APPENDED IN TIME ORDER TO *
      *    THE SHARED GATE-OVERRIDE FILE (DD UT-S-GATEOVR).  THE    *
      *    LAST RECORD ON THE FILE FOR A PROGRAM IS ITS STANDING -  *
      *    A JOB IS HELD WHILE THAT RECORD IS A HOLD WHOSE EXPIRY   *
      *    (CCYYMMDDHHMM, BLANK FOR UNTIL RELEASED) HAS NOT PASSED. *
      *    SHARED BY BMPQUERY, OPSGATE, AND OPSSUM SO EVERY READER  *
      *    OF THE FILE AGREES ON THE SAME FORMAT.                   *
      ***************************************************************
       01  GATE-OVERRIDE-RECORD.
           05  GOV-PROGRAM-ID           PIC X(8).
           05  GOV-ACTION               PIC X.
               88  GOV-HOLD                 VALUE 'H'.
               88  GOV-RELEASE              VALUE 'R'.
               88  GOV-EXPIRED              VALUE 'X'.
           05  GOV-TERMINAL-ID          PIC X(8).
           05  GOV-USERID               PIC X(8).
           05  GOV-TIMESTAMP.
               10  GOV-DATE             PIC 9(6).
               10  GOV-TIME             PIC 9(8).
           05  GOV-EXPIRY.
               10  GOV-EXPIRY-DATE      PIC X(8).
               10  GOV-EXPIRY-TIME      PIC X(4).
           05  GOV-REASON               PIC X(60).
           05  FILLER                   PIC X(9).
