      ***************************************************************
      *    MAINTCL0 - MAINTENANCE-CALENDAR CARD LAYOUT.  RECORD     *
      *    CONTAINS 80 CHARACTERS.  ONE CARD PER PLANNED DASD, IMS, *
      *    OR APPLICATION OUTAGE ON THE SHARED MAINTENANCE CALENDAR *
      *    (DD UT-S-MAINTCAL): THE WINDOW'S START AND END AS        *
      *    CCYYMMDDHHMM, THE PROGRAM-ID IT TAKES DOWN - OR ALL FOR  *
      *    AN OUTAGE THAT TAKES DOWN EVERYTHING - AND THE REASON.   *
      *    THE WINDOW RUNS FROM ITS START UP TO, NOT INCLUDING, ITS *
      *    END.  AN OUTAGE THAT TAKES DOWN SEVERAL PROGRAMS IS ONE  *
      *    CARD PER PROGRAM WITH THE SAME TIMES.  SHARED BY MAINTCHK*
      *    AND MAINTRPT SO EVERY READER OF THE CALENDAR AGREES ON   *
      *    THE SAME FORMAT.                                         *
      ***************************************************************
       01  MAINTENANCE-CALENDAR-RECORD.
           05  MCL-START.
               10  MCL-START-DATE       PIC X(8).
               10  MCL-START-TIME       PIC X(4).
           05  FILLER                   PIC X.
           05  MCL-END.
               10  MCL-END-DATE         PIC X(8).
               10  MCL-END-TIME         PIC X(4).
           05  FILLER                   PIC X.
           05  MCL-PROGRAM-ID           PIC X(8).
               88  MCL-ALL-PROGRAMS         VALUE 'ALL'.
           05  FILLER                   PIC X.
           05  MCL-REASON               PIC X(40).
           05  FILLER                   PIC X(5).
