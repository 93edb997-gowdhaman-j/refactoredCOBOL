      ***************************************************************
      *    MAINTCHP - PARAMETER AREA FOR CALL 'MAINTCHK', THE SHOP'S*
      *    SHARED PLANNED-MAINTENANCE CALENDAR CHECK.  THE CALLER   *
      *    MOVES A PROGRAM-ID TO MCK-PROGRAM-ID AND THE SPAN IT     *
      *    ASKS ABOUT, AS CCYYMMDDHHMM, TO MCK-FROM-STAMP AND       *
      *    MCK-TO-STAMP - THE SAME STAMP IN BOTH TO ASK ABOUT ONE   *
      *    MOMENT - AND CALLS 'MAINTCHK' USING MAINTCHK-PARM.  A    *
      *    CALENDAR WINDOW (COPY MAINTCL0, DD UT-S-MAINTCAL) FOR    *
      *    THAT PROGRAM OR FOR ALL PROGRAMS THAT IS OPEN AT ANY     *
      *    POINT OF THE SPAN COMES BACK MCK-IN-MAINTENANCE WITH THE *
      *    WINDOW'S START, END, PROGRAM-ID, AND REASON; OTHERWISE   *
      *    MCK-NOT-IN-MAINTENANCE.  A CALLER ASKING FOR PROGRAM-ID  *
      *    ALL IS ANSWERED FROM THE ALL-PROGRAMS WINDOWS ONLY.  NO  *
      *    CALENDAR FILE MEANS NO MAINTENANCE.                      *
      ***************************************************************
       01  MAINTCHK-PARM.
           05  MCK-PROGRAM-ID              PIC X(8).
           05  MCK-FROM-STAMP.
               10  MCK-FROM-DATE           PIC 9(8).
               10  MCK-FROM-TIME           PIC 9(4).
           05  MCK-TO-STAMP.
               10  MCK-TO-DATE             PIC 9(8).
               10  MCK-TO-TIME             PIC 9(4).
           05  MCK-RETURN-CODE             PIC XX.
               88  MCK-NOT-IN-MAINTENANCE      VALUE '00'.
               88  MCK-IN-MAINTENANCE          VALUE '04'.
           05  MCK-WINDOW-START            PIC X(12).
           05  MCK-WINDOW-END              PIC X(12).
           05  MCK-WINDOW-PROGRAM-ID       PIC X(8).
           05  MCK-REASON                  PIC X(40).
