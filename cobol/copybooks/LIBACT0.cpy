      ***************************************************************
      *    LIBACT0 - LOAD LIBRARY ACTIVITY RECORD LAYOUT.  RECORD   *
      *    CONTAINS 80 CHARACTERS, ONE PER DT-DSNAME, IN THE ORDER  *
      *    THE LIBRARIES FIRST APPEAR IN DSNAME-TABLE-FILE.         *
      *    LIBDORM CARRIES IT FROM SWEEP TO SWEEP (DD UT-S-LIBACT   *
      *    IN, DD UT-S-LIBACTN OUT): THE DATE THE LIBRARY WAS FIRST *
      *    TRACKED, THE LAST SWEEP DATE BCBSEXT3'S MODULE EXTRACT   *
      *    SHOWED ANY MODULE IN IT (ZERO = NEVER) WITH THE MODULE   *
      *    COUNT ON THAT DATE, AND THE LAST SWEEP DATE AND COUNT    *
      *    LIBDORM POSTED.  ALL DATES ARE CCYYMMDD.                 *
      ***************************************************************
       01  LIBRARY-ACTIVITY-RECORD.
           05  LAC-DSNAME               PIC X(33).
           05  LAC-FIRST-TRACKED-DATE   PIC 9(8).
           05  LAC-LAST-ACTIVE-DATE     PIC 9(8).
           05  LAC-LAST-ACTIVE-COUNT    PIC 9(7).
           05  LAC-LAST-SWEEP-DATE      PIC 9(8).
           05  LAC-LAST-SWEEP-COUNT     PIC 9(7).
           05  FILLER                   PIC X(9).
