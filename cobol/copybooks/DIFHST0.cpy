      *    DIFHST0 - LOAD-MODULE CHURN HISTORY RECORD LAYOUT.        *
      *    RECORD CONTAINS 133 CHARACTERS.  WRITTEN BY BCBSDIFF -    *
      *    ONE DATED RECORD PER ADDED/REMOVED/MOVED/CHANGED DIFF     *
      *    LINE - AND READ BACK BY CHURNRPT, CHGRECN AND MODWHERE,   *
      *    SO ALL FOUR PROGRAMS AGREE ON THE SAME FORMAT.  ON A      *
      *    CHANGED RECORD THE TWO DSNAME FIELDS CARRY THE FIRST 33   *
      *    BYTES OF THE OLD AND NEW ATTRIBUTE STRINGS INSTEAD OF     *
      *    LIBRARY NAMES.  CH-SYSTEM-ID IS THE MODULE'S SYSTEM ID    *
      *    (RPT-SYSTEM-ID) - THE SAME MEMBER ON TWO SYSTEMS IS TWO   *
      *    MODULES - AND IS BLANK FOR A SINGLE-SYSTEM SWEEP AND ON   *
      *    RECORDS WRITTEN BEFORE IT WAS CARRIED.                    *
      ***************************************************************
       01  CHURN-HISTORY-RECORD.
           05  CH-RUN-DATE              PIC 9(6).
           05  CH-OLD-DSNAME            PIC X(33).
           05  FILLER                   PIC X.
           05  CH-NEW-DSNAME            PIC X(33).
           05  FILLER                   PIC X.
           05  CH-SYSTEM-ID             PIC X(8).
           05  FILLER                   PIC X(33).
