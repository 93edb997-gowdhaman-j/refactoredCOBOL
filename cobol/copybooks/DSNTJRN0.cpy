      ***************************************************************
      *    DSNTJRN0 - DSNAME TABLE CHANGE JOURNAL RECORD            *
      *    LAYOUT.  RECORD CONTAINS 200 CHARACTERS.  DSNTMNT        *
      *    APPENDS ONE TO DD UT-S-DSNTJRN FOR EVERY ADD, CHANGE     *
      *    OR DELETE IT APPLIES - WHEN IT WAS APPLIED (CCYYMMDD,    *
      *    HHMMSS, AND ORDER WITHIN THE RUN), THE PENDING NUMBER    *
      *    IT WAS HELD UNDER, WHO REQUESTED IT AND WHEN, WHO        *
      *    RELEASED IT, AND THE ROW BEFORE AND AFTER.  AN ADD HAS   *
      *    A BLANK BEFORE IMAGE AND A DELETE A BLANK AFTER          *
      *    IMAGE.  DSNTASOF READS THE JOURNAL BACKWARD FROM         *
      *    TODAY'S TABLE TO REBUILD THE TABLE AS IT STOOD ON A      *
      *    PAST DATE.                                               *
      ***************************************************************
       01  DSNAME-JOURNAL-RECORD.
           05  JRN-APPLIED-DATE         PIC 9(8).
           05  JRN-APPLIED-TIME         PIC 9(6).
           05  JRN-RUN-SEQUENCE         PIC 9(5).
           05  JRN-ACTION               PIC X.
               88  JRN-ADD                  VALUE 'A'.
               88  JRN-CHANGE               VALUE 'C'.
               88  JRN-DELETE               VALUE 'D'.
           05  JRN-PENDING-NUMBER       PIC 9(7).
           05  JRN-REQUESTER            PIC X(8).
           05  JRN-APPROVER             PIC X(8).
           05  JRN-REQUEST-DATE         PIC 9(8).
           05  JRN-BEFORE-IMAGE.
               10  JRN-BEFORE-ARG       PIC X(4).
               10  JRN-BEFORE-EFFECTIVE PIC X(8).
               10  JRN-BEFORE-DSNAME    PIC X(33).
               10  JRN-BEFORE-EXPIRY    PIC X(8).
           05  JRN-AFTER-IMAGE.
               10  JRN-AFTER-ARG        PIC X(4).
               10  JRN-AFTER-EFFECTIVE  PIC X(8).
               10  JRN-AFTER-DSNAME     PIC X(33).
               10  JRN-AFTER-EXPIRY     PIC X(8).
           05  FILLER                   PIC X(43).
