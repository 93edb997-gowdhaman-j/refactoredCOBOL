      ***************************************************************
      *    BCBSRPT - BCBSEXT3 LOAD MODULE REPORT RECORD LAYOUT.      *
      *    RECORD CONTAINS 133 CHARACTERS.  WRITTEN BY BCBSEXT3,     *
      *    COPIED BACK TOGETHER FROM THE PARTITION REPORTS BY        *
      *    BCBSMRG, AND READ AS THE OLD AND NEW SNAPSHOTS BY         *
      *    BCBSDIFF, SO ALL THREE PROGRAMS AGREE ON THE SAME         *
      *    REPORT-FILE FORMAT.  RPT-SYSTEM-ID IS THE MODULE'S        *
      *    MRSYSID - BLANK WHEN THE MACHINE FILE CAME FROM A SINGLE  *
      *    SYSTEM.  BCBSDIFF MATCHES ON MEMBER NAME AND SYSTEM ID.   *
      ***************************************************************
       01  REPORT-RECORD.
           05  FILLER                      PIC X.
               10  RPT-OTHER-CSECT         PIC X(8).
               10  FILLER                  PIC X.
               10  RPT-DSNAME              PIC X(33).
               10  FILLER                  PIC X.
               10  RPT-SYSTEM-ID           PIC X(8).
               10  FILLER                  PIC X(26).
