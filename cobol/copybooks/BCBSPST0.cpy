      ***************************************************************
      *    BCBSPST0 - BCBSEXT3 PARTITION STATISTICS RECORD LAYOUT   *
      *    (DD UT-S-BCBSPST).  RECORD CONTAINS 80 CHARACTERS.  A    *
      *    BCBSEXT3 RUN ON ONE PARTITION OF A SPLIT MACHINE FILE    *
      *    (MACHSPLT) WRITES ITS END-OF-JOB FIGURES HERE IN PLACE   *
      *    OF THE STATISTICS SECTION OF ITS REPORT, AND BCBSMRG     *
      *    ADDS THE PARTITIONS BACK TOGETHER INTO THE ONE REPORT    *
      *    DOWNSTREAM STEPS READ.  EVERY RECORD CARRIES ITS TYPE    *
      *    AND PARTITION NUMBER: ONE 'T' RECORD OF RUN TOTALS       *
      *    (MACHINE RECORDS READ, EXTRACT RECORDS WRITTEN,          *
      *    EXCEPTION AND NONSTANDARD COUNTS, MODULES PER MRTYPE),   *
      *    ONE 'A' RECORD OF LINK-DATE AGING COUNTS WITH THE        *
      *    LINK-CUTOFF CARD IN FORCE, THEN ONE 'D' RECORD PER       *
      *    RESOLVED DSNAME WITH ITS REPORT-LINE COUNT, ONE 'O'      *
      *    RECORD PER MODULE LINKED BEFORE THE CUTOFF, AND ONE 'C'  *
      *    RECORD PER COBOL-TYPE MODULE'S COMPILER DETAIL, EACH IN  *
      *    THE ORDER BCBSEXT3 COLLECTED THEM.                       *
      ***************************************************************
       01  PARTITION-STATS-RECORD.
           05  PST-RECORD-TYPE          PIC X.
               88  PST-TOTALS-RECORD        VALUE 'T'.
               88  PST-AGING-RECORD         VALUE 'A'.
               88  PST-DSNAME-RECORD        VALUE 'D'.
               88  PST-OLD-MODULE-RECORD    VALUE 'O'.
               88  PST-COMPILER-RECORD      VALUE 'C'.
           05  PST-PARTITION            PIC 99.
           05  PST-DETAIL               PIC X(77).
           05  PST-TOTALS REDEFINES PST-DETAIL.
               10  PST-MACHINE-RECORDS  PIC 9(9).
               10  PST-EXTRACT-RECORDS  PIC 9(9).
               10  PST-USRDAT-EXCEPTIONS    PIC 9(7).
               10  PST-SEQUENCE-EXCEPTIONS  PIC 9(7).
               10  PST-NONSTANDARD-COUNT    PIC 9(7).
               10  PST-PM-COUNT         PIC 9(7).
               10  PST-PR-COUNT         PIC 9(7).
               10  PST-P1-COUNT         PIC 9(7).
               10  PST-P2-COUNT         PIC 9(7).
               10  PST-OTHER-TYPE-COUNT PIC 9(7).
               10  FILLER               PIC X(3).
           05  PST-AGING REDEFINES PST-DETAIL.
               10  PST-AGE-UNDER-1      PIC 9(7).
               10  PST-AGE-1-TO-3       PIC 9(7).
               10  PST-AGE-3-TO-5       PIC 9(7).
               10  PST-AGE-OVER-5       PIC 9(7).
               10  PST-AGE-UNKNOWN      PIC 9(7).
               10  PST-CUTOFF-CARD      PIC X(6).
               10  PST-CUTOFF-CCYYMMDD  PIC 9(8).
               10  FILLER               PIC X(28).
           05  PST-DSNAME-COUNT REDEFINES PST-DETAIL.
               10  PST-DSNAME           PIC X(33).
               10  PST-LINE-COUNT       PIC 9(7).
               10  FILLER               PIC X(37).
           05  PST-OLD-MODULE REDEFINES PST-DETAIL.
               10  PST-OM-MODULE        PIC X(8).
               10  PST-OM-LINK-DATE     PIC X(8).
               10  PST-OM-DSNAME        PIC X(33).
               10  FILLER               PIC X(28).
           05  PST-COMPILER-DETAIL REDEFINES PST-DETAIL.
               10  PST-CD-MODULE        PIC X(8).
               10  PST-CD-TYPE          PIC X(2).
               10  PST-CD-FIELD-1       PIC X(10).
               10  PST-CD-FIELD-2       PIC X(10).
               10  PST-CD-COBSM         PIC X(4).
               10  PST-CD-COBDC         PIC X(8).
               10  PST-CD-STD-FLAG      PIC X.
               10  FILLER               PIC X(34).
