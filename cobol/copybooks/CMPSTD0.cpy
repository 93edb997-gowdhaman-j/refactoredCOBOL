      ***************************************************************
      *    CMPSTD0 - COMPILER-STANDARDS CARD LAYOUT.  RECORD        *
      *    CONTAINS 80 CHARACTERS.  THE STANDARDS FILE (DD          *
      *    UT-S-CMPSTD) SAYS WHICH COMPILER LEVELS AND OPTIONS ARE  *
      *    IN POLICY.  AN 'R' CARD RULES ON ONE SETTING OF ONE      *
      *    COMPILER TYPE (C2, C3, VS, V4, OR ** FOR EVERY COBOL):   *
      *      LEVEL - MRC2DATA FOR C2/C3, MROCSYMD FOR VS/V4         *
      *      COBSM - MRCOBSM;  COBDC - MRCOBDC                      *
      *    AS ALLOWED (A), DEPRECATED (D) WITH A CCYYMMDD SUNSET,   *
      *    OR BANNED (B).  A 'P' CARD NAMES A PRODUCTION LOAD       *
      *    LIBRARY BY DSNAME PREFIX.  '*' IN COLUMN 1 IS A COMMENT. *
      ***************************************************************
       01  STANDARDS-RECORD.
           05  CSD-RECORD-TYPE          PIC X.
               88  CSD-RULE                 VALUE 'R'.
               88  CSD-PRODUCTION-LIBRARY   VALUE 'P'.
               88  CSD-COMMENT              VALUE '*'.
           05  FILLER                   PIC X.
           05  CSD-RULE-DATA.
               10  CSD-COMPILER-TYPE    PIC X(2).
               10  FILLER               PIC X.
               10  CSD-SETTING          PIC X(5).
                   88  CSD-SETTING-LEVEL    VALUE 'LEVEL'.
                   88  CSD-SETTING-COBSM    VALUE 'COBSM'.
                   88  CSD-SETTING-COBDC    VALUE 'COBDC'.
               10  FILLER               PIC X.
               10  CSD-VALUE            PIC X(10).
               10  FILLER               PIC X.
               10  CSD-STATUS           PIC X.
                   88  CSD-ALLOWED          VALUE 'A'.
                   88  CSD-DEPRECATED       VALUE 'D'.
                   88  CSD-BANNED           VALUE 'B'.
               10  FILLER               PIC X.
               10  CSD-SUNSET-DATE      PIC X(8).
               10  FILLER               PIC X.
               10  CSD-REMARK           PIC X(40).
               10  FILLER               PIC X(7).
           05  CSD-LIBRARY-DATA REDEFINES CSD-RULE-DATA.
               10  CSD-LIBRARY-PREFIX   PIC X(33).
               10  FILLER               PIC X(45).
