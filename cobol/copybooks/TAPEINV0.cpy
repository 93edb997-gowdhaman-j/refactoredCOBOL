      ***************************************************************
      *    TAPEINV0 - TAPE VOLUME INVENTORY MASTER RECORD LAYOUT.   *
      *    RECORD CONTAINS 150 CHARACTERS, KEYED BY TIV-VOLSER.     *
      *    CALLGTDS POSTS EVERY VOLSER IT RESOLVES TO THE MASTER    *
      *    (DD TAPEINV) WHEN ITS CONTROL CARD ASKS FOR IT, WITH THE *
      *    CATALOG THAT ANSWERED AND THE VOLUME'S FIRST DATASET;    *
      *    TAPERPT READS IT BACK FOR THE VAULT AUDIT.  DATES SEEN   *
      *    ARE THE CCYYMMDD SWEEP DATES; TIV-TIMES-SEEN COUNTS ONE  *
      *    PER SWEEP DAY.  WHEN A SWEEP FINDS A DIFFERENT DATASET   *
      *    NAME THE OLD ONE MOVES TO TIV-PREVIOUS-DSNAME AND THE    *
      *    SWEEP DATE TO TIV-DSNAME-CHANGED-DATE.                   *
      ***************************************************************
       01  TAPE-INVENTORY-RECORD.
           05  TIV-VOLSER               PIC X(6).
           05  TIV-CATALOG-TYPE         PIC X.
               88  TIV-TAPE-CATALOG         VALUE 'T'.
               88  TIV-DASD-CATALOG         VALUE 'D'.
           05  TIV-DSNAME               PIC X(44).
           05  TIV-CREATE-DATE          PIC X(6).
           05  TIV-EXPIRE-DATE          PIC X(6).
           05  TIV-FIRST-SEEN-DATE      PIC 9(8).
           05  TIV-LAST-SEEN-DATE       PIC 9(8).
           05  TIV-TIMES-SEEN           PIC S9(7) COMP-3.
           05  TIV-PREVIOUS-DSNAME      PIC X(44).
           05  TIV-DSNAME-CHANGED-DATE  PIC 9(8).
           05  FILLER                   PIC X(15).
