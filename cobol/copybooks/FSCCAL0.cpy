      ***************************************************************
      *    FSCCAL0 - FISCAL CALENDAR CARD LAYOUT (DD UT-S-FISCAL).  *
      *    RECORD CONTAINS 80 CHARACTERS, ONE CARD PER FISCAL       *
      *    PERIOD IN DATE ORDER: THE FISCAL YEAR (COLS 1-4) AND     *
      *    PERIOD NUMBER (COLS 6-7, 01-13), THE PERIOD'S FIRST AND  *
      *    LAST CALENDAR DATES AS CCYYMMDD (COLS 9-16, 18-25), AND  *
      *    IN COLUMN 27 A 'Q' WHEN THE PERIOD CLOSES A FISCAL       *
      *    QUARTER OR A 'Y' WHEN IT CLOSES THE FISCAL YEAR (A       *
      *    YEAR-END IS ALSO A QUARTER-END).  EACH PERIOD STARTS THE *
      *    DAY AFTER THE ONE BEFORE IT ENDS.  DATECALC READS IT FOR *
      *    THE 'FP' FUNCTION AND THE 'P' AND 'Q' RUN FREQUENCIES,   *
      *    AND HOLAUDT AUDITS IT BEFORE A NEW CALENDAR GOES LIVE.   *
      ***************************************************************
       01  FISCAL-CALENDAR-RECORD.
           05  FSC-FISCAL-YEAR          PIC X(4).
           05  FILLER                   PIC X.
           05  FSC-PERIOD               PIC X(2).
           05  FILLER                   PIC X.
           05  FSC-START-DATE           PIC X(8).
           05  FILLER                   PIC X.
           05  FSC-END-DATE             PIC X(8).
           05  FILLER                   PIC X.
           05  FSC-CLOSE-FLAG           PIC X.
               88  FSC-QUARTER-CLOSE        VALUE 'Q' 'Y'.
               88  FSC-YEAR-CLOSE           VALUE 'Y'.
               88  FSC-VALID-CLOSE-FLAG     VALUE ' ' 'Q' 'Y'.
           05  FILLER                   PIC X(53).
