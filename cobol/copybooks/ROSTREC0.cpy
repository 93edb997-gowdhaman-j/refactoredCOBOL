      ***************************************************************
      *    ROSTREC0 - EXPECTED-JOBS ROSTER CARD LAYOUT (DD          *
      *    UT-S-ROSTER).  RECORD CONTAINS 80 CHARACTERS.  SHARED BY *
      *    OPSGATE, OPSSUM, OPSFCST, BMPQUERY, OPSSLA, OPSPLAN, AND *
      *    OPSTURN SO EVERY READER OF THE ROSTER AGREES ON THE SAME *
      *    FORMAT.  ONE CARD PER JOB: RST-SEQUENCE IN COLUMNS 1-3   *
      *    IS THE PRINT ORDER, THE PROGRAM-ID IN COLUMNS 5-12, AND  *
      *    UP TO FIVE PREDECESSOR PROGRAM-IDS FROM COLUMN 14, EACH  *
      *    IN NINE COLUMNS (EIGHT FOR THE NAME, ONE BLANK).  A JOB  *
      *    RUNS ONCE ITS DECLARED PREDECESSORS HAVE ENDED, SO THE   *
      *    WINDOW CAN RUN AS INDEPENDENT STREAMS; A CARD WITH NO    *
      *    PREDECESSORS STARTS A STREAM.  A DECK WITH NO            *
      *    PREDECESSORS ON ANY CARD IS A STRAIGHT-LINE ROSTER -     *
      *    EVERY LOWER RST-SEQUENCE CARD IS A PREDECESSOR, AS       *
      *    BEFORE PREDECESSORS WERE DECLARED.  EVERY READER REJECTS *
      *    A DECK WHOSE PREDECESSORS FORM A CYCLE.  COLUMNS 59-62   *
      *    CARRY THE JOB'S MUST-COMPLETE-BY TIME (HHMM, BLANK FOR   *
      *    NO SERVICE-LEVEL DEADLINE).  THE BATCH NIGHT RUNS NOON   *
      *    TO NOON, SO A DEADLINE BEFORE 1200 FALLS ON THE MORNING  *
      *    AFTER THE WINDOW OPENS AND ONE FROM 1200 ON THE EVENING  *
      *    IT OPENS; AN END-OF-JOB RECORD LATER IN THE NIGHT THAN   *
      *    THE DEADLINE IS AN SLA MISS.                             *
      *    COLUMN 64 CARRIES THE JOB'S RUN FREQUENCY AND COLUMNS    *
      *    66-80 ITS DETAIL: BLANK OR D - EVERY NIGHT; B - BUSINESS *
      *    DAYS ONLY; W - THE WEEKDAYS LISTED AS DIGITS (1=MONDAY   *
      *    ... 7=SUNDAY, E.G. 135 FOR MONDAY, WEDNESDAY, AND        *
      *    FRIDAY); F OR L - THE FIRST OR LAST BUSINESS DAY OF THE  *
      *    MONTH; N - BUSINESS DAY NN OF THE MONTH, NN IN COLUMNS   *
      *    66-67; S - UP TO THREE DATES AS MMDD, EACH FOLLOWED BY A *
      *    BLANK (00DD FOR THAT DAY OF EVERY MONTH); P OR Q - THE   *
      *    FISCAL PERIOD-END OR QUARTER-END CLOSE NIGHT, THE LAST   *
      *    BUSINESS DAY OF A PERIOD ON THE FISCAL CALENDAR (DD      *
      *    UT-S-FISCAL, FSCCAL0).  A NIGHT IS KNOWN FOR SCHEDULING  *
      *    BY THE DATE ITS WINDOW OPENS, AND DATECALC ('RD')        *
      *    DECIDES WHETHER THE JOB IS DUE, SO THE HOLIDAY FILE IS   *
      *    HONORED.  A JOB NOT DUE TONIGHT IS NOT EXPECTED, WAITED  *
      *    ON BY THE GATE, OR FORECAST; THE READERS LIST IT AS NOT  *
      *    SCHEDULED TONIGHT.                                       *
      ***************************************************************
       01  ROSTER-RECORD.
           05  RST-SEQUENCE           PIC 9(3).
           05  FILLER                 PIC X.
           05  RST-PROGRAM-ID         PIC X(8).
           05  FILLER                 PIC X.
           05  RST-PREDECESSOR-LIST.
               10  RST-PREDECESSOR-ENTRY  OCCURS 5 TIMES.
                   15  RST-PREDECESSOR    PIC X(8).
                   15  FILLER             PIC X.
           05  RST-DEADLINE.
               10  RST-DEADLINE-HH    PIC 99.
               10  RST-DEADLINE-MM    PIC 99.
           05  FILLER                 PIC X.
           05  RST-RUN-FREQUENCY      PIC X.
           05  FILLER                 PIC X.
           05  RST-FREQUENCY-DATA     PIC X(15).
