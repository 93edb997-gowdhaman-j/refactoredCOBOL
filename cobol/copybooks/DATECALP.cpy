      *      'PB' - PREVIOUS BUSINESS DAY INTO DTC-RESULT-CCYYMMDD  *
      *      'DW' - DAY OF WEEK OF DTC-DATE-CCYYMMDD INTO           *
      *             DTC-DAY-OF-WEEK-NBR (1=MONDAY ... 7=SUNDAY)     *
      *      'PD' - PREVIOUS CALENDAR DAY INTO DTC-RESULT-CCYYMMDD  *
      *      'RD' - RUN DUE - SETS DTC-RUN-DUE WHEN A JOB WITH RUN  *
      *             FREQUENCY DTC-RUN-FREQUENCY AND DETAIL          *
      *             DTC-FREQUENCY-DATA (ROSTREC0 COLUMNS 64-80) IS  *
      *             DUE ON DTC-DATE-CCYYMMDD; AN UNKNOWN FREQUENCY  *
      *             COMES BACK DTC-INVALID-FREQUENCY; FREQUENCY     *
      *             'N' IS THE NTH BUSINESS DAY OF THE MONTH, NN IN *
      *             THE FIRST TWO COLUMNS OF THE DETAIL; 'P' AND    *
      *             'Q' ARE THE FISCAL PERIOD-END AND QUARTER-END   *
      *             CLOSE NIGHTS (SEE 'FP')                         *
      *      'DC' - DAY COUNT FROM DTC-DATE-CCYYMMDD TO             *
      *             DTC-TO-DATE-CCYYMMDD INTO DTC-DAY-COUNT,        *
      *             NEGATIVE WHEN THE TO-DATE IS THE EARLIER;       *
      *             THE TO-DATE IS ALSO THE RESULT DATE             *
      *      'FP' - FISCAL PERIOD OF DTC-DATE-CCYYMMDD FROM THE     *
      *             FISCAL CALENDAR (DD UT-S-FISCAL, FSCCAL0):      *
      *             DTC-FISCAL-YEAR AND DTC-FISCAL-PERIOD, THE      *
      *             PERIOD'S FIRST AND LAST BUSINESS DAYS, AND      *
      *             DTC-PERIOD-END/DTC-QUARTER-END/DTC-YEAR-END     *
      *             WHEN THE DATE IS THAT LAST BUSINESS DAY - THE   *
      *             CLOSE NIGHT; THE RESULT DATE IS THE PERIOD'S    *
      *             LAST BUSINESS DAY.  A DATE NO PERIOD COVERS     *
      *             COMES BACK DTC-NO-FISCAL-PERIOD                 *
      *      'BC' - BUSINESS-DAY COUNT FROM DTC-DATE-CCYYMMDD TO    *
      *             DTC-TO-DATE-CCYYMMDD INTO DTC-DAY-COUNT - THE   *
      *             BUSINESS DAYS AFTER THE ONE DATE UP TO AND      *
      *             INCLUDING THE OTHER, NEGATIVE WHEN THE TO-DATE  *
      *             IS THE EARLIER; THE TO-DATE IS THE RESULT DATE  *
      *    EVERY FUNCTION ALSO ANSWERS DTC-DAY-OF-WEEK-NBR FOR THE  *
      *    RESULT DATE.  AN UNDATED OR IMPOSSIBLE INPUT DATE COMES  *
      *    BACK DTC-INVALID-DATE; AN UNKNOWN FUNCTION CODE COMES    *
      *    BACK DTC-INVALID-FUNCTION.  HOLIDAYS ARE READ ONCE PER   *
      *    JOB FROM DD UT-S-HOLIDAY - ONE CCYYMMDD PER CARD - SO    *
      *    THE SHOP CALENDAR IS A FILE CHANGE, NOT A RECOMPILE.     *
      *    THE FISCAL CALENDAR IS READ THE SAME WAY, ON THE FIRST   *
      *    'FP', 'RD' 'P' OR 'RD' 'Q' CALL OF THE JOB.              *
      *    DTC-CALENDAR-ID NAMES THE HOLIDAY CALENDAR THE CALL IS   *
      *    ANSWERED FROM (HOLREC0).  BLANK MEANS THE DEFAULT        *
      *    CALENDAR; THE FIELD STARTS OUT BLANK, SO A CALLER THAT   *
      *    NEVER SETS IT IS ANSWERED FROM THE DEFAULT CALENDAR.     *
      *    LOW-VALUES ARE TAKEN AS BLANK.  A NAME WITH NO CARDS ON  *
      *    THE HOLIDAY FILE COMES BACK DTC-UNKNOWN-CALENDAR.        *
      ***************************************************************
       01  DATECALC-PARM.
           05  DTC-FUNCTION                PIC X(2).
               88  DTC-NEXT-BUSINESS-DAY       VALUE 'NB'.
               88  DTC-PREV-BUSINESS-DAY       VALUE 'PB'.
               88  DTC-DAY-OF-WEEK             VALUE 'DW'.
               88  DTC-PREV-DAY                VALUE 'PD'.
               88  DTC-RUN-DUE-TEST            VALUE 'RD'.
               88  DTC-DAY-COUNT-FUNCTION      VALUE 'DC'.
               88  DTC-FISCAL-PERIOD-FUNCTION  VALUE 'FP'.
               88  DTC-BUSINESS-COUNT-FUNCTION VALUE 'BC'.
           05  DTC-DATE-CCYYMMDD.
               10  DTC-YEAR                PIC 9(4).
               10  DTC-MONTH               PIC 9(2).
               88  DTC-SUCCESSFUL              VALUE '00'.
               88  DTC-INVALID-DATE            VALUE '08'.
               88  DTC-INVALID-FUNCTION        VALUE '12'.
               88  DTC-INVALID-FREQUENCY       VALUE '16'.
               88  DTC-NO-FISCAL-PERIOD        VALUE '20'.
               88  DTC-UNKNOWN-CALENDAR        VALUE '24'.
           05  DTC-RUN-FREQUENCY           PIC X.
               88  DTC-FREQ-DAILY              VALUE ' ' 'D'.
               88  DTC-FREQ-BUSINESS-DAYS      VALUE 'B'.
               88  DTC-FREQ-WEEKDAYS           VALUE 'W'.
               88  DTC-FREQ-FIRST-BUSINESS     VALUE 'F'.
               88  DTC-FREQ-LAST-BUSINESS      VALUE 'L'.
               88  DTC-FREQ-DATES              VALUE 'S'.
               88  DTC-FREQ-NTH-BUSINESS       VALUE 'N'.
               88  DTC-FREQ-PERIOD-END         VALUE 'P'.
               88  DTC-FREQ-QUARTER-END        VALUE 'Q'.
           05  DTC-FREQUENCY-DATA          PIC X(15).
           05  DTC-RUN-WEEKDAYS REDEFINES DTC-FREQUENCY-DATA.
               10  DTC-RUN-WEEKDAY         PIC X OCCURS 7 TIMES.
               10  FILLER                  PIC X(8).
           05  DTC-RUN-DATES REDEFINES DTC-FREQUENCY-DATA.
               10  DTC-RUN-DATE-ENTRY      OCCURS 3 TIMES.
                   15  DTC-RUN-DATE-MM     PIC X(2).
                   15  DTC-RUN-DATE-DD     PIC X(2).
                   15  FILLER              PIC X.
           05  DTC-RUN-NTH-DAY REDEFINES DTC-FREQUENCY-DATA.
               10  DTC-RUN-BUSINESS-DAY-NBR PIC X(2).
               10  FILLER                  PIC X(13).
           05  DTC-RUN-DUE-SWITCH          PIC X.
               88  DTC-RUN-DUE                 VALUE 'Y'.
           05  DTC-TO-DATE-CCYYMMDD        PIC 9(8).
           05  DTC-DAY-COUNT               PIC S9(7).
           05  DTC-FISCAL-YEAR             PIC 9(4).
           05  DTC-FISCAL-PERIOD           PIC 9(2).
           05  DTC-PERIOD-FIRST-BUSINESS   PIC 9(8).
           05  DTC-PERIOD-LAST-BUSINESS    PIC 9(8).
           05  DTC-PERIOD-END-SWITCH       PIC X.
               88  DTC-PERIOD-END              VALUE 'Y'.
           05  DTC-QUARTER-END-SWITCH      PIC X.
               88  DTC-QUARTER-END             VALUE 'Y'.
           05  DTC-YEAR-END-SWITCH         PIC X.
               88  DTC-YEAR-END                VALUE 'Y'.
           05  DTC-CALENDAR-ID             PIC X(8) VALUE SPACES.
