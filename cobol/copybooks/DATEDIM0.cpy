      ***************************************************************
      *    DATEDIM0 - DATE DIMENSION RECORD LAYOUT (DD DATEDIM, A   *
      *    KEYED FILE ON DDM-KEY, THE DATE AS CCYYMMDD).  RECORD    *
      *    CONTAINS 420 CHARACTERS, ONE PER CALENDAR DATE, BUILT BY *
      *    DATEDIM.  A PROGRAM WANTING ANY FORM OF A DATE MOVES THE *
      *    DATE TO DDM-KEY AND READS ONCE, INSTEAD OF CALLING       *
      *    GETDATE, GETDATE2 AND DATECALC FOR IT.  THE RECORD       *
      *    CARRIES DATECALC'S DAY OF WEEK (1=MONDAY ... 7=SUNDAY),  *
      *    WHETHER THE DATE IS A BUSINESS DAY ON THE DEFAULT        *
      *    CALENDAR, WHETHER IT IS A WEEKDAY HOLIDAY, ITS FISCAL    *
      *    YEAR AND PERIOD (ZERO WHEN NO PERIOD COVERS IT) WITH THE *
      *    PERIOD-END, QUARTER-END AND YEAR-END CLOSE-NIGHT FLAGS,  *
      *    AND GETDATE2'S ANSWER FOR EVERY FORMAT CODE THE BUILD    *
      *    EXERCISED - CODE AND ANSWER, DDM-FORMAT-COUNT OF THEM.   *
      ***************************************************************
       01  DATE-DIMENSION-RECORD.
           05  DDM-KEY                  PIC X(8).
           05  DDM-DATE REDEFINES DDM-KEY.
               10  DDM-YEAR             PIC 9(4).
               10  DDM-MONTH            PIC 9(2).
               10  DDM-DAY              PIC 9(2).
           05  DDM-DAY-OF-WEEK          PIC 9.
           05  DDM-BUSINESS-DAY-FLAG    PIC X.
               88  DDM-BUSINESS-DAY         VALUE 'Y'.
           05  DDM-HOLIDAY-FLAG         PIC X.
               88  DDM-HOLIDAY              VALUE 'Y'.
           05  DDM-FISCAL-YEAR          PIC 9(4).
           05  DDM-FISCAL-PERIOD        PIC 9(2).
           05  DDM-PERIOD-END-FLAG      PIC X.
               88  DDM-PERIOD-END           VALUE 'Y'.
           05  DDM-QUARTER-END-FLAG     PIC X.
               88  DDM-QUARTER-END          VALUE 'Y'.
           05  DDM-YEAR-END-FLAG        PIC X.
               88  DDM-YEAR-END             VALUE 'Y'.
           05  DDM-FORMAT-COUNT         PIC 9(2).
           05  DDM-FORMAT-ENTRY         OCCURS 20 TIMES.
               10  DDM-FORMAT-CODE      PIC X.
               10  DDM-FORMAT-VALUE     PIC X(18).
           05  FILLER                   PIC X(18).
