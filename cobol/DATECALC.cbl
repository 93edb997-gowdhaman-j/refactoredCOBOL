000230* CCYYMMDD PER CARD) IS LOADED ON THE FIRST CALL OF THE JOB     *
000240* AND HELD FOR THE DURATION, THE SAME KEEP-OPEN TREATMENT       *
000250* ERRLOG GIVES THE CENTRAL ERROR LOG.                           *
000251*                                                               *
000252* THE 'RD' FUNCTION ANSWERS WHETHER A ROSTER JOB IS DUE ON A    *
000253* GIVEN NIGHT FROM THE RUN FREQUENCY ON ITS ROSTER CARD         *
000254* (ROSTREC0) - EVERY NIGHT, BUSINESS DAYS, CHOSEN WEEKDAYS, THE *
000255* FIRST, LAST, OR NTH BUSINESS DAY OF THE MONTH, OR CHOSEN      *
000256* DATES - SO OPSSUM, OPSGATE, OPSFCST, AND BMPQUERY AGREE ON    *
000257* WHICH JOBS TONIGHT'S WINDOW SHOULD RUN, HOLIDAYS INCLUDED.    *
000258* BMPSCHED JUDGES THE RECURRING BROADCAST SCHEDULE BY THE SAME  *
000259* RULES.                                                        *
000260*                                                               *
000261* THE 'DC' FUNCTION COUNTS THE CALENDAR DAYS BETWEEN TWO DATES, *
000263* SO A CALLER WANTING 'DAYS UNTIL' A DEADLINE NEED NOT STEP A   *
000265* DAY AT A TIME OR GROW ITS OWN JULIAN ARITHMETIC.              *
000266*                                                               *
000267* THE 'FP' FUNCTION PLACES A DATE IN ITS FISCAL YEAR AND PERIOD *
000268* FROM THE FISCAL CALENDAR (DD UT-S-FISCAL, COPY FSCCAL0) AND   *
000269* ANSWERS THE PERIOD'S FIRST AND LAST BUSINESS DAYS AND WHETHER *
000270* THE DATE IS PERIOD-END OR QUARTER-END - THE LAST BUSINESS DAY *
000271* OF THE PERIOD IS ITS CLOSE NIGHT.  THE MONTH-END AND          *
000272* QUARTER-END JOBS USED TO HARD-CODE WHICH NIGHT WAS CLOSE;     *
000273* THEY NOW ASK HERE, AND ROSTER FREQUENCIES 'P' AND 'Q' MAKE    *
000274* THE SAME TEST THROUGH 'RD'.  THE FISCAL CALENDAR IS LOADED ON *
000275* THE FIRST CALL THAT NEEDS IT, SO A JOB THAT NEVER ASKS NEED   *
000276* NOT CARRY THE DD.  THE 'BC' FUNCTION COUNTS THE BUSINESS DAYS *
000277* BETWEEN TWO DATES.                                            *
000278*                                                               *
000279* THE HOLIDAY FILE (COPY HOLREC0) HOLDS ONE OR MORE NAMED       *
000280* CALENDARS - THE REGIONAL DATA CENTERS AND THE CLAIMS BUSINESS *
000281* UNIT DO NOT OBSERVE THE SAME HOLIDAYS - AND EVERY FUNCTION    *
000282* ANSWERS FROM THE CALENDAR THE CALLER NAMES IN                 *
000283* DTC-CALENDAR-ID.  A CALLER THAT NAMES NONE GETS THE DEFAULT   *
000284* CALENDAR, THE CARDS WITH NO CALENDAR ID, EXACTLY AS BEFORE    *
000285* CALENDARS WERE NAMED.                                         *
000286*****************************************************************
000287 ENVIRONMENT DIVISION.
000288 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO UT-S-HOLIDAY.
000315     SELECT OPTIONAL FISCAL-CALENDAR-FILE ASSIGN TO UT-S-FISCAL.
000320 DATA DIVISION.
000330 FILE SECTION.
000340*
000370     BLOCK CONTAINS 0 RECORDS
000380     RECORD CONTAINS 80 CHARACTERS
000390     LABEL RECORDS ARE OMITTED.
000400 COPY HOLREC0.
000430*
000431 FD  FISCAL-CALENDAR-FILE
000432     RECORDING MODE IS F
000433     BLOCK CONTAINS 0 RECORDS
000434     RECORD CONTAINS 80 CHARACTERS
000435     LABEL RECORDS ARE OMITTED.
000436 COPY FSCCAL0.
000437*
000440 WORKING-STORAGE SECTION.
000450 77  FILLER PIC X(36)  VALUE
000460     'DATECALC WORKING STORAGE BEGINS HERE'.
000490     88  HOLIDAYS-LOADED              VALUE 'Y'.
000500 77  HOLIDAY-FILE-SWITCH          PIC X VALUE 'N'.
000510     88  HOLIDAY-FILE-EOF             VALUE 'Y'.
000512 77  FISCAL-LOADED-SWITCH         PIC X VALUE 'N'.
000514     88  FISCAL-CALENDAR-LOADED       VALUE 'Y'.
000516 77  FISCAL-FILE-SWITCH           PIC X VALUE 'N'.
000518     88  FISCAL-FILE-EOF              VALUE 'Y'.
000520*
000530 01  HOLIDAY-TABLE-COUNT          PIC S9(4) COMP VALUE +0.
000540 01  HOLIDAY-TABLE.
000550     05  HOLIDAY-ENTRY        OCCURS 1 TO 1000 TIMES
000560                              DEPENDING ON HOLIDAY-TABLE-COUNT
000570                              INDEXED BY HOL-IX.
000580         10  HT-DATE              PIC 9(8).
000585         10  HT-CALENDAR-ID       PIC X(8).
000590*
000591*    KNOWN-CALENDAR-TABLE NAMES EVERY CALENDAR THE HOLIDAY FILE
000592*    CARRIES A CARD FOR, SO A MISSPELLED DTC-CALENDAR-ID IS
000593*    REFUSED RATHER THAN ANSWERED AS A CALENDAR WITH NO HOLIDAYS.
000594 01  KNOWN-CALENDAR-COUNT         PIC S9(4) COMP VALUE +0.
000595 01  KNOWN-CALENDAR-TABLE.
000596     05  KNOWN-CALENDAR-ENTRY OCCURS 1 TO 50 TIMES
000597                              DEPENDING ON KNOWN-CALENDAR-COUNT
000598                              INDEXED BY KC-IX.
000599         10  KC-CALENDAR-ID       PIC X(8).
000600 01  ACTIVE-CALENDAR-ID           PIC X(8) VALUE SPACES.
000601 01  CARD-CALENDAR-ID             PIC X(8) VALUE SPACES.
000602*
000603*    FISCAL-TABLE HOLDS THE FISCAL CALENDAR, ONE ENTRY PER
000604*    PERIOD - TWENTY YEARS OF THIRTEEN PERIODS.
000605 01  FISCAL-TABLE-COUNT           PIC S9(4) COMP VALUE +0.
000606 01  FISCAL-TABLE.
000607     05  FISCAL-ENTRY         OCCURS 1 TO 260 TIMES
000608                              DEPENDING ON FISCAL-TABLE-COUNT
000609                              INDEXED BY FSC-IX.
000610         10  FT-FISCAL-YEAR       PIC 9(4).
000611         10  FT-PERIOD            PIC 9(2).
000612         10  FT-START-DATE        PIC 9(8).
000613         10  FT-END-DATE          PIC 9(8).
000614         10  FT-CLOSE-FLAG        PIC X.
000615             88  FT-QUARTER-CLOSE     VALUE 'Q' 'Y'.
000616             88  FT-YEAR-CLOSE        VALUE 'Y'.
000617*
000618***************************************************************
000619*    WORK-DATE IS THE DATE BEING STEPPED OR TESTED.  THE DAY-   *
000620*    OF-WEEK COMES FROM ZELLER'S CONGRUENCE, REDUCED TO         *
000630*    1=MONDAY THROUGH 7=SUNDAY.                                 *
000640***************************************************************
000770         88  IS-BUSINESS-DAY          VALUE 'Y'.
000780     05  STEP-LIMIT-COUNT         PIC S9(4) COMP VALUE +0.
000790     05  WORK-DAY-OF-WEEK         PIC 9.
000793     05  WORK-DAY-OF-WEEK-X REDEFINES WORK-DAY-OF-WEEK PIC X.
000796     05  WORK-MONTH-SAVE          PIC 9(2).
000799     05  FREQUENCY-SUB            PIC S9(4) COMP VALUE +0.
000800     05  BUSINESS-DAY-NBR         PIC S9(4) COMP VALUE +0.
000801     05  BUSINESS-DAY-WANTED      PIC 9(2).
000802     05  FISCAL-LOOKUP-DATE       PIC 9(8).
000803     05  BUSINESS-COUNT-STEPS     PIC S9(7) COMP-3.
000804     05  BUSINESS-DAY-TALLY       PIC S9(7) COMP-3.
000805*
000806*    DAY-NUMBER-FIELDS SUPPORT THE 'DC' DAY COUNT - EACH DATE
000807*    BECOMES A SERIAL DAY NUMBER, COUNTING THE YEAR FROM MARCH
000808*    SO THE LEAP DAY FALLS LAST, AND THE COUNT IS THEIR
000809*    DIFFERENCE.  EVERY DIVISION TRUNCATES INTO A WHOLE FIELD.
000810 01  DAY-NUMBER-FIELDS.
000811     05  DN-YEAR                  PIC S9(5) COMP.
000812     05  DN-MONTH                 PIC S9(4) COMP.
000813     05  DN-YEAR-BY-4             PIC S9(5) COMP.
000814     05  DN-YEAR-BY-100           PIC S9(5) COMP.
000815     05  DN-YEAR-BY-400           PIC S9(5) COMP.
000816     05  DN-MONTH-DAYS            PIC S9(5) COMP.
000817     05  DAY-NUMBER               PIC S9(9) COMP.
000818     05  FROM-DAY-NUMBER          PIC S9(9) COMP.
000819 01  ZELLER-WORK-FIELDS.
000820     05  ZEL-YEAR                 PIC S9(4) COMP.
000821     05  ZEL-MONTH                PIC S9(4) COMP.
000830     05  ZEL-CENTURY              PIC S9(4) COMP.
000840     05  ZEL-YY                   PIC S9(4) COMP.
000850     05  ZEL-H                    PIC S9(8) COMP.
001100     MOVE '00' TO DTC-RETURN-CODE.
001110     MOVE ZEROS TO DTC-RESULT-CCYYMMDD.
001120     MOVE ZERO TO DTC-DAY-OF-WEEK-NBR.
001122     MOVE ZEROS TO DTC-FISCAL-YEAR, DTC-FISCAL-PERIOD,
001124         DTC-PERIOD-FIRST-BUSINESS, DTC-PERIOD-LAST-BUSINESS.
001126     MOVE 'N' TO DTC-PERIOD-END-SWITCH, DTC-QUARTER-END-SWITCH,
001128         DTC-YEAR-END-SWITCH.
001130     PERFORM 1100-SET-ACTIVE-CALENDAR.
001132     IF DTC-UNKNOWN-CALENDAR
001134         GOBACK.
001136     PERFORM 1000-VALIDATE-INPUT-DATE.
001140     IF DTC-INVALID-DATE
001150         GOBACK.
001160     MOVE DTC-DATE-CCYYMMDD TO WORK-DATE.
001310                     MOVE WORK-DAY-OF-WEEK
001320                         TO DTC-DAY-OF-WEEK-NBR
001330                 ELSE
001331                     IF DTC-PREV-DAY
001332                         PERFORM 2050-STEP-BACK-ONE-DAY
001333                         PERFORM 5000-ANSWER-RESULT
001334                     ELSE
001335                         IF DTC-RUN-DUE-TEST
001336                             PERFORM 6000-TEST-RUN-DUE
001337                             MOVE DTC-DATE-CCYYMMDD TO WORK-DATE
001338                             PERFORM 5000-ANSWER-RESULT
001339                         ELSE
001340                             PERFORM 1200-RUN-COUNT-FUNCTION.
001341     GOBACK.
001342*
001343*    1200-RUN-COUNT-FUNCTION ANSWERS THE DAY-COUNT, BUSINESS-
001344*    DAY-COUNT AND FISCAL-PERIOD FUNCTIONS, AND REFUSES ANY
001345*    OTHER FUNCTION CODE WITH RETURN CODE '12'.
001346 1200-RUN-COUNT-FUNCTION.
001347     IF DTC-DAY-COUNT-FUNCTION
001348         PERFORM 7000-COUNT-DAYS
001349     ELSE
001350         IF DTC-BUSINESS-COUNT-FUNCTION
001351             PERFORM 7200-COUNT-BUSINESS-DAYS
001352         ELSE
001353             IF DTC-FISCAL-PERIOD-FUNCTION
001354                 PERFORM 8000-FIND-FISCAL-PERIOD
001355             ELSE
001356                 MOVE '12' TO DTC-RETURN-CODE.
001360*
001370***************************************************************
001380*    1000-VALIDATE-INPUT-DATE REFUSES A DATE WHOSE MONTH OR     *
001520         IF DTC-DAY > DAYS-THIS-MONTH
001530             MOVE '08' TO DTC-RETURN-CODE.
001540*
001541*    1100-SET-ACTIVE-CALENDAR - SPACES OR LOW-VALUES MEAN THE
001542*    DEFAULT CALENDAR, WHICH IS ALWAYS KNOWN, CARDS OR NOT.
001543 1100-SET-ACTIVE-CALENDAR.
001544     IF DTC-CALENDAR-ID = LOW-VALUES
001545         MOVE SPACES TO ACTIVE-CALENDAR-ID
001546     ELSE
001547         MOVE DTC-CALENDAR-ID TO ACTIVE-CALENDAR-ID.
001548     IF ACTIVE-CALENDAR-ID NOT = SPACES
001549         SET KC-IX TO 1
001550         SEARCH KNOWN-CALENDAR-ENTRY
001551             AT END
001552                 MOVE '24' TO DTC-RETURN-CODE
001553             WHEN KC-CALENDAR-ID (KC-IX) = ACTIVE-CALENDAR-ID
001554                 CONTINUE
001555         END-SEARCH.
001556*
001557 2000-STEP-FORWARD-ONE-DAY.
001560     PERFORM 2100-SET-DAYS-THIS-MONTH.
001570     IF WRK-DAY < DAYS-THIS-MONTH
001580         ADD 1 TO WRK-DAY
002440             AT END
002450                 CONTINUE
002460             WHEN HT-DATE (HOL-IX) = WORK-DATE-N
002465                 AND HT-CALENDAR-ID (HOL-IX) = ACTIVE-CALENDAR-ID
002470                 MOVE 'N' TO BUSINESS-DAY-SWITCH
002480         END-SEARCH.
002490*
002760     PERFORM 4000-COMPUTE-DAY-OF-WEEK.
002770     MOVE WORK-DAY-OF-WEEK TO DTC-DAY-OF-WEEK-NBR.
002780*
002781***************************************************************
002782*    6000-6200 DECIDE WHETHER A JOB IS DUE ON THE INPUT DATE    *
002783*    UNDER ITS RUN FREQUENCY.  THE FIRST BUSINESS DAY OF A      *
002784*    MONTH IS A BUSINESS DAY WHOSE PREVIOUS BUSINESS DAY FALLS  *
002785*    IN AN EARLIER MONTH, AND THE LAST IS ONE WHOSE NEXT        *
002786*    BUSINESS DAY FALLS IN A LATER MONTH - THE SAME STEPPING    *
002787*    'NB' AND 'PB' DO, SO A HOLIDAY ON THE 1ST MOVES THE FIRST  *
002788*    BUSINESS DAY ALONG WITH IT.                                *
002789***************************************************************
002790 6000-TEST-RUN-DUE.
002791     MOVE 'N' TO DTC-RUN-DUE-SWITCH.
002792     IF NOT DTC-FREQ-DAILY
002793         AND NOT DTC-FREQ-BUSINESS-DAYS
002794         AND NOT DTC-FREQ-WEEKDAYS
002795         AND NOT DTC-FREQ-FIRST-BUSINESS
002796         AND NOT DTC-FREQ-LAST-BUSINESS
002797         AND NOT DTC-FREQ-DATES
002798         AND NOT DTC-FREQ-NTH-BUSINESS
002799         AND NOT DTC-FREQ-PERIOD-END
002800         AND NOT DTC-FREQ-QUARTER-END
002801         MOVE '16' TO DTC-RETURN-CODE.
002802     IF DTC-FREQ-NTH-BUSINESS
002803         IF DTC-RUN-BUSINESS-DAY-NBR NUMERIC
002804             AND DTC-RUN-BUSINESS-DAY-NBR > '00'
002805             AND DTC-RUN-BUSINESS-DAY-NBR < '24'
002806             MOVE DTC-RUN-BUSINESS-DAY-NBR TO BUSINESS-DAY-WANTED
002807         ELSE
002808             MOVE '16' TO DTC-RETURN-CODE.
002809     PERFORM 3400-TEST-BUSINESS-DAY.
002810     IF DTC-FREQ-DAILY
002811         SET DTC-RUN-DUE TO TRUE.
002812     IF DTC-FREQ-BUSINESS-DAYS
002813         AND IS-BUSINESS-DAY
002814         SET DTC-RUN-DUE TO TRUE.
002815     IF DTC-FREQ-WEEKDAYS
002816         PERFORM 6100-CHECK-ONE-WEEKDAY
002817             VARYING FREQUENCY-SUB FROM 1 BY 1
002818                 UNTIL FREQUENCY-SUB > 7.
002819     IF DTC-FREQ-DATES
002820         PERFORM 6200-CHECK-ONE-RUN-DATE
002821             VARYING FREQUENCY-SUB FROM 1 BY 1
002822                 UNTIL FREQUENCY-SUB > 3.
002823     IF DTC-FREQ-FIRST-BUSINESS
002824         AND IS-BUSINESS-DAY
002825         MOVE WRK-MONTH TO WORK-MONTH-SAVE
002826         PERFORM 3100-FIND-PREV-BUSINESS-DAY
002827         IF WRK-MONTH NOT = WORK-MONTH-SAVE
002828             SET DTC-RUN-DUE TO TRUE.
002829     IF DTC-FREQ-LAST-BUSINESS
002830         AND IS-BUSINESS-DAY
002831         MOVE WRK-MONTH TO WORK-MONTH-SAVE
002832         PERFORM 3000-FIND-NEXT-BUSINESS-DAY
002833         IF WRK-MONTH NOT = WORK-MONTH-SAVE
002834             SET DTC-RUN-DUE TO TRUE.
002835     IF DTC-FREQ-NTH-BUSINESS
002836         AND DTC-SUCCESSFUL
002837         AND IS-BUSINESS-DAY
002838         MOVE WRK-MONTH TO WORK-MONTH-SAVE
002839         MOVE 1 TO BUSINESS-DAY-NBR
002840         PERFORM 6300-COUNT-BACK-ONE-BUSINESS-DAY
002841             UNTIL WRK-MONTH NOT = WORK-MONTH-SAVE
002842         IF BUSINESS-DAY-NBR = BUSINESS-DAY-WANTED
002843             SET DTC-RUN-DUE TO TRUE.
002844     IF DTC-FREQ-PERIOD-END OR DTC-FREQ-QUARTER-END
002845         PERFORM 8000-FIND-FISCAL-PERIOD
002846         IF DTC-FREQ-PERIOD-END AND DTC-PERIOD-END
002847             SET DTC-RUN-DUE TO TRUE
002848         END-IF
002849         IF DTC-FREQ-QUARTER-END AND DTC-QUARTER-END
002850             SET DTC-RUN-DUE TO TRUE.
002851*
002852 6100-CHECK-ONE-WEEKDAY.
002853     IF DTC-RUN-WEEKDAY (FREQUENCY-SUB) = WORK-DAY-OF-WEEK-X
002854         SET DTC-RUN-DUE TO TRUE.
002855*
002856*    6200 - AN ENTRY OF 00DD MATCHES THAT DAY OF EVERY MONTH.
002857 6200-CHECK-ONE-RUN-DATE.
002858     IF DTC-RUN-DATE-DD (FREQUENCY-SUB) = WORK-DATE (7:2)
002859         IF DTC-RUN-DATE-MM (FREQUENCY-SUB) = WORK-DATE (5:2)
002860             OR DTC-RUN-DATE-MM (FREQUENCY-SUB) = '00'
002861             SET DTC-RUN-DUE TO TRUE.
002862*
002863*    6300 - THE NTH BUSINESS DAY OF A MONTH IS A BUSINESS DAY
002864*    WITH N-1 BUSINESS DAYS BEFORE IT IN THE SAME MONTH, SO A
002865*    HOLIDAY PUSHES THE COUNT ALONG AS IT DOES FOR 'F' AND 'L'.
002866 6300-COUNT-BACK-ONE-BUSINESS-DAY.
002867     PERFORM 3100-FIND-PREV-BUSINESS-DAY.
002868     IF WRK-MONTH = WORK-MONTH-SAVE
002869         ADD 1 TO BUSINESS-DAY-NBR.
002870*
002871***************************************************************
002872*    7000-7100 COUNT THE DAYS FROM DTC-DATE-CCYYMMDD TO         *
002873*    DTC-TO-DATE-CCYYMMDD.  A TO-DATE THAT CANNOT EXIST COMES   *
002874*    BACK DTC-INVALID-DATE, THE SAME AS A BAD INPUT DATE.       *
002875***************************************************************
002876 7000-COUNT-DAYS.
002877     MOVE ZERO TO DTC-DAY-COUNT.
002878     PERFORM 7100-COMPUTE-DAY-NUMBER.
002879     MOVE DAY-NUMBER TO FROM-DAY-NUMBER.
002880     IF DTC-TO-DATE-CCYYMMDD NOT NUMERIC
002881         MOVE '08' TO DTC-RETURN-CODE.
002882     IF DTC-SUCCESSFUL
002883         MOVE DTC-TO-DATE-CCYYMMDD TO WORK-DATE
002884         IF WRK-MONTH < 01 OR WRK-MONTH > 12
002885             OR WRK-DAY < 01 OR WRK-YEAR = ZERO
002886             MOVE '08' TO DTC-RETURN-CODE
002887         ELSE
002888             PERFORM 2100-SET-DAYS-THIS-MONTH
002889             IF WRK-DAY > DAYS-THIS-MONTH
002890                 MOVE '08' TO DTC-RETURN-CODE.
002891     IF DTC-SUCCESSFUL
002892         PERFORM 7100-COMPUTE-DAY-NUMBER
002893         COMPUTE DTC-DAY-COUNT = DAY-NUMBER - FROM-DAY-NUMBER
002894         PERFORM 5000-ANSWER-RESULT.
002895*
002896 7100-COMPUTE-DAY-NUMBER.
002897     MOVE WRK-YEAR TO DN-YEAR.
002898     MOVE WRK-MONTH TO DN-MONTH.
002899     IF DN-MONTH < 3
002900         ADD 12 TO DN-MONTH
002901         SUBTRACT 1 FROM DN-YEAR.
002902     DIVIDE DN-YEAR BY 4 GIVING DN-YEAR-BY-4.
002903     DIVIDE DN-YEAR BY 100 GIVING DN-YEAR-BY-100.
002904     DIVIDE DN-YEAR BY 400 GIVING DN-YEAR-BY-400.
002905     COMPUTE DN-MONTH-DAYS = 153 * (DN-MONTH - 3) + 2.
002906     DIVIDE DN-MONTH-DAYS BY 5 GIVING DN-MONTH-DAYS.
002907     COMPUTE DAY-NUMBER = 365 * DN-YEAR + DN-YEAR-BY-4
002908         - DN-YEAR-BY-100 + DN-YEAR-BY-400 + DN-MONTH-DAYS
002909         + WRK-DAY.
002910*
002911***************************************************************
002912*    7200-7210 COUNT THE BUSINESS DAYS BETWEEN THE TWO DATES -  *
002913*    'DC' VALIDATES THE TO-DATE AND GIVES THE CALENDAR SPAN,    *
002914*    THEN THE SPAN IS STEPPED FROM THE EARLIER DATE, COUNTING   *
002915*    EACH BUSINESS DAY LANDED ON.  THE EARLIER DATE ITSELF IS   *
002916*    NOT COUNTED, SO TONIGHT TO TOMORROW IS ONE BUSINESS DAY    *
002917*    WHEN TOMORROW IS ONE.                                      *
002918***************************************************************
002919 7200-COUNT-BUSINESS-DAYS.
002920     PERFORM 7000-COUNT-DAYS.
002921     IF DTC-SUCCESSFUL
002922         MOVE ZERO TO BUSINESS-DAY-TALLY
002923         IF DTC-DAY-COUNT < ZERO
002924             COMPUTE BUSINESS-COUNT-STEPS = ZERO - DTC-DAY-COUNT
002925             MOVE DTC-TO-DATE-CCYYMMDD TO WORK-DATE
002926         ELSE
002927             MOVE DTC-DAY-COUNT TO BUSINESS-COUNT-STEPS
002928             MOVE DTC-DATE-CCYYMMDD TO WORK-DATE
002929         END-IF
002930         PERFORM 7210-STEP-AND-TALLY BUSINESS-COUNT-STEPS TIMES
002931         IF DTC-DAY-COUNT < ZERO
002932             COMPUTE DTC-DAY-COUNT = ZERO - BUSINESS-DAY-TALLY
002933         ELSE
002934             MOVE BUSINESS-DAY-TALLY TO DTC-DAY-COUNT
002935         END-IF
002936         MOVE DTC-TO-DATE-CCYYMMDD TO WORK-DATE
002937         PERFORM 5000-ANSWER-RESULT.
002938*
002939 7210-STEP-AND-TALLY.
002940     PERFORM 2000-STEP-FORWARD-ONE-DAY.
002941     PERFORM 3400-TEST-BUSINESS-DAY.
002942     IF IS-BUSINESS-DAY
002943         ADD 1 TO BUSINESS-DAY-TALLY.
002944*
002945***************************************************************
002946*    8000-8010 FIND THE FISCAL PERIOD HOLDING THE INPUT DATE    *
002947*    AND ITS FIRST AND LAST BUSINESS DAYS - A PERIOD THAT       *
002948*    STARTS ON A WEEKEND OR HOLIDAY OPENS ON THE NEXT BUSINESS  *
002949*    DAY, AND ONE THAT ENDS ON ONE CLOSES ON THE BUSINESS DAY   *
002950*    BEFORE.  THE INPUT DATE IS PERIOD-END WHEN IT IS THAT LAST *
002951*    BUSINESS DAY, AND QUARTER-END OR YEAR-END WHEN THE PERIOD  *
002952*    ALSO CLOSES A FISCAL QUARTER OR YEAR.                      *
002953***************************************************************
002954 8000-FIND-FISCAL-PERIOD.
002955     IF NOT FISCAL-CALENDAR-LOADED
002956         PERFORM 9850-LOAD-FISCAL-TABLE.
002957     MOVE DTC-DATE-CCYYMMDD TO FISCAL-LOOKUP-DATE.
002958     SET FSC-IX TO 1.
002959     SEARCH FISCAL-ENTRY
002960         AT END
002961             MOVE '20' TO DTC-RETURN-CODE
002962         WHEN FT-START-DATE (FSC-IX) NOT > FISCAL-LOOKUP-DATE
002963             AND FT-END-DATE (FSC-IX) NOT < FISCAL-LOOKUP-DATE
002964             PERFORM 8010-ANSWER-FISCAL-PERIOD
002965     END-SEARCH.
002966*
002967 8010-ANSWER-FISCAL-PERIOD.
002968     MOVE FT-FISCAL-YEAR (FSC-IX) TO DTC-FISCAL-YEAR.
002969     MOVE FT-PERIOD (FSC-IX) TO DTC-FISCAL-PERIOD.
002970     MOVE FT-START-DATE (FSC-IX) TO WORK-DATE-N.
002971     PERFORM 3400-TEST-BUSINESS-DAY.
002972     IF NOT IS-BUSINESS-DAY
002973         PERFORM 3000-FIND-NEXT-BUSINESS-DAY.
002974     MOVE WORK-DATE-N TO DTC-PERIOD-FIRST-BUSINESS.
002975     MOVE FT-END-DATE (FSC-IX) TO WORK-DATE-N.
002976     PERFORM 3400-TEST-BUSINESS-DAY.
002977     IF NOT IS-BUSINESS-DAY
002978         PERFORM 3100-FIND-PREV-BUSINESS-DAY.
002979     MOVE WORK-DATE-N TO DTC-PERIOD-LAST-BUSINESS.
002980     IF FISCAL-LOOKUP-DATE = DTC-PERIOD-LAST-BUSINESS
002981         SET DTC-PERIOD-END TO TRUE
002982         IF FT-QUARTER-CLOSE (FSC-IX)
002983             SET DTC-QUARTER-END TO TRUE
002984         END-IF
002985         IF FT-YEAR-CLOSE (FSC-IX)
002986             SET DTC-YEAR-END TO TRUE.
002987     IF DTC-FISCAL-PERIOD-FUNCTION
002988         PERFORM 5000-ANSWER-RESULT.
002989*
002990***************************************************************
002991*    9800-9810 LOAD THE HOLIDAY FILE ON THE FIRST CALL OF THE   *
002992*    JOB.  A MISSING OR EMPTY FILE LEAVES THE TABLE EMPTY, SO   *
002993*    ONLY WEEKENDS ARE NON-BUSINESS DAYS.                       *
002994***************************************************************
002995 9800-LOAD-HOLIDAY-TABLE.
002996     OPEN INPUT HOLIDAY-FILE.
002997     PERFORM 9810-READ-HOLIDAY-RECORD UNTIL HOLIDAY-FILE-EOF.
002998     CLOSE HOLIDAY-FILE.
002999     SET HOLIDAYS-LOADED TO TRUE.
003000*
003001 9810-READ-HOLIDAY-RECORD.
003002     READ HOLIDAY-FILE
003003         AT END
003004             SET HOLIDAY-FILE-EOF TO TRUE.
003005     IF NOT HOLIDAY-FILE-EOF
003006         AND (HOL-DATE NUMERIC OR HOL-CALENDAR-CARD)
003007         MOVE HOL-CALENDAR-ID TO CARD-CALENDAR-ID
003008         PERFORM 9820-NOTE-KNOWN-CALENDAR.
003009     IF NOT HOLIDAY-FILE-EOF
003010         AND HOL-DATE NUMERIC
003011         IF HOLIDAY-TABLE-COUNT < 1000
003012             ADD 1 TO HOLIDAY-TABLE-COUNT
003013             SET HOL-IX TO HOLIDAY-TABLE-COUNT
003014             MOVE HOL-DATE TO HT-DATE (HOL-IX)
003015             MOVE HOL-CALENDAR-ID TO HT-CALENDAR-ID (HOL-IX)
003016         ELSE
003017             DISPLAY 'DATECALC HOLIDAY-TABLE FULL - '
003020                 'CARD DROPPED'.
003021*
003022 9820-NOTE-KNOWN-CALENDAR.
003023     IF CARD-CALENDAR-ID NOT = SPACES
003024         SET KC-IX TO 1
003025         SEARCH KNOWN-CALENDAR-ENTRY
003026             AT END
003027                 PERFORM 9830-ADD-KNOWN-CALENDAR
003028             WHEN KC-CALENDAR-ID (KC-IX) = CARD-CALENDAR-ID
003029                 CONTINUE
003030         END-SEARCH.
003031*
003032 9830-ADD-KNOWN-CALENDAR.
003033     IF KNOWN-CALENDAR-COUNT < 50
003034         ADD 1 TO KNOWN-CALENDAR-COUNT
003035         SET KC-IX TO KNOWN-CALENDAR-COUNT
003036         MOVE CARD-CALENDAR-ID TO KC-CALENDAR-ID (KC-IX)
003037     ELSE
003038         DISPLAY 'DATECALC KNOWN-CALENDAR TABLE FULL - '
003039             'CALENDAR ' CARD-CALENDAR-ID ' DROPPED'.
003040*
003041***************************************************************
003050*    9850-9860 LOAD THE FISCAL CALENDAR ON THE FIRST CALL THAT  *
003060*    NEEDS IT.  A CARD WHOSE YEAR, PERIOD, OR DATES ARE NOT     *
003070*    NUMERIC, OR WHOSE PERIOD ENDS BEFORE IT STARTS, IS DROPPED *
003080*    WITH A CONSOLE NOTE - HOLAUDT IS WHERE SUCH A CARD IS      *
003090*    MEANT TO BE CAUGHT.  A MISSING FILE LEAVES EVERY DATE      *
003100*    OUTSIDE ANY PERIOD.                                        *
003110***************************************************************
003120 9850-LOAD-FISCAL-TABLE.
003130     OPEN INPUT FISCAL-CALENDAR-FILE.
003140     PERFORM 9860-READ-FISCAL-RECORD UNTIL FISCAL-FILE-EOF.
003150     CLOSE FISCAL-CALENDAR-FILE.
003160     SET FISCAL-CALENDAR-LOADED TO TRUE.
003170*
003180 9860-READ-FISCAL-RECORD.
003190     READ FISCAL-CALENDAR-FILE
003200         AT END
003210             SET FISCAL-FILE-EOF TO TRUE.
003220     IF NOT FISCAL-FILE-EOF
003230         IF FSC-FISCAL-YEAR NUMERIC AND FSC-PERIOD NUMERIC
003240             AND FSC-START-DATE NUMERIC AND FSC-END-DATE NUMERIC
003250             AND FSC-START-DATE NOT > FSC-END-DATE
003260             IF FISCAL-TABLE-COUNT < 260
003270                 ADD 1 TO FISCAL-TABLE-COUNT
003280                 SET FSC-IX TO FISCAL-TABLE-COUNT
003290                 MOVE FSC-FISCAL-YEAR TO FT-FISCAL-YEAR (FSC-IX)
003300                 MOVE FSC-PERIOD TO FT-PERIOD (FSC-IX)
003310                 MOVE FSC-START-DATE TO FT-START-DATE (FSC-IX)
003320                 MOVE FSC-END-DATE TO FT-END-DATE (FSC-IX)
003330                 MOVE FSC-CLOSE-FLAG TO FT-CLOSE-FLAG (FSC-IX)
003340             ELSE
003350                 DISPLAY 'DATECALC FISCAL-TABLE FULL - '
003360                     'CARD DROPPED'
003370             END-IF
003380         ELSE
003390             DISPLAY 'DATECALC BAD FISCAL CALENDAR CARD '
003400                 FSC-FISCAL-YEAR ' ' FSC-PERIOD ' - CARD DROPPED'.
