000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DATEDIM.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* DATE DIMENSION BUILDER, IN THE HOLAUDT MOLD.  PROGRAMS ACROSS *
000150* THE SHOP CALL GETDATE, GETDATE2 AND DATECALC OVER AND OVER    *
000160* FOR THE SAME FEW CONVERSIONS; THIS STEP ANSWERS THEM ONCE PER *
000170* DATE AND FILES THE ANSWERS (COPY DATEDIM0, DD DATEDIM, KEYED  *
000180* ON THE DATE) SO A PROGRAM GETS EVERY FORM OF A DATE WITH ONE  *
000190* KEYED READ.  EVERY DATE FROM THE CARD DATEDIM START-DATE      *
000200* CCYYMMDD THROUGH DATEDIM END-DATE CCYYMMDD (READ THROUGH      *
000210* CTLREAD; JANUARY 1 THROUGH DECEMBER 31 OF THE RUN YEAR WHEN A *
000220* CARD IS MISSING) IS RUN THROUGH GETDATE2 FOR EACH FORMAT CODE *
000230* CALLGTDT EXERCISES (DD FMTCODES, THE SAME CARDS AND THE SAME  *
000240* A/S/Y/D FALLBACK), AND DATECALC ADDS THE DAY OF WEEK, THE     *
000250* BUSINESS-DAY AND WEEKDAY-HOLIDAY FLAGS, THE FISCAL YEAR AND   *
000260* PERIOD, AND THE PERIOD-END, QUARTER-END AND YEAR-END FLAGS.   *
000270* A DATE IS A BUSINESS DAY WHEN DATECALC COUNTS ONE BUSINESS    *
000280* DAY FROM THE DAY BEFORE IT ('BC'), AND A HOLIDAY WHEN IT IS A *
000290* MONDAY-FRIDAY THAT IS NOT A BUSINESS DAY.  GETDATE IS CALLED  *
000300* BESIDE GETDATE2 FOR EVERY DATE AND CODE, AS CALLGTDT DOES, SO *
000310* THE BUILD IS ALSO A FULL REGRESSION OF GETDATE2 OVER THE      *
000320* RANGE: EVERY DISAGREEMENT IS LISTED ON THE BUILD REPORT (DD   *
000330* UT-S-DDMRPT).  A DISAGREEMENT, A BAD RANGE CARD, A DATE       *
000340* DATECALC REFUSES OR A FAILED WRITE ENDS THE STEP WITH         *
000350* CONDITION CODE 4.  LIKE CALLGTDT, THE DATE GOES TO GETDATE    *
000360* AND GETDATE2 THROUGH A ONE-RECORD DD DATE2 REBUILT FOR EACH   *
000370* DATE.                                                         *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DATE-FILE ASSIGN TO DATE2.
000440     SELECT OPTIONAL FORMAT-CODE-FILE ASSIGN TO FMTCODES.
000450     SELECT DATE-DIMENSION-FILE ASSIGN TO DATEDIM
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS DDM-KEY.
000490     SELECT BUILD-REPORT-FILE ASSIGN TO UT-S-DDMRPT.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*
000530 FD  DATE-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  DATE-RECORD                  PIC X(80).
000570*
000580 FD  FORMAT-CODE-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE OMITTED.
000610 01  FORMAT-CODE-RECORD.
000620     05  FMTC-CODE                PIC X.
000630*
000640 FD  DATE-DIMENSION-FILE
000650     BLOCK CONTAINS 0 RECORDS
000660     RECORD CONTAINS 420 CHARACTERS.
000670 COPY DATEDIM0.
000680*
000690 FD  BUILD-REPORT-FILE
000700     RECORDING MODE IS F
000710     BLOCK CONTAINS 0 RECORDS
000720     RECORD CONTAINS 133 CHARACTERS
000730     LABEL RECORDS ARE OMITTED.
000740 01  BUILD-REPORT-RECORD          PIC X(133).
000750*
000760 WORKING-STORAGE SECTION.
000770 77  FILLER PIC X(36)  VALUE
000780     'DATEDIM WORKING STORAGE BEGINS HERE'.
000790*
000800 01  DATE-LOOP-SWITCH             PIC X VALUE 'Y'.
000810     88  MORE-DATES                   VALUE 'Y'.
000820     88  NO-MORE-DATES                VALUE 'N'.
000830 01  FMTCODE-SWITCH               PIC X VALUE SPACE.
000840     88  END-OF-FORMAT-CODES          VALUE 'E'.
000850 01  RANGE-CARD-SWITCH            PIC X VALUE 'N'.
000860     88  RANGE-CARD-IN-ERROR          VALUE 'Y'.
000870 01  RANGE-DATE-SWITCH            PIC X VALUE 'N'.
000880     88  RANGE-DATE-VALID             VALUE 'Y'.
000890*
000900 01  BUILD-COUNTERS.
000910     05  DATES-BUILT-COUNT        PIC S9(7) COMP-3 VALUE +0.
000920     05  GETDATE2-CALL-COUNT      PIC S9(7) COMP-3 VALUE +0.
000930     05  MISMATCH-COUNT           PIC S9(7) COMP-3 VALUE +0.
000940     05  BUSINESS-DAY-COUNT       PIC S9(7) COMP-3 VALUE +0.
000950     05  HOLIDAY-COUNT            PIC S9(7) COMP-3 VALUE +0.
000960     05  NO-FISCAL-PERIOD-COUNT   PIC S9(7) COMP-3 VALUE +0.
000970     05  ERROR-COUNT              PIC S9(7) COMP-3 VALUE +0.
000980*
000990 01  BUILD-WORK-FIELDS.
001000     05  START-DATE               PIC 9(8).
001010     05  END-DATE                 PIC 9(8).
001020     05  PRIOR-DATE               PIC 9(8).
001030     05  CURRENT-DATE-N           PIC 9(8).
001040     05  CURRENT-DATE-PARTS REDEFINES CURRENT-DATE-N.
001050         10  CUR-YEAR             PIC 9(4).
001060         10  CUR-MONTH            PIC 9(2).
001070         10  CUR-DAY              PIC 9(2).
001080     05  RANGE-CARD-VALUE         PIC X(8).
001090     05  RANGE-CARD-DATE REDEFINES RANGE-CARD-VALUE PIC 9(8).
001100     05  RANGE-DATE               PIC 9(8).
001110     05  GETDATE-RETURN           PIC X(18).
001120     05  GETDATE2-RETURN          PIC X(18).
001130     05  FORMAT-REQUEST           PIC X.
001140     05  WS-DATE.
001150         10  WS-YEAR              PIC XX.
001160         10  WS-MONTH             PIC XX.
001170         10  WS-DAY               PIC XX.
001180     05  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
001190     05  RUN-DATE-CCYYMMDD        PIC 9(8).
001200     05  RUN-DATE-PARTS REDEFINES RUN-DATE-CCYYMMDD.
001210         10  RUN-YEAR             PIC 9(4).
001220         10  FILLER               PIC 9(4).
001230*
001240***************************************************************
001250*    DATE-FILE-RECORD IS THE ONE CARD GETDATE AND GETDATE2 READ *
001260*    FROM DD DATE2 - THE ' DATE=MM/DD/YYYY' CALLGTDT WRITES.    *
001270***************************************************************
001280 01  DATE-FILE-RECORD.
001290     05  FILLER                   PIC X(6) VALUE ' DATE='.
001300     05  DFR-MONTH                PIC 99.
001310     05  FILLER                   PIC X VALUE '/'.
001320     05  DFR-DAY                  PIC 99.
001330     05  FILLER                   PIC X VALUE '/'.
001340     05  DFR-YEAR                 PIC 9(4).
001350     05  FILLER                   PIC X(64) VALUE SPACES.
001360*
001370***************************************************************
001380*    FORMAT-CODE-TABLE HOLDS THE CODES READ FROM DD FMTCODES -  *
001390*    THE SAME CARDS, LIMIT AND FALLBACK AS CALLGTDT'S OWN TABLE,*
001400*    SO THE DIMENSION CARRIES EXACTLY THE FORMATS THE GETDATE2  *
001410*    REGRESSION CERTIFIES.                                      *
001420***************************************************************
001430 01  FORMAT-CODE-COUNT            PIC S9(4) COMP VALUE +0.
001440 01  FORMAT-CODE-TABLE.
001450     05  FORMAT-CODE-TABLE-ENTRY OCCURS 1 TO 20 TIMES
001460                              DEPENDING ON FORMAT-CODE-COUNT
001470                              INDEXED BY FMT-IX.
001480         10  FMT-CODE             PIC X.
001490 01  FORMAT-SUB                   PIC S9(4) COMP VALUE +0.
001500*
001510*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
001520*    CALL 'DATECALC' - THE SHOP'S SHARED BUSINESS-DAY AND
001530*    HOLIDAY CALENDAR SUBROUTINE.  'BC' ANSWERS THE DAY OF WEEK
001540*    AND THE BUSINESS DAY, 'FP' THE FISCAL PERIOD, 'ND' THE NEXT
001550*    DATE OF THE RANGE.
001560 COPY DATECALP.
001570*
001580*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001590*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
001600 COPY CTLCARD0.
001610*
001620*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001630*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001640*    LOGGER, CALLED AT START AND END OF JOB.
001650 COPY OPSTATP.
001660*
001670***************************************************************
001680*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
001690*    BUILD REPORT THE SHOP'S SHARED HEADING AND TRAILER.        *
001700***************************************************************
001710 COPY RPTHDR0.
001720*
001730 01  RANGE-LINE.
001740     05  FILLER                   PIC X(13) VALUE ' DATES FROM '.
001750     05  RGL-START-DATE           PIC 9(8).
001760     05  FILLER                   PIC X(9) VALUE ' THROUGH '.
001770     05  RGL-END-DATE             PIC 9(8).
001780     05  FILLER                   PIC X(95) VALUE SPACES.
001790 01  MISMATCH-LINE.
001800     05  FILLER                   PIC X VALUE SPACE.
001810     05  MML-FLAG                 PIC X(3).
001820     05  FILLER                   PIC X VALUE SPACE.
001830     05  MML-DATE                 PIC 9(8).
001840     05  FILLER                   PIC X VALUE SPACE.
001850     05  MML-FORMAT               PIC X.
001860     05  FILLER                   PIC X(10) VALUE ' GETDATE '.
001870     05  MML-GETDATE              PIC X(18).
001880     05  FILLER                   PIC X(11) VALUE ' GETDATE2 '.
001890     05  MML-GETDATE2             PIC X(18).
001900     05  FILLER                   PIC X VALUE SPACE.
001910     05  MML-NOTE                 PIC X(40).
001920     05  FILLER                   PIC X(20) VALUE SPACES.
001930 01  COUNT-LINE.
001940     05  FILLER                   PIC X VALUE SPACE.
001950     05  CNT-LABEL                PIC X(28).
001960     05  FILLER                   PIC X(3) VALUE ' = '.
001970     05  CNT-VALUE                PIC Z,ZZZ,ZZ9.
001980     05  FILLER                   PIC X(92) VALUE SPACES.
001990*
002000 PROCEDURE DIVISION.
002010*
002020 A100-EXECUTIVE-CONTROL.
002030     PERFORM A110-INITIALIZATION.
002040     PERFORM A120-READ-RANGE-CARDS.
002050     PERFORM A130-LOAD-FORMAT-CODE-TABLE.
002060     PERFORM A150-FIND-PRIOR-DATE.
002070     PERFORM B100-BUILD-ONE-DATE UNTIL NO-MORE-DATES.
002080     PERFORM Z100-END-OF-PROCESSING.
002090     GOBACK.
002100*
002110 A110-INITIALIZATION.
002120     OPEN OUTPUT DATE-DIMENSION-FILE, BUILD-REPORT-FILE.
002130     ACCEPT WS-DATE FROM DATE.
002140     COMPUTE RUN-DATE-CCYYMMDD = 20000000 + WS-DATE-N.
002150     MOVE WS-MONTH TO RPT-HEADING-MONTH.
002160     MOVE WS-DAY TO RPT-HEADING-DAY.
002170     MOVE WS-YEAR TO RPT-HEADING-YEAR.
002180     MOVE 'DATEDIM' TO RPT-HEADING-PROGRAM.
002190     MOVE 'DATE DIMENSION BUILD AND GETDATE2 REGRESSION'
002200         TO RPT-HEADING-TITLE.
002210     MOVE 1 TO RPT-HEADING-PAGE.
002220     MOVE RPT-HEADING-LINE TO BUILD-REPORT-RECORD.
002230     WRITE BUILD-REPORT-RECORD.
002240     MOVE SPACES TO DTC-CALENDAR-ID.
002250     MOVE 'DATEDIM' TO OST-PROGRAM-ID.
002260     SET OST-START-OF-JOB TO TRUE.
002270     MOVE SPACES TO OST-NAMED-COUNTERS.
002280     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
002290         OST-EXCEPTION-COUNT.
002300     CALL 'OPSTAT' USING OPSTAT-PARM.
002310*
002320***************************************************************
002330*    A120-A125 TAKE THE RANGE FROM THE START-DATE AND END-DATE  *
002340*    CARDS.  A MISSING CARD DEFAULTS TO THE RUN YEAR'S END OF   *
002350*    THE RANGE; A CARD THAT IS NOT A REAL DATE, OR A RANGE THAT *
002360*    RUNS BACKWARD, FALLS BACK TO THE WHOLE RUN YEAR.           *
002370***************************************************************
002380 A120-READ-RANGE-CARDS.
002390     COMPUTE START-DATE = RUN-YEAR * 10000 + 0101.
002400     COMPUTE END-DATE = RUN-YEAR * 10000 + 1231.
002410     MOVE 'START-DATE' TO CTC-PARM-NAME.
002420     PERFORM A125-READ-ONE-RANGE-CARD.
002430     IF RANGE-DATE-VALID
002440         MOVE RANGE-DATE TO START-DATE.
002450     MOVE 'END-DATE' TO CTC-PARM-NAME.
002460     PERFORM A125-READ-ONE-RANGE-CARD.
002470     IF RANGE-DATE-VALID
002480         MOVE RANGE-DATE TO END-DATE.
002490     IF END-DATE < START-DATE
002500         DISPLAY 'DATEDIM END-DATE BEFORE START-DATE - '
002510             'RUN YEAR USED'
002520         SET RANGE-CARD-IN-ERROR TO TRUE
002530         COMPUTE START-DATE = RUN-YEAR * 10000 + 0101
002540         COMPUTE END-DATE = RUN-YEAR * 10000 + 1231.
002550     MOVE START-DATE TO CURRENT-DATE-N, RGL-START-DATE.
002560     MOVE END-DATE TO RGL-END-DATE.
002570     MOVE RANGE-LINE TO BUILD-REPORT-RECORD.
002580     WRITE BUILD-REPORT-RECORD.
002590*
002600 A125-READ-ONE-RANGE-CARD.
002610     MOVE 'N' TO RANGE-DATE-SWITCH.
002620     MOVE 'DATEDIM' TO CTC-PROGRAM-ID.
002630     CALL 'CTLREAD' USING CTLCARD-PARM.
002640     IF CTC-PARM-FOUND
002650         MOVE CTC-PARM-VALUE (1:8) TO RANGE-CARD-VALUE
002660         IF RANGE-CARD-VALUE NUMERIC
002670             SET DTC-DAY-OF-WEEK TO TRUE
002680             MOVE RANGE-CARD-DATE TO DTC-DATE-CCYYMMDD
002690             CALL 'DATECALC' USING DATECALC-PARM
002700             IF DTC-SUCCESSFUL
002710                 MOVE RANGE-CARD-DATE TO RANGE-DATE
002720                 SET RANGE-DATE-VALID TO TRUE
002730             END-IF
002740         END-IF
002750         IF NOT RANGE-DATE-VALID
002760             DISPLAY 'DATEDIM INVALID ' CTC-PARM-NAME ' CARD - '
002770                 'DEFAULT USED: ' CTC-PARM-VALUE
002780             SET RANGE-CARD-IN-ERROR TO TRUE
002790         END-IF
002800     END-IF.
002810*
002820*    A130-A140 LOAD THE FORMAT CODES ONCE AT STARTUP.  A MISSING
002830*    OR EMPTY FILE LOADS CALLGTDT'S ORIGINAL FOUR CODES.
002840 A130-LOAD-FORMAT-CODE-TABLE.
002850     OPEN INPUT FORMAT-CODE-FILE.
002860     PERFORM A140-READ-FORMAT-CODE-RECORD
002870         UNTIL END-OF-FORMAT-CODES.
002880     CLOSE FORMAT-CODE-FILE.
002890     IF FORMAT-CODE-COUNT = ZERO
002900         MOVE 4 TO FORMAT-CODE-COUNT
002910         MOVE 'A' TO FMT-CODE (1)
002920         MOVE 'S' TO FMT-CODE (2)
002930         MOVE 'Y' TO FMT-CODE (3)
002940         MOVE 'D' TO FMT-CODE (4).
002950*
002960 A140-READ-FORMAT-CODE-RECORD.
002970     READ FORMAT-CODE-FILE
002980         AT END
002990             SET END-OF-FORMAT-CODES TO TRUE.
003000     IF NOT END-OF-FORMAT-CODES
003010         IF FORMAT-CODE-COUNT < 20
003020             ADD 1 TO FORMAT-CODE-COUNT
003030             SET FMT-IX TO FORMAT-CODE-COUNT
003040             MOVE FMTC-CODE TO FMT-CODE (FMT-IX)
003050         ELSE
003060             DISPLAY 'DATEDIM FORMAT-CODE-TABLE FULL - '
003070                 'CODE ' FMTC-CODE ' DROPPED'
003080         END-IF.
003090*
003100*    A150 - THE BUSINESS-DAY TEST COUNTS FROM THE DAY BEFORE
003110*    EACH DATE, SO THE RANGE STARTS FROM THE DAY BEFORE ITS
003120*    FIRST DATE.
003130 A150-FIND-PRIOR-DATE.
003140     SET DTC-PREV-DAY TO TRUE.
003150     MOVE CURRENT-DATE-N TO DTC-DATE-CCYYMMDD.
003160     CALL 'DATECALC' USING DATECALC-PARM.
003170     IF DTC-SUCCESSFUL
003180         MOVE DTC-RESULT-CCYYMMDD TO PRIOR-DATE
003190     ELSE
003200         DISPLAY 'DATEDIM - DATECALC REFUSED DATE '
003210             CURRENT-DATE-N ' RC=' DTC-RETURN-CODE
003220         ADD 1 TO ERROR-COUNT
003230         SET NO-MORE-DATES TO TRUE.
003240*
003250***************************************************************
003260*    B100-B150 BUILD ONE DATE'S RECORD - GETDATE2'S ANSWER FOR  *
003270*    EVERY FORMAT CODE, CHECKED AGAINST GETDATE, THEN DATECALC'S*
003280*    CALENDAR FACTS - AND STEP TO THE NEXT DATE OF THE RANGE.   *
003290***************************************************************
003300 B100-BUILD-ONE-DATE.
003310     MOVE SPACES TO DATE-DIMENSION-RECORD.
003320     MOVE CURRENT-DATE-N TO DDM-KEY.
003330     MOVE FORMAT-CODE-COUNT TO DDM-FORMAT-COUNT.
003340     PERFORM B110-WRITE-DATE-FILE.
003350     PERFORM B120-EXERCISE-ONE-FORMAT
003360         VARYING FORMAT-SUB FROM 1 BY 1
003370             UNTIL FORMAT-SUB > FORMAT-CODE-COUNT.
003380     PERFORM B130-ADD-CALENDAR-FACTS.
003390     PERFORM B140-WRITE-DIMENSION-RECORD.
003400     PERFORM B150-STEP-TO-NEXT-DATE.
003410*
003420 B110-WRITE-DATE-FILE.
003430     MOVE CUR-MONTH TO DFR-MONTH.
003440     MOVE CUR-DAY TO DFR-DAY.
003450     MOVE CUR-YEAR TO DFR-YEAR.
003460     OPEN OUTPUT DATE-FILE.
003470     WRITE DATE-RECORD FROM DATE-FILE-RECORD.
003480     CLOSE DATE-FILE.
003490*
003500 B120-EXERCISE-ONE-FORMAT.
003510     MOVE FMT-CODE (FORMAT-SUB) TO FORMAT-REQUEST.
003520     MOVE ALL 'A' TO GETDATE-RETURN.
003530     MOVE GETDATE-RETURN TO GETDATE2-RETURN.
003540     CALL 'GETDATE' USING GETDATE-RETURN, FORMAT-REQUEST.
003550     CALL 'GETDATE2' USING GETDATE2-RETURN, FORMAT-REQUEST.
003560     ADD 1 TO GETDATE2-CALL-COUNT.
003570     MOVE FORMAT-REQUEST TO DDM-FORMAT-CODE (FORMAT-SUB).
003580     MOVE GETDATE2-RETURN TO DDM-FORMAT-VALUE (FORMAT-SUB).
003590     IF GETDATE-RETURN NOT = GETDATE2-RETURN
003600         ADD 1 TO MISMATCH-COUNT
003610         MOVE 'BAD' TO MML-FLAG
003620         MOVE 'GETDATE AND GETDATE2 DISAGREE' TO MML-NOTE
003630         PERFORM D100-PRINT-MISMATCH.
003640*
003650*    B130 - 'BC' FROM THE DAY BEFORE COUNTS ONE WHEN THIS DATE
003660*    IS A BUSINESS DAY, AND ANSWERS ITS DAY OF WEEK; A WEEKDAY
003670*    THAT IS NOT A BUSINESS DAY IS ON THE HOLIDAY FILE.
003680 B130-ADD-CALENDAR-FACTS.
003690     MOVE ZERO TO DDM-DAY-OF-WEEK.
003700     SET DTC-BUSINESS-COUNT-FUNCTION TO TRUE.
003710     MOVE PRIOR-DATE TO DTC-DATE-CCYYMMDD.
003720     MOVE CURRENT-DATE-N TO DTC-TO-DATE-CCYYMMDD.
003730     CALL 'DATECALC' USING DATECALC-PARM.
003740     IF NOT DTC-SUCCESSFUL
003750         PERFORM D200-DATECALC-REFUSED
003760     ELSE
003770         MOVE DTC-DAY-OF-WEEK-NBR TO DDM-DAY-OF-WEEK
003780         MOVE 'N' TO DDM-BUSINESS-DAY-FLAG, DDM-HOLIDAY-FLAG
003790         IF DTC-DAY-COUNT = 1
003800             SET DDM-BUSINESS-DAY TO TRUE
003810             ADD 1 TO BUSINESS-DAY-COUNT
003820         ELSE
003830             IF DTC-DAY-OF-WEEK-NBR < 6
003840                 SET DDM-HOLIDAY TO TRUE
003850                 ADD 1 TO HOLIDAY-COUNT
003860             END-IF
003870         END-IF
003880     END-IF.
003890     SET DTC-FISCAL-PERIOD-FUNCTION TO TRUE.
003900     MOVE CURRENT-DATE-N TO DTC-DATE-CCYYMMDD.
003910     CALL 'DATECALC' USING DATECALC-PARM.
003920     IF DTC-NO-FISCAL-PERIOD
003930         ADD 1 TO NO-FISCAL-PERIOD-COUNT
003940     ELSE
003950         IF NOT DTC-SUCCESSFUL
003960             PERFORM D200-DATECALC-REFUSED
003970         END-IF
003980     END-IF.
003990     MOVE DTC-FISCAL-YEAR TO DDM-FISCAL-YEAR.
004000     MOVE DTC-FISCAL-PERIOD TO DDM-FISCAL-PERIOD.
004010     MOVE DTC-PERIOD-END-SWITCH TO DDM-PERIOD-END-FLAG.
004020     MOVE DTC-QUARTER-END-SWITCH TO DDM-QUARTER-END-FLAG.
004030     MOVE DTC-YEAR-END-SWITCH TO DDM-YEAR-END-FLAG.
004040*
004050 B140-WRITE-DIMENSION-RECORD.
004060     WRITE DATE-DIMENSION-RECORD
004070         INVALID KEY
004080             ADD 1 TO ERROR-COUNT
004090             DISPLAY 'DATEDIM WRITE FAILED - DATE ' CURRENT-DATE-N
004100         NOT INVALID KEY
004110             ADD 1 TO DATES-BUILT-COUNT
004120     END-WRITE.
004130*
004140*    B150 - THE RANGE ENDS ONCE ITS END DATE IS BUILT; A DATE
004150*    DATECALC CANNOT STEP PAST ENDS IT THERE, RATHER THAN LOOP.
004160 B150-STEP-TO-NEXT-DATE.
004170     IF CURRENT-DATE-N NOT < END-DATE
004180         SET NO-MORE-DATES TO TRUE
004190     ELSE
004200         SET DTC-NEXT-DAY TO TRUE
004210         MOVE CURRENT-DATE-N TO DTC-DATE-CCYYMMDD
004220         CALL 'DATECALC' USING DATECALC-PARM
004230         IF DTC-SUCCESSFUL
004240             MOVE CURRENT-DATE-N TO PRIOR-DATE
004250             MOVE DTC-RESULT-CCYYMMDD TO CURRENT-DATE-N
004260         ELSE
004270             PERFORM D200-DATECALC-REFUSED
004280             SET NO-MORE-DATES TO TRUE
004290         END-IF
004300     END-IF.
004310*
004320 D100-PRINT-MISMATCH.
004330     MOVE CURRENT-DATE-N TO MML-DATE.
004340     MOVE FORMAT-REQUEST TO MML-FORMAT.
004350     MOVE GETDATE-RETURN TO MML-GETDATE.
004360     MOVE GETDATE2-RETURN TO MML-GETDATE2.
004370     MOVE MISMATCH-LINE TO BUILD-REPORT-RECORD.
004380     WRITE BUILD-REPORT-RECORD.
004390*
004400 D200-DATECALC-REFUSED.
004410     ADD 1 TO ERROR-COUNT.
004420     MOVE 'ERR' TO MML-FLAG.
004430     MOVE SPACES TO MML-NOTE.
004440     STRING 'DATECALC ' DTC-FUNCTION ' REFUSED - RC '
004450         DTC-RETURN-CODE DELIMITED BY SIZE INTO MML-NOTE.
004460     MOVE SPACE TO FORMAT-REQUEST.
004470     MOVE SPACES TO GETDATE-RETURN, GETDATE2-RETURN.
004480     PERFORM D100-PRINT-MISMATCH.
004490*
004500 X100-PRINT-COUNT.
004510     MOVE COUNT-LINE TO BUILD-REPORT-RECORD.
004520     WRITE BUILD-REPORT-RECORD.
004530*
004540***************************************************************
004550*    Z100 PRINTS THE COUNTS AND SETS THE CONDITION CODE.        *
004560***************************************************************
004570 Z100-END-OF-PROCESSING.
004580     MOVE SPACES TO BUILD-REPORT-RECORD.
004590     WRITE BUILD-REPORT-RECORD.
004600     MOVE 'DATES BUILT' TO CNT-LABEL.
004610     MOVE DATES-BUILT-COUNT TO CNT-VALUE.
004620     PERFORM X100-PRINT-COUNT.
004630     MOVE 'FORMAT CODES PER DATE' TO CNT-LABEL.
004640     MOVE FORMAT-CODE-COUNT TO CNT-VALUE.
004650     PERFORM X100-PRINT-COUNT.
004660     MOVE 'GETDATE2 CALLS' TO CNT-LABEL.
004670     MOVE GETDATE2-CALL-COUNT TO CNT-VALUE.
004680     PERFORM X100-PRINT-COUNT.
004690     MOVE 'GETDATE/GETDATE2 MISMATCHES' TO CNT-LABEL.
004700     MOVE MISMATCH-COUNT TO CNT-VALUE.
004710     PERFORM X100-PRINT-COUNT.
004720     MOVE 'BUSINESS DAYS' TO CNT-LABEL.
004730     MOVE BUSINESS-DAY-COUNT TO CNT-VALUE.
004740     PERFORM X100-PRINT-COUNT.
004750     MOVE 'WEEKDAY HOLIDAYS' TO CNT-LABEL.
004760     MOVE HOLIDAY-COUNT TO CNT-VALUE.
004770     PERFORM X100-PRINT-COUNT.
004780     MOVE 'DATES WITH NO FISCAL PERIOD' TO CNT-LABEL.
004790     MOVE NO-FISCAL-PERIOD-COUNT TO CNT-VALUE.
004800     PERFORM X100-PRINT-COUNT.
004810     MOVE 'DATECALC AND WRITE ERRORS' TO CNT-LABEL.
004820     MOVE ERROR-COUNT TO CNT-VALUE.
004830     PERFORM X100-PRINT-COUNT.
004840     MOVE 'DATEDIM' TO RPT-TRAILER-PROGRAM.
004850     MOVE 1 TO RPT-TRAILER-PAGES.
004860     MOVE RPT-TRAILER-LINE TO BUILD-REPORT-RECORD.
004870     WRITE BUILD-REPORT-RECORD.
004880     CLOSE DATE-DIMENSION-FILE, BUILD-REPORT-FILE.
004890     MOVE 'DATEDIM' TO OST-PROGRAM-ID.
004900     SET OST-END-OF-JOB TO TRUE.
004910     MOVE DATES-BUILT-COUNT TO OST-RECORDS-PROCESSED.
004920     MOVE ERROR-COUNT TO OST-ERROR-COUNT.
004930     MOVE MISMATCH-COUNT TO OST-EXCEPTION-COUNT.
004940     CALL 'OPSTAT' USING OPSTAT-PARM.
004950     IF MISMATCH-COUNT > ZERO
004960         OR ERROR-COUNT > ZERO
004970         OR RANGE-CARD-IN-ERROR
004980         MOVE 4 TO RETURN-CODE.
