000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TRMAUDT.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000135* SHIFT COVERAGE GAP AUDIT OF THE TERMINAL DIRECTORY, IN THE    *
000140* HOLAUDT/CARDAUDT MOLD.  TRMROUTE FALLS BACK TO THE DESIGNATED *
000145* AFTER-HOURS DESKS - EVERY 'A' CARD, WHATEVER ITS CLASS, DAYS, *
000150* OR HOURS - WHEN NOBODY MATCHING IS STAFFED, AND ANSWERS       *
000155* TRT-NO-DESK-AVAILABLE ONLY WHEN THE DIRECTORY HOLDS NO        *
000160* AFTER-HOURS DESK AT ALL, BUT NOTHING SAID AHEAD OF TIME WHICH *
000165* HOURS OF THE WEEK A ROUTING CLASS WOULD LAND ON THAT FALLBACK *
000170* OR ON NO DESK.  EVERY DD UT-S-TRMDIR CARD IS LISTED WITH ITS  *
000175* DISPOSITION: TERMINAL ID, ROUTING CLASS (A-Z, 0-9 OR BLANK),  *
000180* SEVEN Y/N DAY FLAGS, HHMM SHIFT HOURS, AND THE AFTER-HOURS    *
000185* FLAG ARE VALIDATED.  THE CARDS ARE THEN LOADED EXACTLY AS     *
000190* TRMROUTE LOADS THEM (UNREADABLE HOURS ARE ALL DAY, ONLY A 'Y' *
000195* DAY COUNTS, NOTHING PAST THE 100TH CARD) AND THE WEEK IS LAID *
000200* OUT HOUR BY HOUR FOR THE UNCLASSED DELIVERIES AND FOR EVERY   *
000205* ROUTING CLASS NAMED ON A CARD.  AN HOUR IS STAFFED WHEN A DESK*
000210* OF THE CLASS (OR OF NO CLASS) IS STAFFED THROUGHOUT IT;       *
000215* AFTER-HOURS ONLY WHEN AT SOME MOMENT OF IT NO REGULAR DESK OF *
000220* THE CLASS IS STAFFED BUT THE DIRECTORY HOLDS AN AFTER-HOURS   *
000225* DESK, SO THE DELIVERY GOES TO THE AFTER-HOURS DESKS           *
000230* (TRT-AFTER-HOURS-FALLBACK); AND A GAP WHEN AT SOME            *
000240* MOMENT OF IT NO DESK OF THE CLASS IS STAFFED AND THE DIRECTORY*
000245* HAS NO AFTER-HOURS DESK, SO TRMROUTE ANSWERS NO DESK.  THE    *
000250* MOMENTS TESTED ARE THE TOP OF THE HOUR AND EVERY SHIFT START  *
000255* OR END FALLING INSIDE IT, SO A HALF-HOUR HOLE BETWEEN TWO     *
000260* SHIFTS IS NOT MISSED.  TRMROUTE DOES NOT READ THE HOLIDAY     *
000265* CALENDAR, SO EVERY WEEKDAY HOLIDAY IN THE NEXT TWELVE MONTHS  *
000270* (DATECALC'S BUSINESS-DAY ANSWER) IS LAID OUT AGAIN WITH THE   *
000275* DESKS STAFFED ONLY ON WEEKDAYS TAKEN AS DARK; AN HOUR THAT    *
000280* LEAVES A CLASS UNCOVERED ON THE HOLIDAY ALONE IS REPORTED WITH*
000285* THE DATE.  THE LISTING IS DD UT-S-TRMARPT.  THE STEP ENDS WITH*
000290* CONDITION CODE 4 ON ANY GAP OR ANY CARD FINDING, SO THE       *
000295* DIRECTORY IS FIXED BEFORE THE HOUR ARRIVES.                   *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL TERMINAL-DIRECTORY-FILE
000500         ASSIGN TO UT-S-TRMDIR.
000510     SELECT AUDIT-REPORT-FILE ASSIGN TO UT-S-TRMARPT.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*
000550 FD  TERMINAL-DIRECTORY-FILE
000560     RECORDING MODE IS F
000570     BLOCK CONTAINS 0 RECORDS
000580     RECORD CONTAINS 80 CHARACTERS
000590     LABEL RECORDS ARE OMITTED
000600     DATA RECORD IS TERMINAL-DIRECTORY-RECORD.
000610 01  TERMINAL-DIRECTORY-RECORD.
000620     05  TD-TERMINAL-ID           PIC X(8).
000630     05  FILLER                   PIC X.
000640     05  TD-ROUTE-CLASS           PIC X.
000650     05  FILLER                   PIC X.
000660     05  TD-DESK-NAME             PIC X(20).
000670     05  FILLER                   PIC X.
000680     05  TD-STAFFED-DAYS          PIC X(7).
000690     05  FILLER                   PIC X.
000700     05  TD-SHIFT-START           PIC X(4).
000710     05  TD-SHIFT-START-HHMM REDEFINES TD-SHIFT-START.
000720         10  TD-START-HH          PIC 9(2).
000730         10  TD-START-MM          PIC 9(2).
000740     05  FILLER                   PIC X.
000750     05  TD-SHIFT-END             PIC X(4).
000760     05  TD-SHIFT-END-HHMM REDEFINES TD-SHIFT-END.
000770         10  TD-END-HH            PIC 9(2).
000780         10  TD-END-MM            PIC 9(2).
000790     05  FILLER                   PIC X.
000800     05  TD-AFTER-HOURS-FLAG      PIC X.
000810     05  FILLER                   PIC X(29).
000820*
000830 FD  AUDIT-REPORT-FILE
000840     RECORDING MODE IS F
000850     BLOCK CONTAINS 0 RECORDS
000860     RECORD CONTAINS 133 CHARACTERS
000870     LABEL RECORDS ARE OMITTED.
000880 01  AUDIT-REPORT-RECORD          PIC X(133).
000890*
000900 WORKING-STORAGE SECTION.
000910 77  FILLER PIC X(35)  VALUE
000920     'TRMAUDT WORKING STORAGE BEGINS HERE'.
000930*
000940 01  DIRECTORY-FILE-SWITCH        PIC X VALUE 'N'.
000950     88  DIRECTORY-FILE-EOF           VALUE 'Y'.
000960 01  HOLIDAY-RULE-SWITCH          PIC X VALUE 'N'.
000970     88  HOLIDAY-RULE                 VALUE 'Y'.
000980 01  REGULAR-DESK-SWITCH          PIC X VALUE 'N'.
000990     88  REGULAR-DESK-STAFFED         VALUE 'Y'.
001020 01  STAFFED-NOW-SWITCH           PIC X VALUE 'N'.
001030     88  DESK-STAFFED-NOW             VALUE 'Y'.
001040 01  RUN-MODE-SWITCH              PIC X VALUE 'W'.
001050     88  WEEK-RUNS                    VALUE 'W'.
001060     88  HOLIDAY-RUNS                 VALUE 'H'.
001070*
001080***************************************************************
001090*    DIRECTORY-TABLE HOLDS THE CARDS AS TRMROUTE HOLDS THEM -   *
001100*    SAME 100-CARD LIMIT, SAME ALL-DAY READING OF UNREADABLE    *
001110*    SHIFT HOURS - SO THE WEEK LAID OUT HERE IS THE WEEK        *
001120*    TRMROUTE WILL ACTUALLY ANSWER.                             *
001130***************************************************************
001140 01  DIRECTORY-TABLE-COUNT        PIC S9(4) COMP VALUE +0.
001150 01  DIRECTORY-TABLE.
001160     05  DIRECTORY-ENTRY      OCCURS 1 TO 100 TIMES
001170                              DEPENDING ON DIRECTORY-TABLE-COUNT
001180                              INDEXED BY DIR-IX.
001190         10  DIR-ROUTE-CLASS      PIC X.
001200         10  DIR-STAFFED-DAYS     PIC X(7).
001210         10  DIR-STAFFED-DAY-FLAG REDEFINES DIR-STAFFED-DAYS
001220                                  PIC X OCCURS 7 TIMES.
001230         10  DIR-SHIFT-START      PIC 9(4).
001240         10  DIR-SHIFT-END        PIC 9(4).
001250         10  DIR-AFTER-HOURS-FLAG PIC X.
001260             88  DIR-AFTER-HOURS-DESK VALUE 'A'.
001270*
001280***************************************************************
001290*    CLASS-TABLE IS THE ROUTING CLASSES LAID OUT - ENTRY 1 IS   *
001300*    THE BLANK CLASS (UNCLASSED DELIVERIES, WHICH ANY DESK      *
001310*    TAKES), THEN EVERY CLASS NAMED ON A CARD IN THE ORDER      *
001320*    FIRST SEEN.  BOUNDARY-TABLE IS EVERY SHIFT START OR END    *
001330*    THAT IS NOT ON THE HOUR.  HOLIDAY-TABLE IS EVERY WEEKDAY   *
001340*    HOLIDAY IN THE NEXT TWELVE MONTHS.                         *
001350***************************************************************
001360 01  CLASS-TABLE-COUNT            PIC S9(4) COMP VALUE +1.
001370 01  CLASS-TABLE.
001380     05  CLASS-ENTRY          OCCURS 40 TIMES.
001390         10  CL-ROUTE-CLASS       PIC X.
001400 01  BOUNDARY-TABLE-COUNT         PIC S9(4) COMP VALUE +0.
001410 01  BOUNDARY-TABLE.
001420     05  BOUNDARY-ENTRY       OCCURS 200 TIMES.
001430         10  BD-TIME-HHMM         PIC 9(4).
001440 01  HOLIDAY-TABLE-COUNT          PIC S9(4) COMP VALUE +0.
001450 01  HOLIDAY-TABLE.
001460     05  HOLIDAY-ENTRY        OCCURS 60 TIMES.
001470         10  HL-DATE              PIC 9(8).
001480         10  HL-DAY-NBR           PIC 9.
001490*
001500***************************************************************
001510*    WEEK-GRID IS ONE ROUTING CLASS'S WEEK, ONE STATUS PER HOUR *
001520*    - 'S' STAFFED, 'A' AFTER-HOURS DESK ONLY, 'X' GAP.         *
001530*    HOLIDAY-ROW IS ONE HOLIDAY'S DAY UNDER THE HOLIDAY RULE.   *
001540*    RUN-ROW IS THE DAY BEING REPORTED AS RUNS OF HOURS.        *
001550***************************************************************
001560 01  WEEK-GRID.
001570     05  GRID-DAY             OCCURS 7 TIMES.
001580         10  GRID-DAY-ROW         PIC X(24).
001590         10  GRID-HOUR-STATUS REDEFINES GRID-DAY-ROW
001600                                  PIC X OCCURS 24 TIMES.
001610 01  HOLIDAY-ROW.
001620     05  HOLIDAY-HOUR-STATUS      PIC X OCCURS 24 TIMES.
001630 01  RUN-ROW.
001640     05  RUN-HOUR-STATUS          PIC X OCCURS 24 TIMES.
001650*
001660 01  AUDIT-WORK-FIELDS.
001670     05  CLASS-SUB                PIC S9(4) COMP VALUE +0.
001680     05  DAY-SUB                  PIC S9(4) COMP VALUE +0.
001690     05  HOUR-SUB                 PIC S9(4) COMP VALUE +0.
001700     05  BOUNDARY-SUB             PIC S9(4) COMP VALUE +0.
001710     05  HOLIDAY-SUB              PIC S9(4) COMP VALUE +0.
001720     05  RUN-START-SUB            PIC S9(4) COMP VALUE +0.
001730     05  AUDIT-CLASS              PIC X.
001740     05  JUDGED-STATUS            PIC X.
001750     05  RUN-STATUS               PIC X.
001760     05  NEXT-STATUS              PIC X.
001770     05  HOUR-START-HHMM          PIC 9(4).
001780     05  HOUR-END-HHMM            PIC 9(4).
001790     05  MOMENT-TIME-HHMM         PIC 9(4).
001800     05  Y-FLAG-COUNT             PIC S9(4) COMP VALUE +0.
001810     05  N-FLAG-COUNT             PIC S9(4) COMP VALUE +0.
001820     05  RUN-DATE-CCYYMMDD        PIC 9(8).
001830     05  COVERAGE-END-CCYYMMDD    PIC 9(8).
001840     05  SCAN-DATE-CCYYMMDD       PIC 9(8).
001850     05  SCAN-DAY-NBR             PIC 9.
001860     05  FINDING-DATE             PIC X(8).
001870     05  FINDING-DAY-SUB          PIC S9(4) COMP VALUE +0.
001880     05  WS-DATE.
001890         10  WS-YEAR              PIC XX.
001900         10  WS-MONTH             PIC XX.
001910         10  WS-DAY               PIC XX.
001920     05  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
001930*
001940 01  AUDIT-COUNTERS.
001950     05  CARDS-READ-COUNT         PIC S9(5) COMP-3 VALUE +0.
001960     05  CARD-FINDING-COUNT       PIC S9(5) COMP-3 VALUE +0.
001970     05  AFTER-HOURS-DESK-COUNT   PIC S9(5) COMP-3 VALUE +0.
001980     05  GAP-COUNT                PIC S9(5) COMP-3 VALUE +0.
001990     05  AFTER-HOURS-ONLY-COUNT   PIC S9(5) COMP-3 VALUE +0.
002000     05  HOLIDAY-GAP-COUNT        PIC S9(5) COMP-3 VALUE +0.
002010     05  CLASS-FINDING-COUNT      PIC S9(5) COMP-3 VALUE +0.
002020*
002030***************************************************************
002040*    DAY-NAME-TABLE NAMES DATECALC'S DAY OF THE WEEK,           *
002050*    1=MONDAY ... 7=SUNDAY, THE ORDER OF THE DAY FLAGS.         *
002060***************************************************************
002070 01  DAY-NAME-VALUES.
002080     05  FILLER                   PIC X(9) VALUE 'MONDAY'.
002090     05  FILLER                   PIC X(9) VALUE 'TUESDAY'.
002100     05  FILLER                   PIC X(9) VALUE 'WEDNESDAY'.
002110     05  FILLER                   PIC X(9) VALUE 'THURSDAY'.
002120     05  FILLER                   PIC X(9) VALUE 'FRIDAY'.
002130     05  FILLER                   PIC X(9) VALUE 'SATURDAY'.
002140     05  FILLER                   PIC X(9) VALUE 'SUNDAY'.
002150 01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
002160     05  DAY-NAME                 PIC X(9) OCCURS 7 TIMES.
002170*
002180*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
002190*    CALL 'DATECALC' - THE SHOP'S SHARED BUSINESS-DAY AND
002200*    HOLIDAY CALENDAR SUBROUTINE, WHICH FINDS THE WEEKDAY
002210*    HOLIDAYS OF THE NEXT TWELVE MONTHS.
002220 COPY DATECALP.
002230*
002240*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
002250*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002260*    LOGGER, CALLED AT START AND END OF JOB.
002270 COPY OPSTATP.
002280*
002290***************************************************************
002300*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002310*    AUDIT LISTING THE SHOP'S SHARED HEADING AND TRAILER.       *
002320***************************************************************
002330 COPY RPTHDR0.
002340*
002350 01  CARD-HEADING-LINE.
002360     05  FILLER                   PIC X VALUE SPACE.
002370     05  FILLER                   PIC X(10) VALUE 'TERMINAL'.
002380     05  FILLER                   PIC X(6) VALUE 'CLASS'.
002390     05  FILLER                   PIC X(22) VALUE 'DESK NAME'.
002400     05  FILLER                   PIC X(9) VALUE 'MTWTFSS'.
002410     05  FILLER                   PIC X(6) VALUE 'START'.
002420     05  FILLER                   PIC X(6) VALUE 'END'.
002430     05  FILLER                   PIC X(4) VALUE 'A/H'.
002440     05  FILLER                   PIC X(11) VALUE 'DISPOSITION'.
002450     05  FILLER                   PIC X(58) VALUE SPACES.
002460 01  CARD-DETAIL-LINE.
002470     05  FILLER                   PIC X VALUE SPACE.
002480     05  CDL-TERMINAL-ID          PIC X(8).
002490     05  FILLER                   PIC X(4) VALUE SPACES.
002500     05  CDL-ROUTE-CLASS          PIC X.
002510     05  FILLER                   PIC X(3) VALUE SPACES.
002520     05  CDL-DESK-NAME            PIC X(20).
002530     05  FILLER                   PIC X(2) VALUE SPACES.
002540     05  CDL-STAFFED-DAYS         PIC X(7).
002550     05  FILLER                   PIC X(2) VALUE SPACES.
002560     05  CDL-SHIFT-START          PIC X(4).
002570     05  FILLER                   PIC X(2) VALUE SPACES.
002580     05  CDL-SHIFT-END            PIC X(4).
002590     05  FILLER                   PIC X(3) VALUE SPACES.
002600     05  CDL-AFTER-HOURS-FLAG     PIC X.
002610     05  FILLER                   PIC X(2) VALUE SPACES.
002620     05  CDL-DISPOSITION          PIC X(50).
002630     05  FILLER                   PIC X(19) VALUE SPACES.
002640 01  LEGEND-LINE.
002650     05  FILLER                   PIC X VALUE SPACE.
002660     05  FILLER                   PIC X(41) VALUE
002670         'WEEKLY COVERAGE:  S = STAFFED DESK   A = '.
002680     05  FILLER                   PIC X(41) VALUE
002690         'AFTER-HOURS DESK ONLY   X = GAP, NO DESK '.
002700     05  FILLER                   PIC X(50) VALUE
002710         'OF THE CLASS AND NO AFTER-HOURS DESK'.
002720 01  CLASS-TITLE-LINE.
002730     05  FILLER                   PIC X VALUE SPACE.
002740     05  FILLER                   PIC X(15) VALUE
002750         'ROUTING CLASS: '.
002760     05  CTL-ROUTE-CLASS          PIC X(7).
002770     05  FILLER                   PIC X(2) VALUE SPACES.
002780     05  CTL-CLASS-NOTE           PIC X(50).
002790     05  FILLER                   PIC X(58) VALUE SPACES.
002800 01  HOUR-HEADING-LINE.
002810     05  FILLER                   PIC X VALUE SPACE.
002820     05  FILLER                   PIC X(10) VALUE 'HOUR'.
002830     05  FILLER                   PIC X(36) VALUE
002840         '00 01 02 03 04 05 06 07 08 09 10 11 '.
002850     05  FILLER                   PIC X(36) VALUE
002860         '12 13 14 15 16 17 18 19 20 21 22 23 '.
002870     05  FILLER                   PIC X(50) VALUE SPACES.
002880 01  GRID-LINE.
002890     05  FILLER                   PIC X.
002900     05  GRL-DAY-NAME             PIC X(9).
002910     05  FILLER                   PIC X.
002920     05  GRL-HOUR                 OCCURS 24 TIMES.
002930         10  GRL-HOUR-STATUS      PIC X.
002940         10  FILLER               PIC X(2).
002950     05  FILLER                   PIC X(50).
002960 01  FINDING-LINE.
002970     05  FILLER                   PIC X VALUE SPACE.
002980     05  FDL-DATE                 PIC X(8).
002990     05  FILLER                   PIC X VALUE SPACE.
003000     05  FDL-DAY-NAME             PIC X(9).
003010     05  FILLER                   PIC X VALUE SPACE.
003020     05  FDL-FROM-HHMM            PIC 9(4).
003030     05  FILLER                   PIC X VALUE '-'.
003040     05  FDL-TO-HHMM              PIC 9(4).
003050     05  FILLER                   PIC X(2) VALUE SPACES.
003060     05  FDL-FINDING              PIC X(60).
003070     05  FILLER                   PIC X(42) VALUE SPACES.
003080 01  NONE-LINE.
003090     05  FILLER                   PIC X VALUE SPACE.
003100     05  FILLER                   PIC X(40) VALUE
003110         'NO GAP AND NO AFTER-HOURS-ONLY HOUR'.
003120     05  FILLER                   PIC X(92) VALUE SPACES.
003130 01  COUNT-LINE.
003140     05  FILLER                   PIC X VALUE SPACE.
003150     05  CNT-LABEL                PIC X(42).
003160     05  FILLER                   PIC X(3) VALUE ' = '.
003170     05  CNT-VALUE                PIC Z,ZZZ,ZZ9.
003180     05  FILLER                   PIC X(78) VALUE SPACES.
003190*
003200 PROCEDURE DIVISION.
003210*
003220 A100-EXECUTIVE-CONTROL.
003230     PERFORM A110-INITIALIZATION.
003240     PERFORM A120-FIND-ONE-HOLIDAY
003250         UNTIL SCAN-DATE-CCYYMMDD > COVERAGE-END-CCYYMMDD.
003260     PERFORM B100-AUDIT-ONE-CARD UNTIL DIRECTORY-FILE-EOF.
003270     MOVE SPACES TO AUDIT-REPORT-RECORD.
003280     WRITE AUDIT-REPORT-RECORD.
003290     MOVE LEGEND-LINE TO AUDIT-REPORT-RECORD.
003300     WRITE AUDIT-REPORT-RECORD.
003310     PERFORM C100-AUDIT-ONE-CLASS
003320         VARYING CLASS-SUB FROM 1 BY 1
003330         UNTIL CLASS-SUB > CLASS-TABLE-COUNT.
003340     PERFORM Z100-END-OF-PROCESSING.
003350     GOBACK.
003360*
003370 A110-INITIALIZATION.
003380     OPEN INPUT TERMINAL-DIRECTORY-FILE.
003390     OPEN OUTPUT AUDIT-REPORT-FILE.
003400     ACCEPT WS-DATE FROM DATE.
003410*
003420*    THE RUN DATE IS TAKEN AS 20XX, THE SAME READING CTLREAD
003430*    GIVES ITS OWN DATED CARDS; THE HOLIDAY WINDOW ENDS
003440*    TWELVE MONTHS OUT, AS IN HOLAUDT.
003450     COMPUTE RUN-DATE-CCYYMMDD = 20000000 + WS-DATE-N.
003460     COMPUTE COVERAGE-END-CCYYMMDD = RUN-DATE-CCYYMMDD + 10000.
003470     MOVE RUN-DATE-CCYYMMDD TO SCAN-DATE-CCYYMMDD.
003480     MOVE SPACE TO CL-ROUTE-CLASS (1).
003490     MOVE WS-MONTH TO RPT-HEADING-MONTH.
003500     MOVE WS-DAY TO RPT-HEADING-DAY.
003510     MOVE WS-YEAR TO RPT-HEADING-YEAR.
003520     MOVE 'TRMAUDT' TO RPT-HEADING-PROGRAM.
003530     MOVE 'TERMINAL DIRECTORY SHIFT COVERAGE AUDIT'
003540         TO RPT-HEADING-TITLE.
003550     MOVE 1 TO RPT-HEADING-PAGE.
003560     MOVE RPT-HEADING-LINE TO AUDIT-REPORT-RECORD.
003570     WRITE AUDIT-REPORT-RECORD.
003580     MOVE SPACES TO AUDIT-REPORT-RECORD.
003590     WRITE AUDIT-REPORT-RECORD.
003600     MOVE CARD-HEADING-LINE TO AUDIT-REPORT-RECORD.
003610     WRITE AUDIT-REPORT-RECORD.
003620     MOVE 'TRMAUDT' TO OST-PROGRAM-ID.
003630     SET OST-START-OF-JOB TO TRUE.
003640     MOVE SPACES TO OST-NAMED-COUNTERS.
003650     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003660         OST-EXCEPTION-COUNT.
003670     CALL 'OPSTAT' USING OPSTAT-PARM.
003680*
003690***************************************************************
003700*    A120 WALKS THE NEXT TWELVE MONTHS A DAY AT A TIME.  A      *
003710*    MONDAY-FRIDAY DATE DATECALC DOES NOT CALL A BUSINESS DAY   *
003720*    IS ON THE HOLIDAY FILE.                                    *
003730***************************************************************
003740 A120-FIND-ONE-HOLIDAY.
003750     SET DTC-DAY-OF-WEEK TO TRUE.
003760     MOVE SCAN-DATE-CCYYMMDD TO DTC-DATE-CCYYMMDD.
003770     CALL 'DATECALC' USING DATECALC-PARM.
003780     MOVE DTC-DAY-OF-WEEK-NBR TO SCAN-DAY-NBR.
003790     IF DTC-SUCCESSFUL
003800         AND SCAN-DAY-NBR < 6
003810         SET DTC-RUN-DUE-TEST TO TRUE
003820         MOVE SCAN-DATE-CCYYMMDD TO DTC-DATE-CCYYMMDD
003830         MOVE 'B' TO DTC-RUN-FREQUENCY
003840         MOVE SPACES TO DTC-FREQUENCY-DATA
003850         CALL 'DATECALC' USING DATECALC-PARM
003860         IF DTC-SUCCESSFUL
003870             AND NOT DTC-RUN-DUE
003880             IF HOLIDAY-TABLE-COUNT < 60
003890                 ADD 1 TO HOLIDAY-TABLE-COUNT
003900                 MOVE SCAN-DATE-CCYYMMDD
003910                     TO HL-DATE (HOLIDAY-TABLE-COUNT)
003920                 MOVE SCAN-DAY-NBR
003930                     TO HL-DAY-NBR (HOLIDAY-TABLE-COUNT).
003940     SET DTC-NEXT-DAY TO TRUE.
003950     MOVE SCAN-DATE-CCYYMMDD TO DTC-DATE-CCYYMMDD.
003960     CALL 'DATECALC' USING DATECALC-PARM.
003970     IF DTC-SUCCESSFUL
003980         MOVE DTC-RESULT-CCYYMMDD TO SCAN-DATE-CCYYMMDD
003990     ELSE
004000         MOVE 99999999 TO SCAN-DATE-CCYYMMDD.
004010*
004020***************************************************************
004030*    B100-B110 DISPOSE OF ONE DIRECTORY CARD.  A CARD TRMROUTE  *
004040*    WOULD IGNORE (NO TERMINAL ID, PAST THE 100TH) IS REJECTED  *
004050*    AND NOT LOADED; ANY OTHER CARD IS LOADED AS TRMROUTE       *
004060*    LOADS IT AND THEN VALIDATED, SO A REJECTED CARD STILL      *
004070*    SHOWS IN THE WEEK THE WAY IT WILL ACTUALLY ROUTE.          *
004080*    COMMENT CARDS ('*' IN COLUMN 1) ARE SKIPPED, AS TRMROUTE   *
004090*    SKIPS THEM.                                                *
004100***************************************************************
004110 B100-AUDIT-ONE-CARD.
004120     READ TERMINAL-DIRECTORY-FILE
004130         AT END
004140             SET DIRECTORY-FILE-EOF TO TRUE.
004150     IF NOT DIRECTORY-FILE-EOF
004160         AND TD-TERMINAL-ID (1:1) NOT = '*'
004170         AND TERMINAL-DIRECTORY-RECORD NOT = SPACES
004180         ADD 1 TO CARDS-READ-COUNT
004190         PERFORM B110-DISPOSE-OF-THIS-CARD THRU B110-EXIT.
004200*
004210 B110-DISPOSE-OF-THIS-CARD.
004220     MOVE TD-TERMINAL-ID TO CDL-TERMINAL-ID.
004230     MOVE TD-ROUTE-CLASS TO CDL-ROUTE-CLASS.
004240     MOVE TD-DESK-NAME TO CDL-DESK-NAME.
004250     MOVE TD-STAFFED-DAYS TO CDL-STAFFED-DAYS.
004260     MOVE TD-SHIFT-START TO CDL-SHIFT-START.
004270     MOVE TD-SHIFT-END TO CDL-SHIFT-END.
004280     MOVE TD-AFTER-HOURS-FLAG TO CDL-AFTER-HOURS-FLAG.
004290     ADD 1 TO CARD-FINDING-COUNT.
004300     IF TD-TERMINAL-ID = SPACES
004310         MOVE 'REJECT - NO TERMINAL ID, IGNORED BY TRMROUTE'
004320             TO CDL-DISPOSITION
004330         PERFORM B190-WRITE-DETAIL-LINE
004340         GO TO B110-EXIT.
004350     IF DIRECTORY-TABLE-COUNT NOT < 100
004360         MOVE 'REJECT - PAST TRMROUTE''S 100-CARD LIMIT, IGNORED'
004370             TO CDL-DISPOSITION
004380         PERFORM B190-WRITE-DETAIL-LINE
004390         GO TO B110-EXIT.
004400     PERFORM B120-LOAD-THIS-CARD.
004410     IF TD-ROUTE-CLASS NOT = SPACE
004420         AND TD-ROUTE-CLASS NOT ALPHABETIC-UPPER
004430         AND TD-ROUTE-CLASS NOT NUMERIC
004440         MOVE 'REJECT - ROUTING CLASS NOT A-Z, 0-9 OR BLANK'
004450             TO CDL-DISPOSITION
004460         PERFORM B190-WRITE-DETAIL-LINE
004470         GO TO B110-EXIT.
004480     MOVE ZERO TO Y-FLAG-COUNT, N-FLAG-COUNT.
004490     INSPECT TD-STAFFED-DAYS TALLYING Y-FLAG-COUNT FOR ALL 'Y'
004500         N-FLAG-COUNT FOR ALL 'N'.
004510     IF Y-FLAG-COUNT + N-FLAG-COUNT NOT = 7
004520         MOVE 'REJECT - STAFFED DAYS NOT SEVEN Y/N FLAGS'
004530             TO CDL-DISPOSITION
004540         PERFORM B190-WRITE-DETAIL-LINE
004550         GO TO B110-EXIT.
004560     IF TD-SHIFT-START NOT NUMERIC
004570         OR TD-SHIFT-END NOT NUMERIC
004580         MOVE 'REJECT - SHIFT HOURS NOT HHMM, ROUTED AS ALL DAY'
004590             TO CDL-DISPOSITION
004600         PERFORM B190-WRITE-DETAIL-LINE
004610         GO TO B110-EXIT.
004620     IF TD-START-HH > 23 OR TD-START-MM > 59
004630         OR TD-END-HH > 23 OR TD-END-MM > 59
004640         MOVE 'REJECT - SHIFT HOURS NOT A TIME OF DAY'
004650             TO CDL-DISPOSITION
004660         PERFORM B190-WRITE-DETAIL-LINE
004670         GO TO B110-EXIT.
004680     IF TD-AFTER-HOURS-FLAG NOT = 'A'
004690         AND TD-AFTER-HOURS-FLAG NOT = SPACE
004700         MOVE 'REJECT - AFTER-HOURS FLAG NOT A OR BLANK'
004710             TO CDL-DISPOSITION
004720         PERFORM B190-WRITE-DETAIL-LINE
004730         GO TO B110-EXIT.
004740     IF Y-FLAG-COUNT = ZERO
004750         MOVE 'SUSPICIOUS - NO STAFFED DAY' TO CDL-DISPOSITION
004760         PERFORM B190-WRITE-DETAIL-LINE
004770         GO TO B110-EXIT.
004780     SUBTRACT 1 FROM CARD-FINDING-COUNT.
004790     MOVE 'ACCEPTED' TO CDL-DISPOSITION.
004800     PERFORM B190-WRITE-DETAIL-LINE.
004810 B110-EXIT. EXIT.
004820*
004830***************************************************************
004840*    B120 LOADS THE CARD THE WAY TRMROUTE'S 9810 DOES, THEN     *
004850*    NOTES ITS ROUTING CLASS AND ANY SHIFT START OR END THAT    *
004860*    FALLS BETWEEN THE HOURS.                                   *
004870***************************************************************
004880 B120-LOAD-THIS-CARD.
004890     ADD 1 TO DIRECTORY-TABLE-COUNT.
004900     SET DIR-IX TO DIRECTORY-TABLE-COUNT.
004910     MOVE TD-ROUTE-CLASS TO DIR-ROUTE-CLASS (DIR-IX).
004920     MOVE TD-STAFFED-DAYS TO DIR-STAFFED-DAYS (DIR-IX).
004930     MOVE TD-AFTER-HOURS-FLAG TO DIR-AFTER-HOURS-FLAG (DIR-IX).
004940     IF DIR-AFTER-HOURS-DESK (DIR-IX)
004950         ADD 1 TO AFTER-HOURS-DESK-COUNT.
004960     IF TD-SHIFT-START NUMERIC AND TD-SHIFT-END NUMERIC
004970         MOVE TD-SHIFT-START TO DIR-SHIFT-START (DIR-IX)
004980         MOVE TD-SHIFT-END TO DIR-SHIFT-END (DIR-IX)
004990         IF TD-START-MM NOT = ZERO AND TD-START-MM < 60
005000             MOVE TD-SHIFT-START TO MOMENT-TIME-HHMM
005010             PERFORM B140-NOTE-BOUNDARY
005020         END-IF
005030         IF TD-END-MM NOT = ZERO AND TD-END-MM < 60
005040             MOVE TD-SHIFT-END TO MOMENT-TIME-HHMM
005050             PERFORM B140-NOTE-BOUNDARY
005060         END-IF
005070     ELSE
005080         MOVE ZERO TO DIR-SHIFT-START (DIR-IX)
005090         MOVE ZERO TO DIR-SHIFT-END (DIR-IX).
005100     IF TD-ROUTE-CLASS NOT = SPACE
005110         PERFORM B130-NOTE-CLASS.
005120*
005130 B130-NOTE-CLASS.
005140     MOVE 1 TO CLASS-SUB.
005150     PERFORM B135-SKIP-OTHER-CLASS
005160         UNTIL CLASS-SUB > CLASS-TABLE-COUNT
005170         OR CL-ROUTE-CLASS (CLASS-SUB) = TD-ROUTE-CLASS.
005180     IF CLASS-SUB > CLASS-TABLE-COUNT
005190         IF CLASS-TABLE-COUNT < 40
005200             ADD 1 TO CLASS-TABLE-COUNT
005210             MOVE TD-ROUTE-CLASS
005220                 TO CL-ROUTE-CLASS (CLASS-TABLE-COUNT)
005230         ELSE
005240             DISPLAY 'TRMAUDT CLASS-TABLE FULL - NOT AUDITED: '
005250                 TD-ROUTE-CLASS.
005260*
005270 B135-SKIP-OTHER-CLASS.
005280     ADD 1 TO CLASS-SUB.
005290*
005300 B140-NOTE-BOUNDARY.
005310     MOVE 1 TO BOUNDARY-SUB.
005320     PERFORM B145-SKIP-OTHER-BOUNDARY
005330         UNTIL BOUNDARY-SUB > BOUNDARY-TABLE-COUNT
005340         OR BD-TIME-HHMM (BOUNDARY-SUB) = MOMENT-TIME-HHMM.
005350     IF BOUNDARY-SUB > BOUNDARY-TABLE-COUNT
005360         AND BOUNDARY-TABLE-COUNT < 200
005370         ADD 1 TO BOUNDARY-TABLE-COUNT
005380         MOVE MOMENT-TIME-HHMM
005390             TO BD-TIME-HHMM (BOUNDARY-TABLE-COUNT).
005400*
005410 B145-SKIP-OTHER-BOUNDARY.
005420     ADD 1 TO BOUNDARY-SUB.
005430*
005440 B190-WRITE-DETAIL-LINE.
005450     MOVE CARD-DETAIL-LINE TO AUDIT-REPORT-RECORD.
005460     WRITE AUDIT-REPORT-RECORD.
005470*
005480***************************************************************
005490*    C100 AUDITS ONE ROUTING CLASS - LAYS OUT ITS WEEK, PRINTS  *
005500*    THE GRID, REPORTS EACH DAY'S RUNS OF GAP AND AFTER-HOURS-  *
005510*    ONLY HOURS, THEN EACH WEEKDAY HOLIDAY'S OWN GAPS.          *
005520***************************************************************
005530 C100-AUDIT-ONE-CLASS.
005540     MOVE CL-ROUTE-CLASS (CLASS-SUB) TO AUDIT-CLASS.
005550     MOVE ZERO TO CLASS-FINDING-COUNT.
005560     IF AUDIT-CLASS = SPACE
005570         MOVE '(BLANK)' TO CTL-ROUTE-CLASS
005580         MOVE 'UNCLASSED DELIVERIES - EVERY DESK TAKES THEM'
005590             TO CTL-CLASS-NOTE
005600     ELSE
005610         MOVE AUDIT-CLASS TO CTL-ROUTE-CLASS
005620         MOVE 'DESKS OF THIS CLASS OR OF NO CLASS'
005630             TO CTL-CLASS-NOTE.
005640     MOVE SPACES TO AUDIT-REPORT-RECORD.
005650     WRITE AUDIT-REPORT-RECORD.
005660     MOVE CLASS-TITLE-LINE TO AUDIT-REPORT-RECORD.
005670     WRITE AUDIT-REPORT-RECORD.
005680     MOVE HOUR-HEADING-LINE TO AUDIT-REPORT-RECORD.
005690     WRITE AUDIT-REPORT-RECORD.
005700     MOVE 'N' TO HOLIDAY-RULE-SWITCH.
005710     PERFORM D100-LAY-OUT-ONE-DAY
005720         VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7.
005730     SET WEEK-RUNS TO TRUE.
005740     MOVE SPACES TO FINDING-DATE.
005750     PERFORM E100-REPORT-ONE-DAY
005760         VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7.
005770     SET HOLIDAY-RUNS TO TRUE.
005780     MOVE 'Y' TO HOLIDAY-RULE-SWITCH.
005790     PERFORM F100-AUDIT-ONE-HOLIDAY
005800         VARYING HOLIDAY-SUB FROM 1 BY 1
005810         UNTIL HOLIDAY-SUB > HOLIDAY-TABLE-COUNT.
005820     IF CLASS-FINDING-COUNT = ZERO
005830         MOVE NONE-LINE TO AUDIT-REPORT-RECORD
005840         WRITE AUDIT-REPORT-RECORD.
005850*
005860***************************************************************
005870*    D100-D160 JUDGE EVERY HOUR OF ONE DAY FOR THE CLASS.  AN   *
005880*    HOUR TAKES THE WORST STATUS OF ITS MOMENTS - THE TOP OF    *
005890*    THE HOUR AND EACH SHIFT BOUNDARY INSIDE IT.  UNDER THE     *
005900*    HOLIDAY RULE A DESK THAT IS NEITHER AN AFTER-HOURS DESK    *
005910*    NOR STAFFED ON A SATURDAY OR SUNDAY IS TAKEN AS DARK.      *
005920***************************************************************
005930 D100-LAY-OUT-ONE-DAY.
005940     PERFORM D110-JUDGE-ONE-HOUR
005950         VARYING HOUR-SUB FROM 1 BY 1 UNTIL HOUR-SUB > 24.
005960     MOVE SPACES TO GRID-LINE.
005970     MOVE DAY-NAME (DAY-SUB) TO GRL-DAY-NAME.
005980     PERFORM D105-COPY-ONE-HOUR
005990         VARYING HOUR-SUB FROM 1 BY 1 UNTIL HOUR-SUB > 24.
006000     MOVE GRID-LINE TO AUDIT-REPORT-RECORD.
006010     WRITE AUDIT-REPORT-RECORD.
006020*
006030 D105-COPY-ONE-HOUR.
006040     MOVE GRID-HOUR-STATUS (DAY-SUB, HOUR-SUB)
006050         TO GRL-HOUR-STATUS (HOUR-SUB).
006060*
006070 D110-JUDGE-ONE-HOUR.
006080     COMPUTE HOUR-START-HHMM = (HOUR-SUB - 1) * 100.
006090     COMPUTE HOUR-END-HHMM = HOUR-START-HHMM + 100.
006100     MOVE 'S' TO JUDGED-STATUS.
006110     MOVE HOUR-START-HHMM TO MOMENT-TIME-HHMM.
006120     PERFORM D130-JUDGE-ONE-MOMENT.
006130     PERFORM D120-TEST-ONE-BOUNDARY
006140         VARYING BOUNDARY-SUB FROM 1 BY 1
006150         UNTIL BOUNDARY-SUB > BOUNDARY-TABLE-COUNT.
006160     IF HOLIDAY-RULE
006170         MOVE JUDGED-STATUS TO HOLIDAY-HOUR-STATUS (HOUR-SUB)
006180     ELSE
006190         MOVE JUDGED-STATUS
006200             TO GRID-HOUR-STATUS (DAY-SUB, HOUR-SUB).
006210*
006220 D120-TEST-ONE-BOUNDARY.
006230     IF BD-TIME-HHMM (BOUNDARY-SUB) > HOUR-START-HHMM
006240         AND BD-TIME-HHMM (BOUNDARY-SUB) < HOUR-END-HHMM
006250         MOVE BD-TIME-HHMM (BOUNDARY-SUB) TO MOMENT-TIME-HHMM
006260         PERFORM D130-JUDGE-ONE-MOMENT.
006270*
006280 D130-JUDGE-ONE-MOMENT.
006284     MOVE 'N' TO REGULAR-DESK-SWITCH.
006288     PERFORM D140-TEST-ONE-DESK
006292         VARYING DIR-IX FROM 1 BY 1
006296         UNTIL DIR-IX > DIRECTORY-TABLE-COUNT
006300         OR REGULAR-DESK-STAFFED.
006304     IF NOT REGULAR-DESK-STAFFED
006308         IF AFTER-HOURS-DESK-COUNT > ZERO
006312             IF JUDGED-STATUS = 'S'
006316                 MOVE 'A' TO JUDGED-STATUS
006320             END-IF
006324         ELSE
006328             MOVE 'X' TO JUDGED-STATUS.
006332*
006336*    D140 - A STAFFED AFTER-HOURS DESK OF THE CLASS IS NOT A
006340*    REGULAR DESK; WITH NO REGULAR DESK STAFFED, TRMROUTE'S
006344*    FALLBACK TAKES ANY AFTER-HOURS DESK ON THE DIRECTORY, SO
006348*    D130 NEEDS ONLY TO KNOW THAT ONE EXISTS.
006352 D140-TEST-ONE-DESK.
006356     IF (AUDIT-CLASS = SPACE
006360         OR DIR-ROUTE-CLASS (DIR-IX) = SPACE
006364         OR DIR-ROUTE-CLASS (DIR-IX) = AUDIT-CLASS)
006368         AND DIR-STAFFED-DAY-FLAG (DIR-IX, DAY-SUB) = 'Y'
006372         AND NOT DIR-AFTER-HOURS-DESK (DIR-IX)
006376         PERFORM D150-TEST-SHIFT-HOURS
006380         IF DESK-STAFFED-NOW
006384             IF NOT HOLIDAY-RULE
006388                 OR DIR-STAFFED-DAY-FLAG (DIR-IX, 6) = 'Y'
006392                 OR DIR-STAFFED-DAY-FLAG (DIR-IX, 7) = 'Y'
006396                 SET REGULAR-DESK-STAFFED TO TRUE.
006560*
006570*    D150 IS TRMROUTE'S OWN SHIFT TEST - START EQUAL TO END IS
006580*    ALL DAY, END BELOW START CROSSES MIDNIGHT, OTHERWISE FROM
006590*    START UP TO BUT NOT INCLUDING END.
006600 D150-TEST-SHIFT-HOURS.
006610     MOVE 'N' TO STAFFED-NOW-SWITCH.
006620     IF DIR-SHIFT-START (DIR-IX) = DIR-SHIFT-END (DIR-IX)
006630         MOVE 'Y' TO STAFFED-NOW-SWITCH
006640     ELSE
006650         IF DIR-SHIFT-START (DIR-IX) > DIR-SHIFT-END (DIR-IX)
006660             IF MOMENT-TIME-HHMM NOT < DIR-SHIFT-START (DIR-IX)
006670                 OR MOMENT-TIME-HHMM < DIR-SHIFT-END (DIR-IX)
006680                 MOVE 'Y' TO STAFFED-NOW-SWITCH
006690             END-IF
006700         ELSE
006710             IF MOMENT-TIME-HHMM NOT < DIR-SHIFT-START (DIR-IX)
006720                 AND MOMENT-TIME-HHMM < DIR-SHIFT-END (DIR-IX)
006730                 MOVE 'Y' TO STAFFED-NOW-SWITCH.
006740*
006750***************************************************************
006760*    E100-E120 REPORT ONE DAY OF RUN-ROW AS RUNS OF HOURS WITH  *
006770*    THE SAME STATUS.  A RUN OF 'X' IS A GAP; A RUN OF 'A' IS   *
006780*    AFTER-HOURS-ONLY COVERAGE (A WEEK RUN ONLY).               *
006790***************************************************************
006800 E100-REPORT-ONE-DAY.
006810     MOVE GRID-DAY-ROW (DAY-SUB) TO RUN-ROW.
006820     MOVE DAY-SUB TO FINDING-DAY-SUB.
006830     PERFORM E110-REPORT-RUN-ROW.
006840*
006850 E110-REPORT-RUN-ROW.
006860     MOVE 'S' TO RUN-STATUS.
006870     MOVE 1 TO RUN-START-SUB.
006880     PERFORM E120-TEST-ONE-HOUR
006890         VARYING HOUR-SUB FROM 1 BY 1 UNTIL HOUR-SUB > 25.
006900*
006910 E120-TEST-ONE-HOUR.
006920     IF HOUR-SUB > 24
006930         MOVE 'S' TO NEXT-STATUS
006940     ELSE
006950         MOVE RUN-HOUR-STATUS (HOUR-SUB) TO NEXT-STATUS.
006960     IF NEXT-STATUS NOT = RUN-STATUS
006970         IF RUN-STATUS NOT = 'S'
006980             PERFORM E130-WRITE-RUN-FINDING
006990         END-IF
007000         MOVE NEXT-STATUS TO RUN-STATUS
007010         MOVE HOUR-SUB TO RUN-START-SUB.
007020*
007030 E130-WRITE-RUN-FINDING.
007040     MOVE FINDING-DATE TO FDL-DATE.
007050     MOVE DAY-NAME (FINDING-DAY-SUB) TO FDL-DAY-NAME.
007060     COMPUTE FDL-FROM-HHMM = (RUN-START-SUB - 1) * 100.
007070     COMPUTE FDL-TO-HHMM = (HOUR-SUB - 1) * 100.
007080     ADD 1 TO CLASS-FINDING-COUNT.
007090     IF HOLIDAY-RUNS
007100         ADD 1 TO HOLIDAY-GAP-COUNT
007110         MOVE 'GAP ON THE HOLIDAY - WEEKDAY-ONLY DESKS DARK'
007120             TO FDL-FINDING
007130     ELSE
007140         IF RUN-STATUS = 'A'
007150             ADD 1 TO AFTER-HOURS-ONLY-COUNT
007160             MOVE 'AFTER-HOURS DESK ONLY' TO FDL-FINDING
007170         ELSE
007180             ADD 1 TO GAP-COUNT
007190             MOVE 'GAP - NO DESK STAFFED AND NO AFTER-HOURS DESK'
007200                 TO FDL-FINDING.
007250     MOVE FINDING-LINE TO AUDIT-REPORT-RECORD.
007260     WRITE AUDIT-REPORT-RECORD.
007270*
007280***************************************************************
007290*    F100 LAYS OUT ONE WEEKDAY HOLIDAY UNDER THE HOLIDAY RULE.  *
007300*    ONLY AN HOUR THAT IS A GAP ON THE HOLIDAY BUT NOT ON THE   *
007310*    SAME WEEKDAY OF AN ORDINARY WEEK IS REPORTED - THE WEEKLY  *
007320*    GAPS ARE ALREADY LISTED.                                   *
007330***************************************************************
007340 F100-AUDIT-ONE-HOLIDAY.
007350     MOVE HL-DAY-NBR (HOLIDAY-SUB) TO DAY-SUB.
007360     PERFORM D110-JUDGE-ONE-HOUR
007370         VARYING HOUR-SUB FROM 1 BY 1 UNTIL HOUR-SUB > 24.
007380     PERFORM F110-MARK-HOLIDAY-GAP
007390         VARYING HOUR-SUB FROM 1 BY 1 UNTIL HOUR-SUB > 24.
007400     MOVE HL-DATE (HOLIDAY-SUB) TO FINDING-DATE.
007410     MOVE DAY-SUB TO FINDING-DAY-SUB.
007420     PERFORM E110-REPORT-RUN-ROW.
007430*
007440 F110-MARK-HOLIDAY-GAP.
007450     IF HOLIDAY-HOUR-STATUS (HOUR-SUB) = 'X'
007460         AND GRID-HOUR-STATUS (DAY-SUB, HOUR-SUB) NOT = 'X'
007470         MOVE 'X' TO RUN-HOUR-STATUS (HOUR-SUB)
007480     ELSE
007490         MOVE 'S' TO RUN-HOUR-STATUS (HOUR-SUB).
007500*
007510 Z100-END-OF-PROCESSING.
007520     MOVE 'DIRECTORY CARDS READ' TO CNT-LABEL.
007530     MOVE CARDS-READ-COUNT TO CNT-VALUE.
007540     PERFORM X100-PRINT-COUNT.
007550     MOVE 'CARD FINDINGS' TO CNT-LABEL.
007560     MOVE CARD-FINDING-COUNT TO CNT-VALUE.
007570     PERFORM X100-PRINT-COUNT.
007580     MOVE 'DESIGNATED AFTER-HOURS DESKS' TO CNT-LABEL.
007590     MOVE AFTER-HOURS-DESK-COUNT TO CNT-VALUE.
007600     PERFORM X100-PRINT-COUNT.
007610     MOVE 'ROUTING CLASSES AUDITED, BLANK INCLUDED' TO CNT-LABEL.
007620     MOVE CLASS-TABLE-COUNT TO CNT-VALUE.
007630     PERFORM X100-PRINT-COUNT.
007640     MOVE 'WEEKLY COVERAGE GAPS' TO CNT-LABEL.
007650     MOVE GAP-COUNT TO CNT-VALUE.
007660     PERFORM X100-PRINT-COUNT.
007670     MOVE 'WEEKLY AFTER-HOURS-ONLY STRETCHES' TO CNT-LABEL.
007680     MOVE AFTER-HOURS-ONLY-COUNT TO CNT-VALUE.
007690     PERFORM X100-PRINT-COUNT.
007700     MOVE 'WEEKDAY HOLIDAYS IN NEXT 12 MONTHS' TO CNT-LABEL.
007710     MOVE HOLIDAY-TABLE-COUNT TO CNT-VALUE.
007720     PERFORM X100-PRINT-COUNT.
007730     MOVE 'HOLIDAY COVERAGE GAPS' TO CNT-LABEL.
007740     MOVE HOLIDAY-GAP-COUNT TO CNT-VALUE.
007750     PERFORM X100-PRINT-COUNT.
007760     MOVE 'TRMAUDT' TO RPT-TRAILER-PROGRAM.
007770     MOVE 1 TO RPT-TRAILER-PAGES.
007780     MOVE RPT-TRAILER-LINE TO AUDIT-REPORT-RECORD.
007790     WRITE AUDIT-REPORT-RECORD.
007800     CLOSE TERMINAL-DIRECTORY-FILE, AUDIT-REPORT-FILE.
007810     MOVE 'TRMAUDT' TO OST-PROGRAM-ID.
007820     SET OST-END-OF-JOB TO TRUE.
007830     MOVE CARDS-READ-COUNT TO OST-RECORDS-PROCESSED.
007840     COMPUTE OST-ERROR-COUNT = GAP-COUNT + HOLIDAY-GAP-COUNT.
007850     MOVE CARD-FINDING-COUNT TO OST-EXCEPTION-COUNT.
007860     CALL 'OPSTAT' USING OPSTAT-PARM.
007870     IF GAP-COUNT > ZERO
007880         OR HOLIDAY-GAP-COUNT > ZERO
007890         OR CARD-FINDING-COUNT > ZERO
007900         MOVE 4 TO RETURN-CODE.
007910*
007920 X100-PRINT-COUNT.
007930     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
007940     WRITE AUDIT-REPORT-RECORD.
