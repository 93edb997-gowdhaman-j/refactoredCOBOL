000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    OPSPLAN.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* BATCH WINDOW CRITICAL-PATH PLAN WITH WHAT-IF SIMULATION.      *
000150* OPSFCST PROJECTS TONIGHT'S FINISH ONCE THE WINDOW IS RUNNING; *
000160* BEFORE A NEW JOB IS AGREED TO, OR AN EXISTING ONE MOVED,      *
000170* NOTHING SHOWED WHAT IT WOULD DO TO THE FINISH TIME.  THIS     *
000180* STEP TAKES THE EXPECTED-JOBS ROSTER (DD UT-S-ROSTER, COPY     *
000190* ROSTREC0) WITH ITS DECLARED PREDECESSORS - A ROSTER THAT      *
000200* DECLARES NONE IS A STRAIGHT LINE IN SEQUENCE ORDER, THE SAME  *
000210* RULE OPSSUM APPLIES - AND EACH JOB'S TYPICAL ELAPSED TIME,    *
000220* PAIRED FROM THE START AND END RECORDS ON THE CUMULATIVE       *
000230* HISTORY (DD UT-S-OPSHIST) THE SAME WAY OPSFCST PAIRS THEM,    *
000240* AND PRINTS EACH JOB'S EARLIEST AND LATEST START, ITS SLACK,   *
000250* AND THE CRITICAL PATH - THE CHAIN OF JOBS WITH NO SLACK THAT  *
000260* DECIDES WHEN THE WINDOW ENDS.  EVERY ROSTER JOB IS PLANNED    *
000270* WHATEVER ITS RUN FREQUENCY, SO THE PLAN IS A FULL NIGHT.      *
000280* CLOCK TIMES COUNT FROM THE WINDOW OPENING, 20:00 UNLESS AN    *
000290* OPERATIONS CONTROL CARD SAYS OTHERWISE (OPSPLAN WINDOW-START  *
000300* HHMM, READ THROUGH CTLREAD).                                  *
000310* WHAT-IF CARDS (DD UT-S-WHATIF, OPTIONAL) CHANGE THE PLAN      *
000320* BEFORE IT PRINTS.  COLUMNS 1-8 HOLD THE ACTION AND 10-17 THE  *
000330* PROGRAM:                                                      *
000340*   ADD     - A NEW JOB, ELAPSED HHMMSS IN 19-24 (BLANK TAKES   *
000350*             ITS TYPICAL ELAPSED FROM THE HISTORY) AND UP TO   *
000360*             FIVE PREDECESSORS IN 26-70, LAID OUT AS ON THE    *
000370*             ROSTER;                                           *
000380*   REMOVE  - DROPS A ROSTER JOB; ITS DEPENDENTS THEN WAIT ON   *
000390*             ITS OWN PREDECESSORS INSTEAD;                     *
000400*   STRETCH - ADDS HHMMSS (19-24) TO A ROSTER JOB'S ELAPSED;    *
000410*   MOVE    - REPLACES A ROSTER JOB'S PREDECESSORS WITH THOSE   *
000420*             IN 26-70 (ALL BLANK STARTS IT WHEN THE WINDOW     *
000430*             OPENS).                                           *
000440* EACH CARD PRINTS WITH ITS OUTCOME, EVERY JOB SHOWS TODAY'S    *
000450* EARLIEST START NEXT TO THE WHAT-IF ONE, AND THE REPORT ENDS   *
000460* WITH TODAY'S PROJECTED WINDOW END, THE WHAT-IF WINDOW END,    *
000470* AND THE DIFFERENCE.  CARDS THAT WOULD GIVE THE ROSTER A       *
000480* DEPENDENCY CYCLE ARE REJECTED TOGETHER AND TODAY'S PLAN       *
000490* PRINTS ALONE.  THE REPORT PRINTS TO DD UT-S-PLANRPT.          *
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL HISTORY-FILE ASSIGN TO UT-S-OPSHIST.
000560     SELECT OPTIONAL ROSTER-FILE ASSIGN TO UT-S-ROSTER.
000570     SELECT OPTIONAL WHAT-IF-FILE ASSIGN TO UT-S-WHATIF.
000580     SELECT PLAN-REPORT-FILE ASSIGN TO UT-S-PLANRPT.
000590 DATA DIVISION.
000600 FILE SECTION.
000610*
000620 FD  HISTORY-FILE
000630     RECORDING MODE IS F
000640     BLOCK CONTAINS 0 RECORDS
000650     RECORD CONTAINS 139 CHARACTERS
000660     LABEL RECORDS ARE OMITTED
000670     DATA RECORD IS OPERATIONS-STATISTICS-RECORD.
000680*
000690     COPY OPSTREC0.
000700*
000710 FD  ROSTER-FILE
000720     RECORDING MODE IS F
000730     BLOCK CONTAINS 0 RECORDS
000740     RECORD CONTAINS 80 CHARACTERS
000750     LABEL RECORDS ARE OMITTED.
000760     COPY ROSTREC0.
000770*
000780 FD  WHAT-IF-FILE
000790     RECORDING MODE IS F
000800     BLOCK CONTAINS 0 RECORDS
000810     RECORD CONTAINS 80 CHARACTERS
000820     LABEL RECORDS ARE OMITTED.
000830 01  WHAT-IF-RECORD.
000840     05  WIF-ACTION             PIC X(8).
000850     05  FILLER                 PIC X.
000860     05  WIF-PROGRAM-ID         PIC X(8).
000870     05  FILLER                 PIC X.
000880     05  WIF-ELAPSED            PIC X(6).
000890     05  WIF-ELAPSED-PARTS REDEFINES WIF-ELAPSED.
000900         10  WIF-ELAPSED-HH     PIC 99.
000910         10  WIF-ELAPSED-MM     PIC 99.
000920         10  WIF-ELAPSED-SS     PIC 99.
000930     05  FILLER                 PIC X.
000940     05  WIF-PREDECESSOR-LIST.
000950         10  WIF-PREDECESSOR-ENTRY  OCCURS 5 TIMES.
000960             15  WIF-PREDECESSOR    PIC X(8).
000970             15  FILLER             PIC X.
000980     05  FILLER                 PIC X(10).
000990*
001000 FD  PLAN-REPORT-FILE
001010     RECORDING MODE IS F
001020     BLOCK CONTAINS 0 RECORDS
001030     RECORD CONTAINS 133 CHARACTERS
001040     LABEL RECORDS ARE OMITTED.
001050 01  PLAN-REPORT-RECORD           PIC X(133).
001060*
001070 WORKING-STORAGE SECTION.
001080 77  FILLER PIC X(36)  VALUE
001090     'OPSPLAN WORKING STORAGE BEGINS HERE'.
001100*
001110 01  HISTORY-FILE-SWITCH          PIC X VALUE 'N'.
001120     88  HISTORY-FILE-EOF             VALUE 'Y'.
001130 01  ROSTER-FILE-SWITCH           PIC X VALUE 'N'.
001140     88  ROSTER-FILE-EOF              VALUE 'Y'.
001150 01  WHAT-IF-FILE-SWITCH          PIC X VALUE 'N'.
001160     88  WHAT-IF-FILE-EOF             VALUE 'Y'.
001170 01  ROSTER-SORT-SWITCH           PIC X VALUE 'N'.
001180     88  ROSTER-SORT-DONE             VALUE 'Y'.
001190*
001200***************************************************************
001210*    PROGRAM-STATS-TABLE CARRIES EACH PROGRAM'S PENDING START   *
001220*    WHILE THE HISTORY IS PAIRED, AND THE ACCUMULATORS ITS      *
001230*    TYPICAL ELAPSED TIME IS AVERAGED FROM.                     *
001240***************************************************************
001250 01  PROGRAM-STATS-COUNT          PIC S9(4) COMP VALUE +0.
001260 01  PROGRAM-STATS-TABLE.
001270     05  PROGRAM-STATS-ENTRY  OCCURS 1 TO 100 TIMES
001280                              DEPENDING ON PROGRAM-STATS-COUNT
001290                              INDEXED BY PS-IX.
001300         10  PS-PROGRAM-ID        PIC X(8).
001310         10  PS-PENDING-SWITCH    PIC X.
001320             88  PS-START-PENDING     VALUE 'Y'.
001330         10  PS-PENDING-DATE      PIC 9(6).
001340         10  PS-PENDING-TIME      PIC 9(8).
001350         10  PS-PAIR-COUNT        PIC S9(5) COMP-3.
001360         10  PS-TOTAL-HUNDREDTHS  PIC S9(11) COMP-3.
001370*
001380***************************************************************
001390*    ROSTER-TABLE HOLDS THE PLAN.  TIMES ARE HUNDREDTHS SINCE   *
001400*    THE WINDOW OPENED: EARLIEST START AND FINISH FROM THE      *
001410*    FORWARD PASS, LATEST START AND FINISH FROM THE BACKWARD    *
001420*    PASS, AND TODAY'S EARLIEST START KEPT FROM BEFORE THE      *
001430*    WHAT-IF CARDS WERE APPLIED.  RT-CHANGE NAMES WHAT A CARD   *
001440*    DID TO THE JOB.                                            *
001450***************************************************************
001460 01  ROSTER-TABLE-COUNT           PIC S9(4) COMP VALUE +0.
001470 01  ROSTER-TABLE.
001480     05  ROSTER-TABLE-ENTRY   OCCURS 1 TO 100 TIMES
001490                              DEPENDING ON ROSTER-TABLE-COUNT
001500                              INDEXED BY RO-IX RP-IX.
001510         10  RT-SEQUENCE          PIC 9(3).
001520         10  RT-PROGRAM-ID        PIC X(8).
001530         10  RT-PREDECESSOR       PIC X(8) OCCURS 5 TIMES.
001540         10  RT-RESOLVED-SWITCH   PIC X.
001550             88  RT-RESOLVED          VALUE 'Y'.
001560         10  RT-LEVEL             PIC 9(3).
001570         10  RT-CHANGE            PIC X(9).
001580             88  RT-ADDED             VALUE 'ADDED'.
001590             88  RT-REMOVED           VALUE 'REMOVED'.
001600         10  RT-HISTORY-SWITCH    PIC X.
001610             88  RT-HAS-HISTORY       VALUE 'Y'.
001620         10  RT-ELAPSED           PIC S9(9) COMP-3.
001630         10  RT-EARLY-START       PIC S9(9) COMP-3.
001640         10  RT-EARLY-FINISH      PIC S9(9) COMP-3.
001650         10  RT-LATE-START        PIC S9(9) COMP-3.
001660         10  RT-LATE-FINISH       PIC S9(9) COMP-3.
001670         10  RT-TODAY-START       PIC S9(9) COMP-3.
001680 01  ROSTER-SWAP-ENTRY.
001690     05  RSW-SEQUENCE             PIC 9(3).
001700     05  RSW-PROGRAM-ID           PIC X(8).
001710     05  RSW-PREDECESSOR-LIST     PIC X(40).
001720     05  RSW-RESOLVED-SWITCH      PIC X.
001730     05  RSW-LEVEL                PIC 9(3).
001740     05  RSW-CHANGE               PIC X(9).
001750     05  RSW-HISTORY-SWITCH       PIC X.
001760     05  RSW-ELAPSED              PIC S9(9) COMP-3.
001770     05  RSW-EARLY-START          PIC S9(9) COMP-3.
001780     05  RSW-EARLY-FINISH         PIC S9(9) COMP-3.
001790     05  RSW-LATE-START           PIC S9(9) COMP-3.
001800     05  RSW-LATE-FINISH          PIC S9(9) COMP-3.
001810     05  RSW-TODAY-START          PIC S9(9) COMP-3.
001820 01  ROSTER-SORT-SUB              PIC S9(4) COMP VALUE +0.
001830 01  ROSTER-SORT-SUB-1            PIC S9(4) COMP VALUE +0.
001840*
001850*    DEPENDENCY-SWITCH IS SET WHEN ANY ROSTER CARD DECLARES A
001860*    PREDECESSOR; OTHERWISE THE ROSTER IS A STRAIGHT LINE AND
001870*    EACH JOB IS GIVEN THE ONE BEFORE IT AS ITS PREDECESSOR.
001880*    THE RESOLVE FIELDS SUPPORT THE DEPENDENCY-CYCLE CHECK, AND A
001890*    REJECTED ROSTER NAMES A JOB ON THE CYCLE IN CYCLE-PROGRAM-ID.
001900*    THE PASS THAT RESOLVES A JOB BECOMES ITS RT-LEVEL, SO
001910*    SORTING ON LEVEL PUTS EVERY JOB AFTER ALL OF ITS
001920*    PREDECESSORS.
001930 01  ROSTER-CHECK-FIELDS.
001940     05  DEPENDENCY-SWITCH      PIC X VALUE 'N'.
001950         88  ROSTER-HAS-DEPENDENCIES VALUE 'Y'.
001960     05  REJECTED-SWITCH        PIC X VALUE 'N'.
001970         88  ROSTER-REJECTED        VALUE 'Y'.
001980     05  CYCLE-PROGRAM-ID       PIC X(8) VALUE SPACES.
001990     05  PREDECESSOR-SUB        PIC S9(4) COMP VALUE +0.
002000     05  CHECK-PROGRAM-ID       PIC X(8).
002010     05  CHECK-FOUND-SWITCH     PIC X VALUE 'N'.
002020         88  CHECK-ON-ROSTER        VALUE 'Y'.
002030     05  READY-SWITCH           PIC X VALUE 'N'.
002040         88  PREDECESSORS-RESOLVED  VALUE 'Y'.
002050     05  STEP-SWITCH            PIC X VALUE 'N'.
002060         88  STEP-TAKEN             VALUE 'Y'.
002070     05  RESOLVED-COUNT         PIC S9(4) COMP VALUE +0.
002080     05  PASS-RESOLVED-COUNT    PIC S9(4) COMP VALUE +0.
002090     05  RESOLVE-PASS-NUMBER    PIC 9(3) VALUE ZERO.
002100*
002110***************************************************************
002120*    PLAN-WORK - TIMES ARE HHMMSSTT HUNDREDTHS, WITH ONE 24-HOUR*
002130*    DAY ADDED ACROSS A DATE ROLLOVER, THE SAME TREATMENT       *
002140*    OPSFCST GIVES ITS TYPICAL ELAPSED.                         *
002150***************************************************************
002160 01  PLAN-WORK.
002170     05  WORK-TIME                PIC 9(8).
002180     05  WORK-TIME-PARTS REDEFINES WORK-TIME.
002190         10  WT-HH                PIC 99.
002200         10  WT-MM                PIC 99.
002210         10  WT-SS                PIC 99.
002220         10  WT-TT                PIC 99.
002230     05  WORK-HUNDREDTHS          PIC S9(9) COMP-3 VALUE +0.
002240     05  START-HUNDREDTHS         PIC S9(9) COMP-3 VALUE +0.
002250     05  END-HUNDREDTHS           PIC S9(9) COMP-3 VALUE +0.
002260     05  ELAPSED-HUNDREDTHS       PIC S9(9) COMP-3 VALUE +0.
002270     05  CARD-HUNDREDTHS          PIC S9(9) COMP-3 VALUE +0.
002280     05  WINDOW-START-HUNDREDTHS  PIC S9(9) COMP-3 VALUE +0.
002290     05  TODAY-WINDOW-HUNDREDTHS  PIC S9(9) COMP-3 VALUE +0.
002300     05  PLAN-WINDOW-HUNDREDTHS   PIC S9(9) COMP-3 VALUE +0.
002310     05  CHANGE-HUNDREDTHS        PIC S9(9) COMP-3 VALUE +0.
002320     05  EDIT-HUNDREDTHS          PIC S9(9) COMP-3 VALUE +0.
002330     05  EDIT-SECONDS             PIC S9(7) COMP-3 VALUE +0.
002340     05  EDIT-REMAINDER           PIC S9(7) COMP-3 VALUE +0.
002350     05  EDIT-HH                  PIC 99.
002360     05  EDIT-MM                  PIC 99.
002370     05  EDIT-SS                  PIC 99.
002380     05  EDIT-HHMMSS              PIC X(8).
002390     05  PLAN-SUB                 PIC S9(4) COMP VALUE +0.
002400     05  PATH-NEXT-SUB            PIC S9(4) COMP VALUE +0.
002410     05  PATH-SWITCH              PIC X VALUE 'N'.
002420         88  PATH-ENDED               VALUE 'Y'.
002430 01  WINDOW-START-FIELDS.
002440     05  WINDOW-START             PIC X(4) VALUE '2000'.
002450     05  WINDOW-START-PARTS REDEFINES WINDOW-START.
002460         10  WINDOW-START-HH      PIC 99.
002470         10  WINDOW-START-MM      PIC 99.
002480     05  START-CARD-VALUE         PIC X(4).
002490     05  START-CARD-PARTS REDEFINES START-CARD-VALUE.
002500         10  CARD-HH              PIC 99.
002510         10  CARD-MM              PIC 99.
002520*
002530*    CRITICAL-PATH-TABLE IS FILLED WALKING BACK FROM THE LAST JOB
002540*    TO FINISH, SO IT PRINTS FROM THE BOTTOM UP.
002550 01  CRITICAL-PATH-COUNT          PIC S9(4) COMP VALUE +0.
002560 01  CRITICAL-PATH-TABLE.
002570     05  CP-PROGRAM-SUB           PIC S9(4) COMP OCCURS 100 TIMES.
002580*
002590 01  PLAN-COUNTERS.
002600     05  HISTORY-RECORDS-READ     PIC S9(7) COMP VALUE +0.
002610     05  WHAT-IF-CARDS-READ       PIC S9(5) COMP VALUE +0.
002620     05  WHAT-IF-APPLIED-COUNT    PIC S9(5) COMP VALUE +0.
002630     05  WHAT-IF-REJECTED-COUNT   PIC S9(5) COMP VALUE +0.
002640     05  WHAT-IF-SWITCH           PIC X VALUE 'N'.
002650         88  WHAT-IF-CYCLE            VALUE 'Y'.
002660     05  WHAT-IF-CYCLE-PROGRAM    PIC X(8) VALUE SPACES.
002670     05  CARD-OUTCOME             PIC X(40).
002680     05  WS-DATE.
002690         10  WS-YEAR              PIC XX.
002700         10  WS-MONTH             PIC XX.
002710         10  WS-DAY               PIC XX.
002720*
002730*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
002740*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER,
002750*    WHICH SUPPLIES THE CLOCK TIME THE WINDOW OPENS.
002760 COPY CTLCARD0.
002770*
002780*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
002790*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002800*    LOGGER, CALLED AT START AND END OF JOB SO OPSSUM CAN ROLL
002810*    THIS RUN INTO THE WINDOW'S CONSOLIDATED SUMMARY.
002820 COPY OPSTATP.
002830*
002840***************************************************************
002850*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002860*    PLAN THE SHOP'S SHARED HEADING AND TRAILER.                *
002870***************************************************************
002880 COPY RPTHDR0.
002890 01  WINDOW-START-LINE.
002900     05  FILLER                   PIC X(2) VALUE SPACES.
002910     05  FILLER                   PIC X(14) VALUE
002920         'WINDOW OPENS: '.
002930     05  WSL-HH                   PIC XX.
002940     05  FILLER                   PIC X VALUE ':'.
002950     05  WSL-MM                   PIC XX.
002960     05  FILLER                   PIC X(112) VALUE SPACES.
002970 01  WHAT-IF-CARD-LINE.
002980     05  FILLER                   PIC X(2) VALUE SPACES.
002990     05  FILLER                   PIC X(9) VALUE 'WHAT-IF  '.
003000     05  WCL-CARD                 PIC X(70).
003010     05  FILLER                   PIC X(2) VALUE SPACES.
003020     05  WCL-OUTCOME              PIC X(40).
003030     05  FILLER                   PIC X(10) VALUE SPACES.
003040 01  HEADING-LINE-2.
003050     05  FILLER                   PIC X(2) VALUE SPACES.
003060     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
003070     05  FILLER                   PIC X(10) VALUE 'ELAPSED'.
003080     05  FILLER                   PIC X(10) VALUE 'TODAY ES'.
003090     05  FILLER                   PIC X(10) VALUE 'EARLIEST'.
003100     05  FILLER                   PIC X(10) VALUE 'LATEST'.
003110     05  FILLER                   PIC X(10) VALUE 'SLACK'.
003120     05  FILLER                   PIC X(6) VALUE 'CRIT'.
003130     05  FILLER                   PIC X(9) VALUE 'CHANGE'.
003140     05  FILLER                   PIC X(56) VALUE SPACES.
003150*
003160 01  PLAN-DETAIL-LINE.
003170     05  FILLER                   PIC X(2) VALUE SPACES.
003180     05  PDL-PROGRAM-ID           PIC X(8).
003190     05  FILLER                   PIC X(2) VALUE SPACES.
003200     05  PDL-ELAPSED              PIC X(8).
003210     05  FILLER                   PIC X(2) VALUE SPACES.
003220     05  PDL-TODAY-START          PIC X(8).
003230     05  FILLER                   PIC X(2) VALUE SPACES.
003240     05  PDL-EARLY-START          PIC X(8).
003250     05  FILLER                   PIC X(2) VALUE SPACES.
003260     05  PDL-LATE-START           PIC X(8).
003270     05  FILLER                   PIC X(2) VALUE SPACES.
003280     05  PDL-SLACK                PIC X(8).
003290     05  FILLER                   PIC X(2) VALUE SPACES.
003300     05  PDL-CRITICAL             PIC X(4).
003310     05  FILLER                   PIC X(2) VALUE SPACES.
003320     05  PDL-CHANGE               PIC X(9).
003330     05  FILLER                   PIC X(56) VALUE SPACES.
003340 01  CRITICAL-PATH-HEADER-LINE.
003350     05  FILLER                   PIC X(2) VALUE SPACES.
003360     05  FILLER                   PIC X(30) VALUE
003370         'CRITICAL PATH START     FINISH'.
003380     05  FILLER                   PIC X(101) VALUE SPACES.
003390 01  CRITICAL-PATH-LINE.
003400     05  FILLER                   PIC X(4) VALUE SPACES.
003410     05  CPL-PROGRAM-ID           PIC X(8).
003420     05  FILLER                   PIC X(4) VALUE SPACES.
003430     05  CPL-START                PIC X(8).
003440     05  FILLER                   PIC X(2) VALUE SPACES.
003450     05  CPL-FINISH               PIC X(8).
003460     05  FILLER                   PIC X(99) VALUE SPACES.
003470 01  WINDOW-END-LINE.
003480     05  FILLER                   PIC X(2) VALUE SPACES.
003490     05  FILLER                   PIC X(29) VALUE
003500         'PROJECTED WINDOW END - TODAY '.
003510     05  WEL-TODAY                PIC X(8).
003520     05  FILLER                   PIC X(11) VALUE '   WHAT-IF '.
003530     05  WEL-WHAT-IF              PIC X(8).
003540     05  FILLER                   PIC X(10) VALUE '   CHANGE '.
003550     05  WEL-SIGN                 PIC X.
003560     05  WEL-CHANGE               PIC X(8).
003570     05  FILLER                   PIC X(56) VALUE SPACES.
003580 01  PLAN-NOTE-LINE.
003590     05  FILLER                   PIC X(2) VALUE SPACES.
003600     05  PNL-TEXT                 PIC X(80).
003610     05  FILLER                   PIC X(51) VALUE SPACES.
003620*
003630 PROCEDURE DIVISION.
003640*
003650 A100-EXECUTIVE-CONTROL.
003660     PERFORM A110-INITIALIZATION.
003670     PERFORM B100-LOAD-ONE-HISTORY-RECORD
003680         UNTIL HISTORY-FILE-EOF.
003690     PERFORM A120-LOAD-ROSTER-TABLE.
003700     IF ROSTER-TABLE-COUNT > ZERO
003710         PERFORM C100-PLAN-THE-WINDOW
003720         MOVE PLAN-WINDOW-HUNDREDTHS TO TODAY-WINDOW-HUNDREDTHS
003730         PERFORM C170-KEEP-TODAY-START
003740             VARYING RO-IX FROM 1 BY 1
003750                 UNTIL RO-IX > ROSTER-TABLE-COUNT
003760         PERFORM D100-APPLY-WHAT-IF-CARDS THRU D100-EXIT
003770         PERFORM Z100-PRINT-PLAN
003780     ELSE
003790         PERFORM Z200-PRINT-NOTHING-TO-PLAN.
003800     PERFORM Z900-END-OF-PROCESSING.
003810     GOBACK.
003820*
003830 A110-INITIALIZATION.
003840     OPEN INPUT HISTORY-FILE, WHAT-IF-FILE.
003850     OPEN OUTPUT PLAN-REPORT-FILE.
003860     ACCEPT WS-DATE FROM DATE.
003870     PERFORM A115-SET-WINDOW-START.
003880     MOVE WS-MONTH TO RPT-HEADING-MONTH.
003890     MOVE WS-DAY TO RPT-HEADING-DAY.
003900     MOVE WS-YEAR TO RPT-HEADING-YEAR.
003910     MOVE 'OPSPLAN' TO RPT-HEADING-PROGRAM.
003920     MOVE 'BATCH WINDOW CRITICAL PATH AND WHAT-IF PLAN'
003930         TO RPT-HEADING-TITLE.
003940     MOVE 1 TO RPT-HEADING-PAGE.
003950     MOVE RPT-HEADING-LINE TO PLAN-REPORT-RECORD.
003960     WRITE PLAN-REPORT-RECORD.
003970     MOVE WINDOW-START-HH TO WSL-HH.
003980     MOVE WINDOW-START-MM TO WSL-MM.
003990     MOVE WINDOW-START-LINE TO PLAN-REPORT-RECORD.
004000     WRITE PLAN-REPORT-RECORD.
004010     MOVE 'OPSPLAN' TO OST-PROGRAM-ID.
004020     SET OST-START-OF-JOB TO TRUE.
004030     MOVE SPACES TO OST-NAMED-COUNTERS.
004040     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
004050         OST-EXCEPTION-COUNT.
004060     CALL 'OPSTAT' USING OPSTAT-PARM.
004070*
004080*    A115 - THE WINDOW-START CARD WINS WHEN IT IS A VALID HHMM;
004090*    OTHERWISE THE WINDOW IS TAKEN TO OPEN AT 20:00.
004100 A115-SET-WINDOW-START.
004110     MOVE 'OPSPLAN' TO CTC-PROGRAM-ID.
004120     MOVE 'WINDOW-START' TO CTC-PARM-NAME.
004130     CALL 'CTLREAD' USING CTLCARD-PARM.
004140     IF CTC-PARM-FOUND
004150         MOVE CTC-PARM-VALUE (1:4) TO START-CARD-VALUE
004160         IF START-CARD-VALUE NUMERIC
004170             AND CARD-HH < 24
004180             AND CARD-MM < 60
004190             MOVE START-CARD-VALUE TO WINDOW-START
004200         ELSE
004210             DISPLAY 'OPSPLAN WINDOW-START ' START-CARD-VALUE
004220                 ' INVALID - WINDOW OPENS AT ' WINDOW-START.
004230     COMPUTE WINDOW-START-HUNDREDTHS =
004240         WINDOW-START-HH * 360000 + WINDOW-START-MM * 6000.
004250*
004260***************************************************************
004270*    A120-A160 LOAD THE EXPECTED-JOBS ROSTER, SORT IT INTO      *
004280*    ASCENDING SEQUENCE WITH THE SAME EXCHANGE PASS OPSSUM USES,*
004290*    AND CHAIN A STRAIGHT-LINE ROSTER JOB TO JOB.  THE CYCLE    *
004300*    CHECK THEN GIVES EACH JOB A LEVEL AND THE TABLE IS SORTED  *
004310*    AGAIN ON LEVEL THEN SEQUENCE, SO EACH JOB IS PLANNED ONLY  *
004320*    AFTER EVERY PREDECESSOR IT WAITS ON.                       *
004330***************************************************************
004340 A120-LOAD-ROSTER-TABLE.
004350     MOVE ZERO TO ROSTER-TABLE-COUNT.
004360     MOVE 'N' TO ROSTER-FILE-SWITCH, DEPENDENCY-SWITCH,
004370         REJECTED-SWITCH.
004380     OPEN INPUT ROSTER-FILE.
004390     PERFORM A130-READ-ROSTER-RECORD UNTIL ROSTER-FILE-EOF.
004400     CLOSE ROSTER-FILE.
004410     IF ROSTER-TABLE-COUNT > 1
004420         MOVE 'N' TO ROSTER-SORT-SWITCH
004430         PERFORM A140-SORT-ROSTER-TABLE
004440             UNTIL ROSTER-SORT-DONE.
004450     IF NOT ROSTER-HAS-DEPENDENCIES
004460         AND ROSTER-TABLE-COUNT > 1
004470         PERFORM A160-CHAIN-ONE-JOB
004480             VARYING PLAN-SUB FROM 2 BY 1
004490                 UNTIL PLAN-SUB > ROSTER-TABLE-COUNT
004500         SET ROSTER-HAS-DEPENDENCIES TO TRUE.
004510     PERFORM A170-SORT-ON-LEVEL.
004520     IF ROSTER-REJECTED
004530         DISPLAY 'OPSPLAN ROSTER REJECTED - DEPENDENCY CYCLE AT '
004540             CYCLE-PROGRAM-ID
004550         MOVE ZERO TO ROSTER-TABLE-COUNT.
004560*
004570 A130-READ-ROSTER-RECORD.
004580     READ ROSTER-FILE
004590         AT END
004600             SET ROSTER-FILE-EOF TO TRUE.
004610     IF NOT ROSTER-FILE-EOF
004620         IF ROSTER-TABLE-COUNT < 100
004630             ADD 1 TO ROSTER-TABLE-COUNT
004640             SET RO-IX TO ROSTER-TABLE-COUNT
004650             MOVE RST-SEQUENCE TO RT-SEQUENCE (RO-IX)
004660             MOVE RST-PROGRAM-ID TO RT-PROGRAM-ID (RO-IX)
004670             MOVE SPACES TO RT-CHANGE (RO-IX)
004680             MOVE ZERO TO RT-TODAY-START (RO-IX)
004683             MOVE ZERO TO RT-LEVEL (RO-IX)
004686             MOVE 'N' TO RT-RESOLVED-SWITCH (RO-IX)
004690             PERFORM A135-COPY-ONE-PREDECESSOR
004700                 VARYING PREDECESSOR-SUB FROM 1 BY 1
004710                 UNTIL PREDECESSOR-SUB > 5
004720             MOVE RST-PROGRAM-ID TO CHECK-PROGRAM-ID
004730             PERFORM A137-SET-TYPICAL-ELAPSED
004740         ELSE
004750             DISPLAY 'OPSPLAN ROSTER-TABLE FULL - CARD FOR '
004760                 RST-PROGRAM-ID ' DROPPED'.
004770*
004780 A135-COPY-ONE-PREDECESSOR.
004790     MOVE RST-PREDECESSOR (PREDECESSOR-SUB)
004800         TO RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB).
004810     IF RST-PREDECESSOR (PREDECESSOR-SUB) NOT = SPACES
004820         SET ROSTER-HAS-DEPENDENCIES TO TRUE.
004830*
004840*    A137 - A JOB THE HISTORY NEVER SAW FINISH IS PLANNED WITH
004850*    NO ELAPSED TIME AND MARKED SO ON THE REPORT.
004860 A137-SET-TYPICAL-ELAPSED.
004870     MOVE 'N' TO RT-HISTORY-SWITCH (RO-IX).
004880     MOVE ZERO TO RT-ELAPSED (RO-IX).
004890     SET PS-IX TO 1.
004900     SEARCH PROGRAM-STATS-ENTRY
004910         AT END
004920             CONTINUE
004930         WHEN PS-PROGRAM-ID (PS-IX) = CHECK-PROGRAM-ID
004940             IF PS-PAIR-COUNT (PS-IX) > ZERO
004950                 SET RT-HAS-HISTORY (RO-IX) TO TRUE
004960                 DIVIDE PS-TOTAL-HUNDREDTHS (PS-IX)
004970                     BY PS-PAIR-COUNT (PS-IX)
004980                     GIVING RT-ELAPSED (RO-IX)
004990             END-IF
005000     END-SEARCH.
005010*
005020 A140-SORT-ROSTER-TABLE.
005030     SET ROSTER-SORT-DONE TO TRUE.
005040     PERFORM A150-ROSTER-EXCHANGE-PASS
005050         VARYING ROSTER-SORT-SUB FROM 2 BY 1
005060             UNTIL ROSTER-SORT-SUB > ROSTER-TABLE-COUNT.
005070*
005080 A150-ROSTER-EXCHANGE-PASS.
005090     COMPUTE ROSTER-SORT-SUB-1 = ROSTER-SORT-SUB - 1.
005100     IF RT-LEVEL (ROSTER-SORT-SUB-1)
005110         > RT-LEVEL (ROSTER-SORT-SUB)
005120         OR (RT-LEVEL (ROSTER-SORT-SUB-1)
005130             = RT-LEVEL (ROSTER-SORT-SUB)
005140         AND RT-SEQUENCE (ROSTER-SORT-SUB-1)
005150             > RT-SEQUENCE (ROSTER-SORT-SUB))
005160         MOVE ROSTER-TABLE-ENTRY (ROSTER-SORT-SUB-1)
005170             TO ROSTER-SWAP-ENTRY
005180         MOVE ROSTER-TABLE-ENTRY (ROSTER-SORT-SUB)
005190             TO ROSTER-TABLE-ENTRY (ROSTER-SORT-SUB-1)
005200         MOVE ROSTER-SWAP-ENTRY
005210             TO ROSTER-TABLE-ENTRY (ROSTER-SORT-SUB)
005220         MOVE 'N' TO ROSTER-SORT-SWITCH.
005230*
005240*    A160 - ON A STRAIGHT-LINE ROSTER EACH JOB WAITS ON THE ONE
005250*    BEFORE IT IN SEQUENCE.
005260 A160-CHAIN-ONE-JOB.
005270     COMPUTE ROSTER-SORT-SUB-1 = PLAN-SUB - 1.
005280     MOVE RT-PROGRAM-ID (ROSTER-SORT-SUB-1)
005290         TO RT-PREDECESSOR (PLAN-SUB, 1).
005300*
005310*    A170 - EVERY JOB STARTS UNRESOLVED AT LEVEL ZERO EACH TIME
005320*    THE ROSTER IS CHECKED, SO THE CHECK CAN BE MADE AGAIN AFTER
005330*    THE WHAT-IF CARDS HAVE CHANGED IT.
005340 A170-SORT-ON-LEVEL.
005350     PERFORM A175-RESET-ONE-LEVEL
005360         VARYING RO-IX FROM 1 BY 1
005370             UNTIL RO-IX > ROSTER-TABLE-COUNT.
005380     PERFORM A200-CHECK-ROSTER-CYCLE THRU A200-EXIT.
005390     IF NOT ROSTER-REJECTED
005400         AND ROSTER-TABLE-COUNT > 1
005410         MOVE 'N' TO ROSTER-SORT-SWITCH
005420         PERFORM A140-SORT-ROSTER-TABLE
005430             UNTIL ROSTER-SORT-DONE.
005440*
005450 A175-RESET-ONE-LEVEL.
005460     MOVE 'N' TO RT-RESOLVED-SWITCH (RO-IX).
005470     MOVE ZERO TO RT-LEVEL (RO-IX).
005480*
005490***************************************************************
005500*    A200-A260 REJECT A ROSTER WHOSE DECLARED PREDECESSORS      *
005510*    FORM A CYCLE, THE SAME CHECK OPSGATE MAKES.  EACH PASS     *
005520*    RESOLVES EVERY JOB WHOSE PREDECESSORS ON THE ROSTER ARE    *
005530*    ALL RESOLVED ALREADY; WHEN A PASS RESOLVES NOTHING, ANY    *
005540*    JOB LEFT OVER IS ON A CYCLE OR WAITS ON ONE, AND STEPPING  *
005550*    BACK THROUGH UNRESOLVED PREDECESSORS ONCE PER ROSTER ENTRY *
005560*    LANDS ON THE CYCLE ITSELF.  A REJECTED ROSTER IS LEFT FOR  *
005570*    THE CALLER TO DROP.  A JOB RESOLVES ONLY ON A PASS AFTER   *
005580*    EVERY PREDECESSOR HAS RESOLVED, SO THE PASS NUMBER IS ITS  *
005590*    LEVEL.                                                     *
005600***************************************************************
005610 A200-CHECK-ROSTER-CYCLE.
005620     IF NOT ROSTER-HAS-DEPENDENCIES
005630         GO TO A200-EXIT.
005640     MOVE ZERO TO RESOLVED-COUNT, RESOLVE-PASS-NUMBER.
005650     MOVE 1 TO PASS-RESOLVED-COUNT.
005660     PERFORM A210-RESOLVE-ONE-PASS
005670         UNTIL PASS-RESOLVED-COUNT = ZERO.
005680     IF RESOLVED-COUNT NOT < ROSTER-TABLE-COUNT
005690         GO TO A200-EXIT.
005700     SET RO-IX TO 1.
005710     SEARCH ROSTER-TABLE-ENTRY
005720         AT END
005730             CONTINUE
005740         WHEN NOT RT-RESOLVED (RO-IX)
005750             MOVE RT-PROGRAM-ID (RO-IX) TO CHECK-PROGRAM-ID
005760     END-SEARCH.
005770     PERFORM A250-STEP-BACK-ONE-JOB ROSTER-TABLE-COUNT TIMES.
005780     MOVE CHECK-PROGRAM-ID TO CYCLE-PROGRAM-ID.
005790     SET ROSTER-REJECTED TO TRUE.
005800 A200-EXIT. EXIT.
005810*
005820 A210-RESOLVE-ONE-PASS.
005830     MOVE ZERO TO PASS-RESOLVED-COUNT.
005840     ADD 1 TO RESOLVE-PASS-NUMBER.
005850     PERFORM A220-TRY-RESOLVE-ONE-JOB
005860         VARYING RO-IX FROM 1 BY 1
005870             UNTIL RO-IX > ROSTER-TABLE-COUNT.
005880*
005890 A220-TRY-RESOLVE-ONE-JOB.
005900     IF NOT RT-RESOLVED (RO-IX)
005910         SET PREDECESSORS-RESOLVED TO TRUE
005920         PERFORM A230-CHECK-ONE-PREDECESSOR
005930             VARYING PREDECESSOR-SUB FROM 1 BY 1
005940                 UNTIL PREDECESSOR-SUB > 5
005950         IF PREDECESSORS-RESOLVED
005960             SET RT-RESOLVED (RO-IX) TO TRUE
005970             MOVE RESOLVE-PASS-NUMBER TO RT-LEVEL (RO-IX)
005980             ADD 1 TO RESOLVED-COUNT, PASS-RESOLVED-COUNT.
005990*
006000 A230-CHECK-ONE-PREDECESSOR.
006010     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
006020         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
006030             TO CHECK-PROGRAM-ID
006040         PERFORM A240-FIND-CHECK-PROGRAM
006050         IF CHECK-ON-ROSTER
006060             AND (NOT RT-RESOLVED (RP-IX)
006070             OR RT-LEVEL (RP-IX) = RESOLVE-PASS-NUMBER)
006080             MOVE 'N' TO READY-SWITCH.
006090*
006100 A240-FIND-CHECK-PROGRAM.
006110     MOVE 'N' TO CHECK-FOUND-SWITCH.
006120     SET RP-IX TO 1.
006130     SEARCH ROSTER-TABLE-ENTRY VARYING RP-IX
006140         AT END
006150             CONTINUE
006160         WHEN RT-PROGRAM-ID (RP-IX) = CHECK-PROGRAM-ID
006170             SET CHECK-ON-ROSTER TO TRUE
006180     END-SEARCH.
006190*
006200 A250-STEP-BACK-ONE-JOB.
006210     PERFORM A240-FIND-CHECK-PROGRAM.
006220     SET RO-IX TO RP-IX.
006230     MOVE 'N' TO STEP-SWITCH.
006240     PERFORM A260-FIND-UNRESOLVED-PREDECESSOR
006250         VARYING PREDECESSOR-SUB FROM 1 BY 1
006260             UNTIL PREDECESSOR-SUB > 5
006270             OR STEP-TAKEN.
006280*
006290 A260-FIND-UNRESOLVED-PREDECESSOR.
006300     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
006310         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
006320             TO CHECK-PROGRAM-ID
006330         PERFORM A240-FIND-CHECK-PROGRAM
006340         IF CHECK-ON-ROSTER
006350             AND NOT RT-RESOLVED (RP-IX)
006360             SET STEP-TAKEN TO TRUE.
006370*
006380***************************************************************
006390*    B100-B150 READ THE CUMULATIVE HISTORY AND PAIR EACH RUN'S  *
006400*    START WITH ITS END - THE ELAPSED OF EVERY COMPLETED PAIR   *
006410*    GOES INTO THE PROGRAM'S TYPICAL-ELAPSED AVERAGE, AS IN     *
006420*    OPSFCST.                                                   *
006430***************************************************************
006440 B100-LOAD-ONE-HISTORY-RECORD.
006450     READ HISTORY-FILE
006460         AT END
006470             SET HISTORY-FILE-EOF TO TRUE.
006480     IF NOT HISTORY-FILE-EOF
006490         ADD 1 TO HISTORY-RECORDS-READ
006500         PERFORM B110-FILE-ONE-TIMESTAMP.
006510*
006520 B110-FILE-ONE-TIMESTAMP.
006530     PERFORM B120-FIND-OR-ADD-PROGRAM.
006540     IF OPST-START-OF-JOB
006550         SET PS-START-PENDING (PS-IX) TO TRUE
006560         MOVE OPST-DATE TO PS-PENDING-DATE (PS-IX)
006570         MOVE OPST-TIME TO PS-PENDING-TIME (PS-IX)
006580     ELSE
006590         IF PS-START-PENDING (PS-IX)
006600             PERFORM B150-ACCUMULATE-ONE-PAIR.
006610*
006620 B120-FIND-OR-ADD-PROGRAM.
006630     SET PS-IX TO 1.
006640     SEARCH PROGRAM-STATS-ENTRY
006650         AT END
006660             PERFORM B130-ADD-NEW-PROGRAM
006670         WHEN PS-PROGRAM-ID (PS-IX) = OPST-PROGRAM-ID
006680             CONTINUE
006690     END-SEARCH.
006700*
006710 B130-ADD-NEW-PROGRAM.
006720     IF PROGRAM-STATS-COUNT < 100
006730         ADD 1 TO PROGRAM-STATS-COUNT
006740         SET PS-IX TO PROGRAM-STATS-COUNT
006750         MOVE OPST-PROGRAM-ID TO PS-PROGRAM-ID (PS-IX)
006760         MOVE 'N' TO PS-PENDING-SWITCH (PS-IX)
006770         MOVE ZEROS TO PS-PENDING-DATE (PS-IX)
006780         MOVE ZEROS TO PS-PENDING-TIME (PS-IX)
006790         MOVE ZERO TO PS-PAIR-COUNT (PS-IX)
006800         MOVE ZERO TO PS-TOTAL-HUNDREDTHS (PS-IX)
006810     ELSE
006820         DISPLAY 'OPSPLAN PROGRAM-STATS-TABLE FULL - '
006830             OPST-PROGRAM-ID ' SKIPPED'
006840         SET PS-IX TO 1.
006850*
006860 B150-ACCUMULATE-ONE-PAIR.
006870     MOVE PS-PENDING-TIME (PS-IX) TO WORK-TIME.
006880     PERFORM X100-COMPUTE-HUNDREDTHS.
006890     MOVE WORK-HUNDREDTHS TO START-HUNDREDTHS.
006900     MOVE OPST-TIME TO WORK-TIME.
006910     PERFORM X100-COMPUTE-HUNDREDTHS.
006920     MOVE WORK-HUNDREDTHS TO END-HUNDREDTHS.
006930     COMPUTE ELAPSED-HUNDREDTHS =
006940         END-HUNDREDTHS - START-HUNDREDTHS.
006950     IF OPST-DATE > PS-PENDING-DATE (PS-IX)
006960         OR ELAPSED-HUNDREDTHS < ZERO
006970         ADD 8640000 TO ELAPSED-HUNDREDTHS.
006980     ADD 1 TO PS-PAIR-COUNT (PS-IX).
006990     ADD ELAPSED-HUNDREDTHS TO PS-TOTAL-HUNDREDTHS (PS-IX).
007000     MOVE 'N' TO PS-PENDING-SWITCH (PS-IX).
007010*
007020***************************************************************
007030*    C100-C170 PLAN THE WINDOW.  THE FORWARD PASS WALKS THE     *
007040*    TABLE IN LEVEL ORDER: A JOB STARTS AS SOON AS THE LAST OF  *
007050*    ITS PREDECESSORS FINISHES, AND THE WINDOW ENDS WITH THE    *
007060*    LAST JOB TO FINISH.  THE BACKWARD PASS WALKS IT IN REVERSE:*
007070*    A JOB MUST FINISH BY THE LATEST START OF EVERY JOB WAITING *
007080*    ON IT, OR BY THE WINDOW END IF NONE IS.  SLACK IS HOW FAR A*
007090*    JOB'S START CAN SLIP WITHOUT MOVING THE WINDOW END.        *
007100***************************************************************
007110 C100-PLAN-THE-WINDOW.
007120     MOVE ZERO TO PLAN-WINDOW-HUNDREDTHS.
007130     PERFORM C110-EARLY-ONE-JOB
007140         VARYING RO-IX FROM 1 BY 1
007150             UNTIL RO-IX > ROSTER-TABLE-COUNT.
007160     PERFORM C130-SET-WINDOW-FINISH
007170         VARYING RO-IX FROM 1 BY 1
007180             UNTIL RO-IX > ROSTER-TABLE-COUNT.
007190     PERFORM C140-LATE-ONE-JOB
007200         VARYING PLAN-SUB FROM ROSTER-TABLE-COUNT BY -1
007210             UNTIL PLAN-SUB < 1.
007220     PERFORM C150-FIND-CRITICAL-PATH THRU C150-EXIT.
007230*
007240 C110-EARLY-ONE-JOB.
007250     MOVE ZERO TO RT-EARLY-START (RO-IX).
007260     PERFORM C120-TAKE-PREDECESSOR-FINISH
007270         VARYING PREDECESSOR-SUB FROM 1 BY 1
007280             UNTIL PREDECESSOR-SUB > 5.
007290     COMPUTE RT-EARLY-FINISH (RO-IX) =
007300         RT-EARLY-START (RO-IX) + RT-ELAPSED (RO-IX).
007310     IF RT-EARLY-FINISH (RO-IX) > PLAN-WINDOW-HUNDREDTHS
007320         MOVE RT-EARLY-FINISH (RO-IX) TO PLAN-WINDOW-HUNDREDTHS.
007330*
007340 C120-TAKE-PREDECESSOR-FINISH.
007350     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
007360         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
007370             TO CHECK-PROGRAM-ID
007380         PERFORM A240-FIND-CHECK-PROGRAM
007390         IF CHECK-ON-ROSTER
007400             AND RT-EARLY-FINISH (RP-IX) > RT-EARLY-START (RO-IX)
007410             MOVE RT-EARLY-FINISH (RP-IX)
007420                 TO RT-EARLY-START (RO-IX).
007430*
007440 C130-SET-WINDOW-FINISH.
007450     MOVE PLAN-WINDOW-HUNDREDTHS TO RT-LATE-FINISH (RO-IX).
007460*
007470 C140-LATE-ONE-JOB.
007480     SET RO-IX TO PLAN-SUB.
007490     COMPUTE RT-LATE-START (RO-IX) =
007500         RT-LATE-FINISH (RO-IX) - RT-ELAPSED (RO-IX).
007510     PERFORM C145-PASS-BACK-LATE-START
007520         VARYING PREDECESSOR-SUB FROM 1 BY 1
007530             UNTIL PREDECESSOR-SUB > 5.
007540*
007550 C145-PASS-BACK-LATE-START.
007560     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
007570         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
007580             TO CHECK-PROGRAM-ID
007590         PERFORM A240-FIND-CHECK-PROGRAM
007600         IF CHECK-ON-ROSTER
007610             AND RT-LATE-START (RO-IX) < RT-LATE-FINISH (RP-IX)
007620             MOVE RT-LATE-START (RO-IX)
007630                 TO RT-LATE-FINISH (RP-IX).
007640*
007650*    C150 - THE CRITICAL PATH RUNS BACK FROM THE FIRST JOB TO
007660*    FINISH AT THE WINDOW END, EACH STEP TO A PREDECESSOR WITH
007670*    NO SLACK THAT FINISHES JUST AS THE JOB STARTS.  A REMOVED
007680*    JOB TAKES NO TIME AND IS PASSED THROUGH UNLISTED.
007690 C150-FIND-CRITICAL-PATH.
007700     MOVE ZERO TO CRITICAL-PATH-COUNT.
007710     SET RO-IX TO 1.
007720     SEARCH ROSTER-TABLE-ENTRY
007730         AT END
007740             GO TO C150-EXIT
007750         WHEN RT-EARLY-FINISH (RO-IX) = PLAN-WINDOW-HUNDREDTHS
007760             AND NOT RT-REMOVED (RO-IX)
007770             CONTINUE
007780     END-SEARCH.
007790     MOVE 'N' TO PATH-SWITCH.
007800     PERFORM C160-STEP-BACK-ON-PATH
007810         UNTIL PATH-ENDED.
007820 C150-EXIT. EXIT.
007830*
007840 C160-STEP-BACK-ON-PATH.
007850     IF NOT RT-REMOVED (RO-IX)
007860         AND CRITICAL-PATH-COUNT < 100
007870         ADD 1 TO CRITICAL-PATH-COUNT
007880         SET CP-PROGRAM-SUB (CRITICAL-PATH-COUNT) TO RO-IX.
007890     MOVE 'N' TO STEP-SWITCH.
007900     PERFORM C165-FIND-CRITICAL-PREDECESSOR
007910         VARYING PREDECESSOR-SUB FROM 1 BY 1
007920             UNTIL PREDECESSOR-SUB > 5
007930             OR STEP-TAKEN.
007940     IF STEP-TAKEN
007950         SET RO-IX TO PATH-NEXT-SUB
007960     ELSE
007970         SET PATH-ENDED TO TRUE.
007980*
007990 C165-FIND-CRITICAL-PREDECESSOR.
008000     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
008010         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
008020             TO CHECK-PROGRAM-ID
008030         PERFORM A240-FIND-CHECK-PROGRAM
008040         IF CHECK-ON-ROSTER
008050             AND RT-EARLY-FINISH (RP-IX) = RT-EARLY-START (RO-IX)
008060             AND RT-LATE-START (RP-IX) = RT-EARLY-START (RP-IX)
008070             SET PATH-NEXT-SUB TO RP-IX
008080             SET STEP-TAKEN TO TRUE.
008090*
008100 C170-KEEP-TODAY-START.
008110     MOVE RT-EARLY-START (RO-IX) TO RT-TODAY-START (RO-IX).
008120*
008130***************************************************************
008140*    D100-D160 APPLY THE WHAT-IF CARDS.  EACH CARD PRINTS WITH  *
008150*    WHAT BECAME OF IT; ONE THAT NAMES A JOB IT CANNOT ACT ON IS*
008160*    REJECTED ALONE.  ONCE ANY CARD IS APPLIED THE ROSTER IS    *
008170*    CHECKED AND LEVELLED AGAIN AND THE WINDOW RE-PLANNED.  IF  *
008180*    THE CARDS TOGETHER GIVE THE ROSTER A CYCLE, THE ROSTER IS  *
008190*    RELOADED AND TODAY'S PLAN STANDS.                          *
008200***************************************************************
008210 D100-APPLY-WHAT-IF-CARDS.
008220     PERFORM D110-READ-WHAT-IF-CARD
008230         UNTIL WHAT-IF-FILE-EOF.
008240     IF WHAT-IF-APPLIED-COUNT = ZERO
008250         GO TO D100-EXIT.
008260     PERFORM A170-SORT-ON-LEVEL.
008270     IF ROSTER-REJECTED
008280         SET WHAT-IF-CYCLE TO TRUE
008290         MOVE CYCLE-PROGRAM-ID TO WHAT-IF-CYCLE-PROGRAM
008300         DISPLAY 'OPSPLAN WHAT-IF CARDS REJECTED - DEPENDENCY '
008310             'CYCLE AT ' WHAT-IF-CYCLE-PROGRAM
008320         PERFORM A120-LOAD-ROSTER-TABLE
008330         PERFORM C100-PLAN-THE-WINDOW
008340         PERFORM C170-KEEP-TODAY-START
008350             VARYING RO-IX FROM 1 BY 1
008360                 UNTIL RO-IX > ROSTER-TABLE-COUNT
008370     ELSE
008380         PERFORM C100-PLAN-THE-WINDOW.
008390 D100-EXIT. EXIT.
008400*
008410 D110-READ-WHAT-IF-CARD.
008420     READ WHAT-IF-FILE
008430         AT END
008440             SET WHAT-IF-FILE-EOF TO TRUE.
008450     IF NOT WHAT-IF-FILE-EOF
008460         ADD 1 TO WHAT-IF-CARDS-READ
008470         MOVE SPACES TO CARD-OUTCOME
008480         PERFORM D120-APPLY-ONE-CARD THRU D120-EXIT
008490         IF CARD-OUTCOME = SPACES
008500             ADD 1 TO WHAT-IF-APPLIED-COUNT
008510             MOVE 'APPLIED' TO CARD-OUTCOME
008520         ELSE
008530             ADD 1 TO WHAT-IF-REJECTED-COUNT
008540         END-IF
008550         MOVE WHAT-IF-RECORD (1:70) TO WCL-CARD
008560         MOVE CARD-OUTCOME TO WCL-OUTCOME
008570         MOVE WHAT-IF-CARD-LINE TO PLAN-REPORT-RECORD
008580         WRITE PLAN-REPORT-RECORD.
008590*
008600*    D120 - A CARD THAT FAILS A CHECK LEAVES ITS REASON IN
008610*    CARD-OUTCOME AND CHANGES NOTHING.
008620 D120-APPLY-ONE-CARD.
008630     IF WIF-ELAPSED NOT = SPACES
008640         IF WIF-ELAPSED NOT NUMERIC
008650             OR WIF-ELAPSED-MM > 59
008660             OR WIF-ELAPSED-SS > 59
008670             MOVE 'REJECTED - ELAPSED NOT HHMMSS'
008680                 TO CARD-OUTCOME
008690             GO TO D120-EXIT.
008700     MOVE ZERO TO CARD-HUNDREDTHS.
008710     IF WIF-ELAPSED NOT = SPACES
008720         COMPUTE CARD-HUNDREDTHS = WIF-ELAPSED-HH * 360000
008730             + WIF-ELAPSED-MM * 6000 + WIF-ELAPSED-SS * 100.
008740     MOVE WIF-PROGRAM-ID TO CHECK-PROGRAM-ID.
008750     PERFORM A240-FIND-CHECK-PROGRAM.
008760     IF WIF-ACTION = 'ADD'
008770         PERFORM D130-ADD-JOB THRU D130-EXIT
008780         GO TO D120-EXIT.
008790     IF NOT CHECK-ON-ROSTER
008800         OR RT-REMOVED (RP-IX)
008810         MOVE 'REJECTED - NOT ON THE ROSTER' TO CARD-OUTCOME
008820         GO TO D120-EXIT.
008830     IF WIF-ACTION = 'REMOVE'
008840         MOVE 'REMOVED' TO RT-CHANGE (RP-IX)
008850         MOVE ZERO TO RT-ELAPSED (RP-IX)
008860         GO TO D120-EXIT.
008870     IF WIF-ACTION = 'STRETCH'
008880         IF WIF-ELAPSED = SPACES
008890             MOVE 'REJECTED - NO ELAPSED TO ADD' TO CARD-OUTCOME
008900         ELSE
008910             IF NOT RT-ADDED (RP-IX)
008920                 MOVE 'STRETCHED' TO RT-CHANGE (RP-IX)
008930             END-IF
008940             ADD CARD-HUNDREDTHS TO RT-ELAPSED (RP-IX)
008950         END-IF
008960         GO TO D120-EXIT.
008970     IF WIF-ACTION = 'MOVE'
008980         SET RO-IX TO RP-IX
008990         PERFORM D150-COPY-ONE-PREDECESSOR
009000             VARYING PREDECESSOR-SUB FROM 1 BY 1
009010                 UNTIL PREDECESSOR-SUB > 5
009020         IF NOT RT-ADDED (RO-IX)
009030             MOVE 'MOVED' TO RT-CHANGE (RO-IX)
009040         END-IF
009050         GO TO D120-EXIT.
009060     MOVE 'REJECTED - UNKNOWN ACTION' TO CARD-OUTCOME.
009070 D120-EXIT. EXIT.
009080*
009090*    D130 - AN ADDED JOB WITH NO ELAPSED ON ITS CARD TAKES ITS
009100*    TYPICAL ELAPSED FROM THE HISTORY, AND GOES AFTER EVERY
009110*    ROSTER JOB AT ITS LEVEL.
009120 D130-ADD-JOB.
009130     IF WIF-PROGRAM-ID = SPACES
009140         MOVE 'REJECTED - NO PROGRAM NAMED' TO CARD-OUTCOME
009150         GO TO D130-EXIT.
009160     IF CHECK-ON-ROSTER
009170         MOVE 'REJECTED - ALREADY ON THE ROSTER' TO CARD-OUTCOME
009180         GO TO D130-EXIT.
009190     IF ROSTER-TABLE-COUNT NOT < 100
009200         MOVE 'REJECTED - ROSTER-TABLE FULL' TO CARD-OUTCOME
009210         GO TO D130-EXIT.
009220     ADD 1 TO ROSTER-TABLE-COUNT.
009230     SET RO-IX TO ROSTER-TABLE-COUNT.
009240     MOVE 999 TO RT-SEQUENCE (RO-IX).
009250     MOVE WIF-PROGRAM-ID TO RT-PROGRAM-ID (RO-IX).
009260     MOVE 'ADDED' TO RT-CHANGE (RO-IX).
009270     MOVE ZERO TO RT-TODAY-START (RO-IX), RT-LEVEL (RO-IX).
009280     MOVE 'N' TO RT-RESOLVED-SWITCH (RO-IX).
009290     PERFORM D150-COPY-ONE-PREDECESSOR
009300         VARYING PREDECESSOR-SUB FROM 1 BY 1
009310             UNTIL PREDECESSOR-SUB > 5.
009320     PERFORM A137-SET-TYPICAL-ELAPSED.
009330     IF WIF-ELAPSED NOT = SPACES
009340         MOVE CARD-HUNDREDTHS TO RT-ELAPSED (RO-IX)
009350         SET RT-HAS-HISTORY (RO-IX) TO TRUE.
009360 D130-EXIT. EXIT.
009370*
009380 D150-COPY-ONE-PREDECESSOR.
009390     MOVE WIF-PREDECESSOR (PREDECESSOR-SUB)
009400         TO RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB).
009410     IF WIF-PREDECESSOR (PREDECESSOR-SUB) NOT = SPACES
009420         SET ROSTER-HAS-DEPENDENCIES TO TRUE.
009430*
009440 X100-COMPUTE-HUNDREDTHS.
009450     COMPUTE WORK-HUNDREDTHS = WT-HH * 360000
009460         + WT-MM * 6000 + WT-SS * 100 + WT-TT.
009470*
009480*    X200-FORMAT-HHMMSS TURNS A HUNDREDTHS FIGURE INTO AN
009490*    HH:MM:SS CLOCK, WRAPPED PAST MIDNIGHT SO A PLAN LANDING
009500*    TOMORROW MORNING STILL READS AS A CLOCK TIME.  X210 TURNS A
009510*    TIME SINCE THE WINDOW OPENED INTO THE CLOCK IT FALLS ON.
009520 X200-FORMAT-HHMMSS.
009530     IF EDIT-HUNDREDTHS NOT < 8640000
009540         SUBTRACT 8640000 FROM EDIT-HUNDREDTHS.
009550     DIVIDE EDIT-HUNDREDTHS BY 100 GIVING EDIT-SECONDS.
009560     DIVIDE EDIT-SECONDS BY 3600 GIVING EDIT-HH
009570         REMAINDER EDIT-REMAINDER.
009580     DIVIDE EDIT-REMAINDER BY 60 GIVING EDIT-MM
009590         REMAINDER EDIT-SECONDS.
009600     MOVE EDIT-SECONDS TO EDIT-SS.
009610     MOVE SPACES TO EDIT-HHMMSS.
009620     MOVE EDIT-HH TO EDIT-HHMMSS (1:2).
009630     MOVE ':' TO EDIT-HHMMSS (3:1).
009640     MOVE EDIT-MM TO EDIT-HHMMSS (4:2).
009650     MOVE ':' TO EDIT-HHMMSS (6:1).
009660     MOVE EDIT-SS TO EDIT-HHMMSS (7:2).
009670*
009680 X210-FORMAT-CLOCK.
009690     ADD WINDOW-START-HUNDREDTHS TO EDIT-HUNDREDTHS.
009700     PERFORM X200-FORMAT-HHMMSS.
009710*
009720***************************************************************
009730*    Z100-Z130 PRINT THE PLAN - ONE LINE PER JOB IN THE ORDER   *
009740*    PLANNED, THE CRITICAL PATH FROM THE FIRST JOB ON IT TO THE *
009750*    LAST, AND TODAY'S WINDOW END NEXT TO THE WHAT-IF ONE.  A   *
009760*    JOB THE HISTORY NEVER SAW FINISH SHOWS NO HIST, AND ONE ON *
009770*    THE CRITICAL PATH IS FLAGGED CRIT.                         *
009780***************************************************************
009790 Z100-PRINT-PLAN.
009800     IF WHAT-IF-CYCLE
009810         MOVE 'WHAT-IF CARDS REJECTED - DEPENDENCY CYCLE AT '
009820             TO PNL-TEXT
009830         MOVE WHAT-IF-CYCLE-PROGRAM TO PNL-TEXT (46:8)
009840         MOVE PLAN-NOTE-LINE TO PLAN-REPORT-RECORD
009850         WRITE PLAN-REPORT-RECORD.
009860     MOVE SPACES TO PLAN-REPORT-RECORD.
009870     WRITE PLAN-REPORT-RECORD.
009880     MOVE HEADING-LINE-2 TO PLAN-REPORT-RECORD.
009890     WRITE PLAN-REPORT-RECORD.
009900     PERFORM Z110-PRINT-ONE-JOB
009910         VARYING RO-IX FROM 1 BY 1
009920             UNTIL RO-IX > ROSTER-TABLE-COUNT.
009930     MOVE SPACES TO PLAN-REPORT-RECORD.
009940     WRITE PLAN-REPORT-RECORD.
009950     MOVE CRITICAL-PATH-HEADER-LINE TO PLAN-REPORT-RECORD.
009960     WRITE PLAN-REPORT-RECORD.
009970     PERFORM Z120-PRINT-ONE-PATH-JOB
009980         VARYING PLAN-SUB FROM CRITICAL-PATH-COUNT BY -1
009990             UNTIL PLAN-SUB < 1.
010000     MOVE SPACES TO PLAN-REPORT-RECORD.
010010     WRITE PLAN-REPORT-RECORD.
010020     PERFORM Z130-PRINT-WINDOW-END.
010030*
010040 Z110-PRINT-ONE-JOB.
010050     MOVE SPACES TO PLAN-DETAIL-LINE.
010060     MOVE RT-PROGRAM-ID (RO-IX) TO PDL-PROGRAM-ID.
010070     MOVE RT-CHANGE (RO-IX) TO PDL-CHANGE.
010080     IF NOT RT-ADDED (RO-IX)
010090         MOVE RT-TODAY-START (RO-IX) TO EDIT-HUNDREDTHS
010100         PERFORM X210-FORMAT-CLOCK
010110         MOVE EDIT-HHMMSS TO PDL-TODAY-START.
010120     IF NOT RT-REMOVED (RO-IX)
010130         PERFORM Z115-EDIT-PLANNED-TIMES.
010140     MOVE PLAN-DETAIL-LINE TO PLAN-REPORT-RECORD.
010150     WRITE PLAN-REPORT-RECORD.
010160*
010170 Z115-EDIT-PLANNED-TIMES.
010180     IF RT-HAS-HISTORY (RO-IX)
010190         MOVE RT-ELAPSED (RO-IX) TO EDIT-HUNDREDTHS
010200         PERFORM X200-FORMAT-HHMMSS
010210         MOVE EDIT-HHMMSS TO PDL-ELAPSED
010220     ELSE
010230         MOVE 'NO HIST' TO PDL-ELAPSED.
010240     MOVE RT-EARLY-START (RO-IX) TO EDIT-HUNDREDTHS.
010250     PERFORM X210-FORMAT-CLOCK.
010260     MOVE EDIT-HHMMSS TO PDL-EARLY-START.
010270     MOVE RT-LATE-START (RO-IX) TO EDIT-HUNDREDTHS.
010280     PERFORM X210-FORMAT-CLOCK.
010290     MOVE EDIT-HHMMSS TO PDL-LATE-START.
010300     COMPUTE EDIT-HUNDREDTHS =
010310         RT-LATE-START (RO-IX) - RT-EARLY-START (RO-IX).
010320     PERFORM X200-FORMAT-HHMMSS.
010330     MOVE EDIT-HHMMSS TO PDL-SLACK.
010340     IF RT-LATE-START (RO-IX) = RT-EARLY-START (RO-IX)
010350         MOVE 'CRIT' TO PDL-CRITICAL.
010360*
010370 Z120-PRINT-ONE-PATH-JOB.
010380     SET RO-IX TO CP-PROGRAM-SUB (PLAN-SUB).
010390     MOVE SPACES TO CRITICAL-PATH-LINE.
010400     MOVE RT-PROGRAM-ID (RO-IX) TO CPL-PROGRAM-ID.
010410     MOVE RT-EARLY-START (RO-IX) TO EDIT-HUNDREDTHS.
010420     PERFORM X210-FORMAT-CLOCK.
010430     MOVE EDIT-HHMMSS TO CPL-START.
010440     MOVE RT-EARLY-FINISH (RO-IX) TO EDIT-HUNDREDTHS.
010450     PERFORM X210-FORMAT-CLOCK.
010460     MOVE EDIT-HHMMSS TO CPL-FINISH.
010470     MOVE CRITICAL-PATH-LINE TO PLAN-REPORT-RECORD.
010480     WRITE PLAN-REPORT-RECORD.
010490*
010500*    Z130 - WITH NO WHAT-IF CARD APPLIED THE TWO WINDOW ENDS ARE
010510*    THE SAME AND THE CHANGE IS ZERO.
010520 Z130-PRINT-WINDOW-END.
010530     MOVE TODAY-WINDOW-HUNDREDTHS TO EDIT-HUNDREDTHS.
010540     PERFORM X210-FORMAT-CLOCK.
010550     MOVE EDIT-HHMMSS TO WEL-TODAY.
010560     MOVE PLAN-WINDOW-HUNDREDTHS TO EDIT-HUNDREDTHS.
010570     PERFORM X210-FORMAT-CLOCK.
010580     MOVE EDIT-HHMMSS TO WEL-WHAT-IF.
010590     COMPUTE CHANGE-HUNDREDTHS =
010600         PLAN-WINDOW-HUNDREDTHS - TODAY-WINDOW-HUNDREDTHS.
010610     IF CHANGE-HUNDREDTHS < ZERO
010620         MOVE '-' TO WEL-SIGN
010630         COMPUTE EDIT-HUNDREDTHS = ZERO - CHANGE-HUNDREDTHS
010640     ELSE
010650         MOVE '+' TO WEL-SIGN
010660         MOVE CHANGE-HUNDREDTHS TO EDIT-HUNDREDTHS.
010670     PERFORM X200-FORMAT-HHMMSS.
010680     MOVE EDIT-HHMMSS TO WEL-CHANGE.
010690     MOVE WINDOW-END-LINE TO PLAN-REPORT-RECORD.
010700     WRITE PLAN-REPORT-RECORD.
010710*
010720*    Z200 - NO ROSTER, OR A ROSTER WITH A DEPENDENCY CYCLE,
010730*    LEAVES NOTHING TO PLAN; THE REPORT SAYS WHICH.
010740 Z200-PRINT-NOTHING-TO-PLAN.
010750     IF ROSTER-REJECTED
010760         MOVE 'ROSTER REJECTED - DEPENDENCY CYCLE AT ' TO PNL-TEXT
010770         MOVE CYCLE-PROGRAM-ID TO PNL-TEXT (39:8)
010780     ELSE
010790         MOVE 'NO ROSTER FILE - NOTHING TO PLAN' TO PNL-TEXT.
010800     MOVE PLAN-NOTE-LINE TO PLAN-REPORT-RECORD.
010810     WRITE PLAN-REPORT-RECORD.
010820*
010830 Z900-END-OF-PROCESSING.
010840     MOVE 'OPSPLAN' TO RPT-TRAILER-PROGRAM.
010850     MOVE 1 TO RPT-TRAILER-PAGES.
010860     MOVE RPT-TRAILER-LINE TO PLAN-REPORT-RECORD.
010870     WRITE PLAN-REPORT-RECORD.
010880     CLOSE HISTORY-FILE, WHAT-IF-FILE, PLAN-REPORT-FILE.
010890     MOVE 'OPSPLAN' TO OST-PROGRAM-ID.
010900     SET OST-END-OF-JOB TO TRUE.
010910     MOVE HISTORY-RECORDS-READ TO OST-RECORDS-PROCESSED.
010920     MOVE ZERO TO OST-ERROR-COUNT.
010930     MOVE WHAT-IF-REJECTED-COUNT TO OST-EXCEPTION-COUNT.
010940     CALL 'OPSTAT' USING OPSTAT-PARM.
