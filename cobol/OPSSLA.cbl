000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    OPSSLA.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* MONTHLY SERVICE-LEVEL COMPLIANCE REPORT.  CUSTOMERS HOLD US   *
000150* TO COMMITMENTS LIKE "BCBSEXT3 REPORT AVAILABLE BY 06:00", AND *
000160* THE MONTH'S COMPLIANCE FIGURE WAS COUNTED BY HAND.  THE       *
000170* EXPECTED-JOBS ROSTER (DD UT-S-ROSTER, COPY ROSTREC0) NOW      *
000180* CARRIES EACH JOB'S MUST-COMPLETE-BY TIME; THIS STEP READS THE *
000190* CUMULATIVE RUN HISTORY (DD UT-S-OPSHIST) AND PRINTS, PER      *
000200* ROSTER JOB WITH A DEADLINE, HOW MANY NIGHTS OF THE MONTH IT   *
000210* MET OR MISSED ITS DEADLINE, ITS WORST LATENESS, AND ITS       *
000220* COMPLIANCE PERCENTAGE, WITH THE SAME FIGURES FOR ALL JOBS     *
000230* TOGETHER.  THE BATCH NIGHT RUNS NOON TO NOON AND IS KNOWN BY  *
000240* THE DATE OF THE MORNING IT ENDS ON; WHEN A JOB ENDS MORE THAN *
000250* ONCE IN A NIGHT (A RERUN), ITS LAST END-OF-JOB RECORD DECIDES *
000260* THE NIGHT.  THE MONTH DEFAULTS TO THE ONE BEFORE THE RUN DATE *
000270* AND CAN BE SET THROUGH AN OPERATIONS CONTROL CARD (OPSSLA     *
000280* REPORT-MONTH YYMM, READ THROUGH CTLREAD).  THE REPORT PRINTS  *
000290* TO DD UT-S-SLARPT.                                            *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL HISTORY-FILE ASSIGN TO UT-S-OPSHIST.
000360     SELECT OPTIONAL ROSTER-FILE ASSIGN TO UT-S-ROSTER.
000370     SELECT SLA-REPORT-FILE ASSIGN TO UT-S-SLARPT.
000380 DATA DIVISION.
000390 FILE SECTION.
000400*
000410 FD  HISTORY-FILE
000420     RECORDING MODE IS F
000430     BLOCK CONTAINS 0 RECORDS
000440     RECORD CONTAINS 139 CHARACTERS
000450     LABEL RECORDS ARE OMITTED
000460     DATA RECORD IS OPERATIONS-STATISTICS-RECORD.
000470*
000480     COPY OPSTREC0.
000490*
000500 FD  ROSTER-FILE
000510     RECORDING MODE IS F
000520     BLOCK CONTAINS 0 RECORDS
000530     RECORD CONTAINS 80 CHARACTERS
000540     LABEL RECORDS ARE OMITTED.
000550     COPY ROSTREC0.
000560*
000570 FD  SLA-REPORT-FILE
000580     RECORDING MODE IS F
000590     BLOCK CONTAINS 0 RECORDS
000600     RECORD CONTAINS 133 CHARACTERS
000610     LABEL RECORDS ARE OMITTED.
000620 01  SLA-REPORT-RECORD            PIC X(133).
000630*
000640 WORKING-STORAGE SECTION.
000650 77  FILLER PIC X(36)  VALUE
000660     'OPSSLA WORKING STORAGE BEGINS HERE'.
000670*
000680 01  HISTORY-FILE-SWITCH          PIC X VALUE 'N'.
000690     88  HISTORY-FILE-EOF             VALUE 'Y'.
000700 01  ROSTER-FILE-SWITCH           PIC X VALUE 'N'.
000710     88  ROSTER-FILE-EOF              VALUE 'Y'.
000720 01  ROSTER-SORT-SWITCH           PIC X VALUE 'N'.
000730     88  ROSTER-SORT-DONE             VALUE 'Y'.
000740 01  DEADLINES-SWITCH             PIC X VALUE 'N'.
000750     88  ROSTER-HAS-DEADLINES         VALUE 'Y'.
000760*
000770***************************************************************
000780*    ROSTER-TABLE HOLDS THE ROSTER IN RST-SEQUENCE ORDER WITH   *
000790*    EACH JOB'S DEADLINE (AS TIME SINCE NOON) AND ITS SCORE     *
000800*    FOR THE MONTH.  RT-NIGHT-KEY AND RT-NIGHT-LATE HOLD THE    *
000810*    NIGHT BEING SCORED UNTIL A LATER NIGHT CLOSES IT OUT.      *
000820***************************************************************
000830 01  ROSTER-TABLE-COUNT           PIC S9(4) COMP VALUE +0.
000840 01  ROSTER-TABLE.
000850     05  ROSTER-TABLE-ENTRY   OCCURS 1 TO 100 TIMES
000860                              DEPENDING ON ROSTER-TABLE-COUNT
000870                              INDEXED BY RO-IX RP-IX.
000880         10  RT-SEQUENCE          PIC 9(3).
000890         10  RT-PROGRAM-ID        PIC X(8).
000900         10  RT-PREDECESSOR       PIC X(8) OCCURS 5 TIMES.
000910         10  RT-RESOLVED-SWITCH   PIC X.
000920             88  RT-RESOLVED          VALUE 'Y'.
000930         10  RT-DEADLINE-SWITCH   PIC X.
000940             88  RT-HAS-DEADLINE      VALUE 'Y'.
000950         10  RT-DEADLINE          PIC X(4).
000960         10  RT-DEADLINE-HUNDREDTHS PIC S9(9) COMP-3.
000970         10  RT-NIGHT-KEY         PIC X(6).
000980         10  RT-NIGHT-LATE        PIC S9(9) COMP-3.
000990         10  RT-NIGHTS            PIC S9(5) COMP-3.
001000         10  RT-MET               PIC S9(5) COMP-3.
001010         10  RT-MISSED            PIC S9(5) COMP-3.
001020         10  RT-WORST-LATE        PIC S9(9) COMP-3.
001030 01  ROSTER-SWAP-ENTRY.
001040     05  RSW-SEQUENCE             PIC 9(3).
001050     05  RSW-PROGRAM-ID           PIC X(8).
001060     05  RSW-PREDECESSOR-LIST     PIC X(40).
001070     05  RSW-RESOLVED-SWITCH      PIC X.
001080     05  RSW-DEADLINE-SWITCH      PIC X.
001090     05  RSW-DEADLINE             PIC X(4).
001100     05  RSW-DEADLINE-HUNDREDTHS  PIC S9(9) COMP-3.
001110     05  RSW-NIGHT-KEY            PIC X(6).
001120     05  RSW-NIGHT-LATE           PIC S9(9) COMP-3.
001130     05  RSW-NIGHTS               PIC S9(5) COMP-3.
001140     05  RSW-MET                  PIC S9(5) COMP-3.
001150     05  RSW-MISSED               PIC S9(5) COMP-3.
001160     05  RSW-WORST-LATE           PIC S9(9) COMP-3.
001170 01  ROSTER-SORT-SUB              PIC S9(4) COMP VALUE +0.
001180 01  ROSTER-SORT-SUB-1            PIC S9(4) COMP VALUE +0.
001190*
001200*    DEPENDENCY-SWITCH IS SET WHEN ANY ROSTER CARD DECLARES A
001210*    PREDECESSOR; OTHERWISE THE ROSTER IS A STRAIGHT LINE AND
001220*    THE SEQUENCE NUMBERS ALONE GIVE THE ORDER.  THE RESOLVE
001230*    FIELDS SUPPORT THE DEPENDENCY-CYCLE CHECK, AND A REJECTED
001240*    ROSTER NAMES A JOB ON THE CYCLE IN CYCLE-PROGRAM-ID.
001250 01  ROSTER-CHECK-FIELDS.
001260     05  DEPENDENCY-SWITCH      PIC X VALUE 'N'.
001270         88  ROSTER-HAS-DEPENDENCIES VALUE 'Y'.
001280     05  REJECTED-SWITCH        PIC X VALUE 'N'.
001290         88  ROSTER-REJECTED        VALUE 'Y'.
001300     05  CYCLE-PROGRAM-ID       PIC X(8) VALUE SPACES.
001310     05  PREDECESSOR-SUB        PIC S9(4) COMP VALUE +0.
001320     05  CHECK-PROGRAM-ID       PIC X(8).
001330     05  CHECK-FOUND-SWITCH     PIC X VALUE 'N'.
001340         88  CHECK-ON-ROSTER        VALUE 'Y'.
001350     05  READY-SWITCH           PIC X VALUE 'N'.
001360         88  PREDECESSORS-RESOLVED  VALUE 'Y'.
001370     05  STEP-SWITCH            PIC X VALUE 'N'.
001380         88  STEP-TAKEN             VALUE 'Y'.
001390     05  RESOLVED-COUNT         PIC S9(4) COMP VALUE +0.
001400     05  PASS-RESOLVED-COUNT    PIC S9(4) COMP VALUE +0.
001410*
001420***************************************************************
001430*    SLA-WORK - TIMES ARE HUNDREDTHS SINCE NOON, THE START OF   *
001440*    THE BATCH NIGHT, SO A 0600 DEADLINE SORTS AFTER A 2300 END *
001450*    OF JOB - THE SAME TREATMENT OPSSUM GIVES ITS SLA FLAG.     *
001460***************************************************************
001470 01  SLA-WORK.
001480     05  WORK-TIME                PIC 9(8).
001490     05  WORK-TIME-PARTS REDEFINES WORK-TIME.
001500         10  WT-HH                PIC 99.
001510         10  WT-MM                PIC 99.
001520         10  WT-SS                PIC 99.
001530         10  WT-TT                PIC 99.
001540     05  NOON-HUNDREDTHS          PIC S9(9) COMP-3 VALUE +4320000.
001550     05  END-HUNDREDTHS           PIC S9(9) COMP-3 VALUE +0.
001560     05  LATE-HUNDREDTHS          PIC S9(9) COMP-3 VALUE +0.
001570     05  EDIT-HUNDREDTHS          PIC S9(9) COMP-3 VALUE +0.
001580     05  EDIT-SECONDS             PIC S9(7) COMP-3 VALUE +0.
001590     05  EDIT-REMAINDER           PIC S9(7) COMP-3 VALUE +0.
001600     05  EDIT-HH                  PIC 99.
001610     05  EDIT-MM                  PIC 99.
001620     05  EDIT-SS                  PIC 99.
001630     05  NIGHT-KEY.
001640         10  NIGHT-MONTH          PIC X(4).
001650         10  FILLER               PIC X(2).
001660     05  END-DATE-YYMMDD.
001670         10  END-YY               PIC 99.
001680         10  END-MMDD             PIC 9(4).
001690*
001700 01  REPORT-MONTH-FIELDS.
001710     05  REPORT-MONTH.
001720         10  REPORT-YY            PIC 99.
001730         10  REPORT-MM            PIC 99.
001740     05  REPORT-MONTH-X REDEFINES REPORT-MONTH PIC X(4).
001750     05  MONTH-CARD-VALUE.
001760         10  CARD-YY              PIC XX.
001770         10  CARD-MM              PIC XX.
001780         10  CARD-MM-N REDEFINES CARD-MM PIC 99.
001790*
001800 01  SLA-TOTALS.
001810     05  HISTORY-RECORDS-READ     PIC S9(7) COMP VALUE +0.
001820     05  UNDATED-RECORD-COUNT     PIC S9(7) COMP VALUE +0.
001830     05  TOTAL-NIGHTS             PIC S9(7) COMP-3 VALUE +0.
001840     05  TOTAL-MET                PIC S9(7) COMP-3 VALUE +0.
001850     05  TOTAL-MISSED             PIC S9(7) COMP-3 VALUE +0.
001860     05  TOTAL-WORST-LATE         PIC S9(9) COMP-3 VALUE +0.
001870     05  COMPLIANCE-PCT           PIC 9(3)V9 VALUE ZERO.
001880     05  RUN-YY-N                 PIC 99.
001890     05  RUN-MM-N                 PIC 99.
001900     05  WS-DATE.
001910         10  WS-YEAR              PIC XX.
001920         10  WS-MONTH             PIC XX.
001930         10  WS-DAY               PIC XX.
001940*
001950*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001960*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER,
001970*    WHICH SUPPLIES THE MONTH TO REPORT.
001980 COPY CTLCARD0.
001990*
002000*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
002010*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
002020*    WHICH GIVES THE MORNING A NIGHT ENDS ON.
002030 COPY DATECALP.
002040*
002050*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
002060*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002070*    LOGGER, CALLED AT START AND END OF JOB SO OPSSUM CAN ROLL
002080*    THIS RUN INTO THE WINDOW'S CONSOLIDATED SUMMARY.
002090 COPY OPSTATP.
002100*
002110***************************************************************
002120*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002130*    COMPLIANCE REPORT THE SHOP'S SHARED HEADING AND TRAILER.   *
002140***************************************************************
002150 COPY RPTHDR0.
002160 01  MONTH-LINE.
002170     05  FILLER                   PIC X(2) VALUE SPACES.
002180     05  FILLER                   PIC X(17) VALUE
002190         'SERVICE MONTH:   '.
002200     05  MTL-MM                   PIC XX.
002210     05  FILLER                   PIC X VALUE '/'.
002220     05  MTL-YY                   PIC XX.
002230     05  FILLER                   PIC X(109) VALUE SPACES.
002240 01  HEADING-LINE-2.
002250     05  FILLER                   PIC X(2) VALUE SPACES.
002260     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
002270     05  FILLER                   PIC X(10) VALUE 'DEADLINE'.
002280     05  FILLER                   PIC X(8) VALUE '  NIGHTS'.
002290     05  FILLER                   PIC X(8) VALUE '     MET'.
002300     05  FILLER                   PIC X(8) VALUE '  MISSED'.
002310     05  FILLER                   PIC X(12) VALUE '  WORST LATE'.
002320     05  FILLER                   PIC X(12) VALUE '  COMPLIANCE'.
002330     05  FILLER                   PIC X(63) VALUE SPACES.
002340*
002350 01  SLA-DETAIL-LINE.
002360     05  FILLER                   PIC X(2) VALUE SPACES.
002370     05  SDL-PROGRAM-ID           PIC X(8).
002380     05  FILLER                   PIC X(2) VALUE SPACES.
002390     05  SDL-DEADLINE-HH          PIC XX.
002400     05  SDL-DEADLINE-COLON       PIC X.
002410     05  SDL-DEADLINE-MM          PIC XX.
002420     05  FILLER                   PIC X(5) VALUE SPACES.
002430     05  SDL-NIGHTS               PIC ZZZZZZZ9.
002440     05  SDL-MET                  PIC ZZZZZZZ9.
002450     05  SDL-MISSED               PIC ZZZZZZZ9.
002460     05  FILLER                   PIC X(4) VALUE SPACES.
002470     05  SDL-WORST-LATE           PIC X(8).
002480     05  FILLER                   PIC X(5) VALUE SPACES.
002490     05  SDL-COMPLIANCE.
002500         10  SDL-PCT              PIC ZZ9.9.
002510         10  FILLER               PIC X VALUE '%'.
002520     05  SDL-NO-RUNS REDEFINES SDL-COMPLIANCE PIC X(6).
002530     05  FILLER                   PIC X(65) VALUE SPACES.
002540 01  SLA-NOTE-LINE.
002550     05  FILLER                   PIC X(2) VALUE SPACES.
002560     05  SNL-TEXT                 PIC X(80).
002570     05  FILLER                   PIC X(51) VALUE SPACES.
002580*
002590 PROCEDURE DIVISION.
002600*
002610 A100-EXECUTIVE-CONTROL.
002620     PERFORM A110-INITIALIZATION.
002630     PERFORM A120-LOAD-ROSTER-TABLE.
002640     IF ROSTER-HAS-DEADLINES
002650         AND ROSTER-TABLE-COUNT > ZERO
002660         PERFORM B100-READ-ONE-HISTORY-RECORD
002670             UNTIL HISTORY-FILE-EOF
002680         PERFORM B130-CLOSE-OUT-NIGHT
002690             VARYING RO-IX FROM 1 BY 1
002700                 UNTIL RO-IX > ROSTER-TABLE-COUNT
002710         PERFORM Z100-PRINT-SLA-REPORT
002720     ELSE
002730         PERFORM Z200-PRINT-NOTHING-TO-REPORT.
002740     PERFORM Z900-END-OF-PROCESSING.
002750     GOBACK.
002760*
002770 A110-INITIALIZATION.
002780     OPEN INPUT HISTORY-FILE.
002790     OPEN OUTPUT SLA-REPORT-FILE.
002800     ACCEPT WS-DATE FROM DATE.
002810     MOVE WS-YEAR TO RUN-YY-N.
002820     MOVE WS-MONTH TO RUN-MM-N.
002830     PERFORM A115-SET-REPORT-MONTH.
002840     MOVE WS-MONTH TO RPT-HEADING-MONTH.
002850     MOVE WS-DAY TO RPT-HEADING-DAY.
002860     MOVE WS-YEAR TO RPT-HEADING-YEAR.
002870     MOVE 'OPSSLA' TO RPT-HEADING-PROGRAM.
002880     MOVE 'MONTHLY SERVICE-LEVEL COMPLIANCE'
002890         TO RPT-HEADING-TITLE.
002900     MOVE 1 TO RPT-HEADING-PAGE.
002910     MOVE RPT-HEADING-LINE TO SLA-REPORT-RECORD.
002920     WRITE SLA-REPORT-RECORD.
002930     MOVE REPORT-MM TO MTL-MM.
002940     MOVE REPORT-YY TO MTL-YY.
002950     MOVE MONTH-LINE TO SLA-REPORT-RECORD.
002960     WRITE SLA-REPORT-RECORD.
002970     MOVE 'OPSSLA' TO OST-PROGRAM-ID.
002980     SET OST-START-OF-JOB TO TRUE.
002990     MOVE SPACES TO OST-NAMED-COUNTERS.
003000     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003010         OST-EXCEPTION-COUNT.
003020     CALL 'OPSTAT' USING OPSTAT-PARM.
003030*
003040*    A115 - THE REPORT-MONTH CARD WINS WHEN IT IS A VALID YYMM;
003050*    OTHERWISE THE MONTH BEFORE THE RUN DATE IS REPORTED, SO THE
003060*    STEP CAN SIMPLY BE SCHEDULED ON THE FIRST OF EACH MONTH.
003070 A115-SET-REPORT-MONTH.
003080     IF RUN-MM-N = 1
003090         MOVE 12 TO REPORT-MM
003100         IF RUN-YY-N = ZERO
003110             MOVE 99 TO REPORT-YY
003120         ELSE
003130             COMPUTE REPORT-YY = RUN-YY-N - 1
003140         END-IF
003150     ELSE
003160         MOVE RUN-YY-N TO REPORT-YY
003170         COMPUTE REPORT-MM = RUN-MM-N - 1.
003180     MOVE 'OPSSLA' TO CTC-PROGRAM-ID.
003190     MOVE 'REPORT-MONTH' TO CTC-PARM-NAME.
003200     CALL 'CTLREAD' USING CTLCARD-PARM.
003210     IF CTC-PARM-FOUND
003220         MOVE CTC-PARM-VALUE (1:4) TO MONTH-CARD-VALUE
003230         IF MONTH-CARD-VALUE NUMERIC
003240             AND CARD-MM-N > ZERO
003250             AND CARD-MM-N < 13
003260             MOVE MONTH-CARD-VALUE TO REPORT-MONTH-X
003270         ELSE
003280             DISPLAY 'OPSSLA REPORT-MONTH ' MONTH-CARD-VALUE
003290                 ' INVALID - REPORTING ' REPORT-MONTH-X.
003300*
003310***************************************************************
003320*    A120-A150 LOAD THE EXPECTED-JOBS ROSTER WITH EACH JOB'S    *
003330*    DEADLINE AND SORT IT INTO ASCENDING SEQUENCE WITH THE SAME *
003340*    EXCHANGE PASS OPSSUM USES.  A ROSTER WHOSE PREDECESSORS    *
003350*    FORM A CYCLE IS REJECTED (A200) LIKE EVERY OTHER READER.   *
003360***************************************************************
003370 A120-LOAD-ROSTER-TABLE.
003380     OPEN INPUT ROSTER-FILE.
003390     PERFORM A130-READ-ROSTER-RECORD UNTIL ROSTER-FILE-EOF.
003400     CLOSE ROSTER-FILE.
003410     IF ROSTER-TABLE-COUNT > 1
003420         MOVE 'N' TO ROSTER-SORT-SWITCH
003430         PERFORM A140-SORT-ROSTER-TABLE
003440             UNTIL ROSTER-SORT-DONE.
003450     PERFORM A200-CHECK-ROSTER-CYCLE THRU A200-EXIT.
003460*
003470 A130-READ-ROSTER-RECORD.
003480     READ ROSTER-FILE
003490         AT END
003500             SET ROSTER-FILE-EOF TO TRUE.
003510     IF NOT ROSTER-FILE-EOF
003520         IF ROSTER-TABLE-COUNT < 100
003530             ADD 1 TO ROSTER-TABLE-COUNT
003540             SET RO-IX TO ROSTER-TABLE-COUNT
003550             MOVE RST-SEQUENCE TO RT-SEQUENCE (RO-IX)
003560             MOVE RST-PROGRAM-ID TO RT-PROGRAM-ID (RO-IX)
003570             MOVE 'N' TO RT-RESOLVED-SWITCH (RO-IX)
003580             MOVE SPACES TO RT-NIGHT-KEY (RO-IX)
003590             MOVE ZERO TO RT-NIGHT-LATE (RO-IX),
003600                 RT-NIGHTS (RO-IX), RT-MET (RO-IX),
003610                 RT-MISSED (RO-IX), RT-WORST-LATE (RO-IX)
003620             PERFORM A135-COPY-ONE-PREDECESSOR
003630                 VARYING PREDECESSOR-SUB FROM 1 BY 1
003640                 UNTIL PREDECESSOR-SUB > 5
003650             PERFORM A137-LOAD-DEADLINE
003660         ELSE
003670             DISPLAY 'OPSSLA ROSTER-TABLE FULL - CARD FOR '
003680                 RST-PROGRAM-ID ' DROPPED'.
003690*
003700 A135-COPY-ONE-PREDECESSOR.
003710     MOVE RST-PREDECESSOR (PREDECESSOR-SUB)
003720         TO RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB).
003730     IF RST-PREDECESSOR (PREDECESSOR-SUB) NOT = SPACES
003740         SET ROSTER-HAS-DEPENDENCIES TO TRUE.
003750*
003760*    A137 - A DEADLINE THAT IS NOT A CLOCK TIME IS REPORTED AND
003770*    IGNORED, THE SAME AS OPSSUM TREATS IT.
003780 A137-LOAD-DEADLINE.
003790     MOVE 'N' TO RT-DEADLINE-SWITCH (RO-IX).
003800     MOVE RST-DEADLINE TO RT-DEADLINE (RO-IX).
003810     MOVE ZERO TO RT-DEADLINE-HUNDREDTHS (RO-IX).
003820     IF RST-DEADLINE NOT = SPACES
003830         IF RST-DEADLINE NUMERIC
003840             AND RST-DEADLINE-HH < 24
003850             AND RST-DEADLINE-MM < 60
003860             SET RT-HAS-DEADLINE (RO-IX) TO TRUE
003870             SET ROSTER-HAS-DEADLINES TO TRUE
003880             COMPUTE RT-DEADLINE-HUNDREDTHS (RO-IX) =
003890                 RST-DEADLINE-HH * 360000
003900                 + RST-DEADLINE-MM * 6000
003910             PERFORM A138-SHIFT-DEADLINE-TO-NOON
003920         ELSE
003930             DISPLAY 'OPSSLA ROSTER DEADLINE ' RST-DEADLINE
003940                 ' INVALID FOR ' RST-PROGRAM-ID ' - IGNORED'.
003950*
003960 A138-SHIFT-DEADLINE-TO-NOON.
003970     IF RT-DEADLINE-HUNDREDTHS (RO-IX) < NOON-HUNDREDTHS
003980         ADD NOON-HUNDREDTHS TO RT-DEADLINE-HUNDREDTHS (RO-IX)
003990     ELSE
004000         SUBTRACT NOON-HUNDREDTHS
004010             FROM RT-DEADLINE-HUNDREDTHS (RO-IX).
004020*
004030 A140-SORT-ROSTER-TABLE.
004040     SET ROSTER-SORT-DONE TO TRUE.
004050     PERFORM A150-ROSTER-EXCHANGE-PASS
004060         VARYING ROSTER-SORT-SUB FROM 2 BY 1
004070             UNTIL ROSTER-SORT-SUB > ROSTER-TABLE-COUNT.
004080*
004090 A150-ROSTER-EXCHANGE-PASS.
004100     COMPUTE ROSTER-SORT-SUB-1 = ROSTER-SORT-SUB - 1.
004110     IF RT-SEQUENCE (ROSTER-SORT-SUB-1)
004120         > RT-SEQUENCE (ROSTER-SORT-SUB)
004130         MOVE ROSTER-TABLE-ENTRY (ROSTER-SORT-SUB-1)
004140             TO ROSTER-SWAP-ENTRY
004150         MOVE ROSTER-TABLE-ENTRY (ROSTER-SORT-SUB)
004160             TO ROSTER-TABLE-ENTRY (ROSTER-SORT-SUB-1)
004170         MOVE ROSTER-SWAP-ENTRY
004180             TO ROSTER-TABLE-ENTRY (ROSTER-SORT-SUB)
004190         MOVE 'N' TO ROSTER-SORT-SWITCH.
004200*
004210***************************************************************
004220*    A200-A260 REJECT A ROSTER WHOSE DECLARED PREDECESSORS      *
004230*    FORM A CYCLE, THE SAME CHECK OPSGATE MAKES.  EACH PASS     *
004240*    RESOLVES EVERY JOB WHOSE PREDECESSORS ON THE ROSTER ARE    *
004250*    ALL RESOLVED ALREADY; WHEN A PASS RESOLVES NOTHING, ANY    *
004260*    JOB LEFT OVER IS ON A CYCLE OR WAITS ON ONE, AND STEPPING  *
004270*    BACK THROUGH UNRESOLVED PREDECESSORS ONCE PER ROSTER ENTRY *
004280*    LANDS ON THE CYCLE ITSELF.  A REJECTED ROSTER IS DROPPED.  *
004290***************************************************************
004300 A200-CHECK-ROSTER-CYCLE.
004310     IF NOT ROSTER-HAS-DEPENDENCIES
004320         GO TO A200-EXIT.
004330     MOVE ZERO TO RESOLVED-COUNT.
004340     MOVE 1 TO PASS-RESOLVED-COUNT.
004350     PERFORM A210-RESOLVE-ONE-PASS
004360         UNTIL PASS-RESOLVED-COUNT = ZERO.
004370     IF RESOLVED-COUNT NOT < ROSTER-TABLE-COUNT
004380         GO TO A200-EXIT.
004390     SET RO-IX TO 1.
004400     SEARCH ROSTER-TABLE-ENTRY
004410         AT END
004420             CONTINUE
004430         WHEN NOT RT-RESOLVED (RO-IX)
004440             MOVE RT-PROGRAM-ID (RO-IX) TO CHECK-PROGRAM-ID
004450     END-SEARCH.
004460     PERFORM A250-STEP-BACK-ONE-JOB ROSTER-TABLE-COUNT TIMES.
004470     MOVE CHECK-PROGRAM-ID TO CYCLE-PROGRAM-ID.
004480     SET ROSTER-REJECTED TO TRUE.
004490     DISPLAY 'OPSSLA ROSTER REJECTED - DEPENDENCY CYCLE AT '
004500         CYCLE-PROGRAM-ID.
004510     MOVE ZERO TO ROSTER-TABLE-COUNT.
004520 A200-EXIT. EXIT.
004530*
004540 A210-RESOLVE-ONE-PASS.
004550     MOVE ZERO TO PASS-RESOLVED-COUNT.
004560     PERFORM A220-TRY-RESOLVE-ONE-JOB
004570         VARYING RO-IX FROM 1 BY 1
004580             UNTIL RO-IX > ROSTER-TABLE-COUNT.
004590*
004600 A220-TRY-RESOLVE-ONE-JOB.
004610     IF NOT RT-RESOLVED (RO-IX)
004620         SET PREDECESSORS-RESOLVED TO TRUE
004630         PERFORM A230-CHECK-ONE-PREDECESSOR
004640             VARYING PREDECESSOR-SUB FROM 1 BY 1
004650                 UNTIL PREDECESSOR-SUB > 5
004660         IF PREDECESSORS-RESOLVED
004670             SET RT-RESOLVED (RO-IX) TO TRUE
004680             ADD 1 TO RESOLVED-COUNT, PASS-RESOLVED-COUNT.
004690*
004700 A230-CHECK-ONE-PREDECESSOR.
004710     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
004720         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
004730             TO CHECK-PROGRAM-ID
004740         PERFORM A240-FIND-CHECK-PROGRAM
004750         IF CHECK-ON-ROSTER
004760             AND NOT RT-RESOLVED (RP-IX)
004770             MOVE 'N' TO READY-SWITCH.
004780*
004790 A240-FIND-CHECK-PROGRAM.
004800     MOVE 'N' TO CHECK-FOUND-SWITCH.
004810     SET RP-IX TO 1.
004820     SEARCH ROSTER-TABLE-ENTRY VARYING RP-IX
004830         AT END
004840             CONTINUE
004850         WHEN RT-PROGRAM-ID (RP-IX) = CHECK-PROGRAM-ID
004860             SET CHECK-ON-ROSTER TO TRUE
004870     END-SEARCH.
004880*
004890 A250-STEP-BACK-ONE-JOB.
004900     PERFORM A240-FIND-CHECK-PROGRAM.
004910     SET RO-IX TO RP-IX.
004920     MOVE 'N' TO STEP-SWITCH.
004930     PERFORM A260-FIND-UNRESOLVED-PREDECESSOR
004940         VARYING PREDECESSOR-SUB FROM 1 BY 1
004950             UNTIL PREDECESSOR-SUB > 5
004960             OR STEP-TAKEN.
004970*
004980 A260-FIND-UNRESOLVED-PREDECESSOR.
004990     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
005000         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
005010             TO CHECK-PROGRAM-ID
005020         PERFORM A240-FIND-CHECK-PROGRAM
005030         IF CHECK-ON-ROSTER
005040             AND NOT RT-RESOLVED (RP-IX)
005050             SET STEP-TAKEN TO TRUE.
005060*
005070***************************************************************
005080*    B100-B130 SCORE THE HISTORY.  EVERY END-OF-JOB RECORD FOR  *
005090*    A ROSTER JOB WITH A DEADLINE IS PLACED IN ITS BATCH NIGHT  *
005100*    - ONE ENDING BEFORE NOON BELONGS TO THAT MORNING, ONE      *
005110*    ENDING FROM NOON ON TO THE NEXT MORNING - AND, WHEN THAT   *
005120*    NIGHT FALLS IN THE REPORT MONTH, ITS LATENESS AGAINST THE  *
005130*    DEADLINE IS HELD FOR THE NIGHT.  A LATER RECORD FOR THE    *
005140*    SAME NIGHT REPLACES IT; ONE FOR A NEW NIGHT CLOSES THE     *
005150*    HELD NIGHT OUT AS MET OR MISSED.  THE HISTORY FILE IS      *
005160*    APPENDED IN RUN ORDER, SO A JOB'S NIGHTS ARRIVE IN TURN.   *
005170***************************************************************
005180 B100-READ-ONE-HISTORY-RECORD.
005190     READ HISTORY-FILE
005200         AT END
005210             SET HISTORY-FILE-EOF TO TRUE.
005220     IF NOT HISTORY-FILE-EOF
005230         ADD 1 TO HISTORY-RECORDS-READ
005240         IF NOT OPST-START-OF-JOB
005250             SET RO-IX TO 1
005260             SEARCH ROSTER-TABLE-ENTRY
005270                 AT END
005280                     CONTINUE
005290                 WHEN RT-PROGRAM-ID (RO-IX) = OPST-PROGRAM-ID
005300                     IF RT-HAS-DEADLINE (RO-IX)
005310                         PERFORM B110-SCORE-ONE-RUN THRU B110-EXIT
005320                     END-IF
005330             END-SEARCH.
005340*
005350 B110-SCORE-ONE-RUN.
005360     IF OPST-DATE NOT NUMERIC
005370         OR OPST-TIME NOT NUMERIC
005380         ADD 1 TO UNDATED-RECORD-COUNT
005390         GO TO B110-EXIT.
005400     MOVE OPST-TIME TO WORK-TIME.
005410     COMPUTE END-HUNDREDTHS = WT-HH * 360000
005420         + WT-MM * 6000 + WT-SS * 100 + WT-TT.
005430     MOVE OPST-DATE TO END-DATE-YYMMDD.
005440     IF END-HUNDREDTHS < NOON-HUNDREDTHS
005450         MOVE END-DATE-YYMMDD TO NIGHT-KEY
005460         ADD NOON-HUNDREDTHS TO END-HUNDREDTHS
005470     ELSE
005480         SUBTRACT NOON-HUNDREDTHS FROM END-HUNDREDTHS
005490         PERFORM B120-FIND-NEXT-MORNING
005500         IF NOT DTC-SUCCESSFUL
005510             ADD 1 TO UNDATED-RECORD-COUNT
005520             GO TO B110-EXIT.
005530     IF NIGHT-MONTH NOT = REPORT-MONTH-X
005540         GO TO B110-EXIT.
005550     COMPUTE LATE-HUNDREDTHS =
005560         END-HUNDREDTHS - RT-DEADLINE-HUNDREDTHS (RO-IX).
005570     IF NIGHT-KEY NOT = RT-NIGHT-KEY (RO-IX)
005580         PERFORM B130-CLOSE-OUT-NIGHT
005590         MOVE NIGHT-KEY TO RT-NIGHT-KEY (RO-IX).
005600     MOVE LATE-HUNDREDTHS TO RT-NIGHT-LATE (RO-IX).
005610 B110-EXIT. EXIT.
005620*
005630*    B120 - THE HISTORY CARRIES YYMMDD; A YEAR PAST THE RUN YEAR
005640*    IS TAKEN AS THE LAST CENTURY, THE SAME WINDOW BCBSEXT3 USES.
005650 B120-FIND-NEXT-MORNING.
005660     SET DTC-NEXT-DAY TO TRUE.
005670     IF END-YY > RUN-YY-N
005680         COMPUTE DTC-YEAR = 1900 + END-YY
005690     ELSE
005700         COMPUTE DTC-YEAR = 2000 + END-YY.
005710     MOVE END-MMDD (1:2) TO DTC-MONTH.
005720     MOVE END-MMDD (3:2) TO DTC-DAY.
005730     CALL 'DATECALC' USING DATECALC-PARM.
005740     IF DTC-SUCCESSFUL
005750         MOVE DTC-RESULT-CCYYMMDD (3:6) TO NIGHT-KEY.
005760*
005770 B130-CLOSE-OUT-NIGHT.
005780     IF RT-NIGHT-KEY (RO-IX) NOT = SPACES
005790         ADD 1 TO RT-NIGHTS (RO-IX)
005800         IF RT-NIGHT-LATE (RO-IX) > ZERO
005810             ADD 1 TO RT-MISSED (RO-IX)
005820             IF RT-NIGHT-LATE (RO-IX) > RT-WORST-LATE (RO-IX)
005830                 MOVE RT-NIGHT-LATE (RO-IX)
005840                     TO RT-WORST-LATE (RO-IX)
005850             END-IF
005860         ELSE
005870             ADD 1 TO RT-MET (RO-IX).
005880     MOVE SPACES TO RT-NIGHT-KEY (RO-IX).
005890*
005900***************************************************************
005910*    Z100-Z120 PRINT ONE LINE PER ROSTER JOB WITH A DEADLINE,   *
005920*    IN ROSTER SEQUENCE, THEN THE SAME FIGURES FOR ALL JOBS     *
005930*    TOGETHER - THE NUMBER MANAGEMENT ASKS FOR EACH MONTH.  A   *
005940*    JOB THAT NEVER ENDED IN THE MONTH SHOWS NO RUNS.           *
005950***************************************************************
005960 Z100-PRINT-SLA-REPORT.
005970     MOVE HEADING-LINE-2 TO SLA-REPORT-RECORD.
005980     WRITE SLA-REPORT-RECORD.
005990     PERFORM Z110-PRINT-ONE-JOB
006000         VARYING RO-IX FROM 1 BY 1
006010             UNTIL RO-IX > ROSTER-TABLE-COUNT.
006020     MOVE SPACES TO SLA-REPORT-RECORD.
006030     WRITE SLA-REPORT-RECORD.
006040     MOVE SPACES TO SLA-DETAIL-LINE.
006050     MOVE 'ALL JOBS' TO SDL-PROGRAM-ID.
006060     MOVE TOTAL-NIGHTS TO SDL-NIGHTS.
006070     MOVE TOTAL-MET TO SDL-MET.
006080     MOVE TOTAL-MISSED TO SDL-MISSED.
006090     MOVE TOTAL-WORST-LATE TO EDIT-HUNDREDTHS.
006100     PERFORM Z120-EDIT-LATENESS.
006110     IF TOTAL-NIGHTS = ZERO
006120         MOVE 'NO RUNS' TO SDL-NO-RUNS
006130     ELSE
006140         COMPUTE COMPLIANCE-PCT ROUNDED =
006150             TOTAL-MET * 100 / TOTAL-NIGHTS
006160         MOVE COMPLIANCE-PCT TO SDL-PCT
006170         MOVE '%' TO SDL-COMPLIANCE (6:1).
006180     MOVE SLA-DETAIL-LINE TO SLA-REPORT-RECORD.
006190     WRITE SLA-REPORT-RECORD.
006200     IF UNDATED-RECORD-COUNT > ZERO
006210         DISPLAY 'OPSSLA ' UNDATED-RECORD-COUNT
006220             ' HISTORY RECORDS WITHOUT A VALID DATE/TIME SKIPPED'.
006230*
006240 Z110-PRINT-ONE-JOB.
006250     IF RT-HAS-DEADLINE (RO-IX)
006260         MOVE SPACES TO SLA-DETAIL-LINE
006270         MOVE RT-PROGRAM-ID (RO-IX) TO SDL-PROGRAM-ID
006280         MOVE RT-DEADLINE (RO-IX) (1:2) TO SDL-DEADLINE-HH
006290         MOVE ':' TO SDL-DEADLINE-COLON
006300         MOVE RT-DEADLINE (RO-IX) (3:2) TO SDL-DEADLINE-MM
006310         MOVE RT-NIGHTS (RO-IX) TO SDL-NIGHTS
006320         MOVE RT-MET (RO-IX) TO SDL-MET
006330         MOVE RT-MISSED (RO-IX) TO SDL-MISSED
006340         MOVE RT-WORST-LATE (RO-IX) TO EDIT-HUNDREDTHS
006350         PERFORM Z120-EDIT-LATENESS
006360         IF RT-NIGHTS (RO-IX) = ZERO
006370             MOVE 'NO RUNS' TO SDL-NO-RUNS
006380         ELSE
006390             COMPUTE COMPLIANCE-PCT ROUNDED =
006400                 RT-MET (RO-IX) * 100 / RT-NIGHTS (RO-IX)
006410             MOVE COMPLIANCE-PCT TO SDL-PCT
006420             MOVE '%' TO SDL-COMPLIANCE (6:1)
006430         END-IF
006440         MOVE SLA-DETAIL-LINE TO SLA-REPORT-RECORD
006450         WRITE SLA-REPORT-RECORD
006460         ADD RT-NIGHTS (RO-IX) TO TOTAL-NIGHTS
006470         ADD RT-MET (RO-IX) TO TOTAL-MET
006480         ADD RT-MISSED (RO-IX) TO TOTAL-MISSED
006490         IF RT-WORST-LATE (RO-IX) > TOTAL-WORST-LATE
006500             MOVE RT-WORST-LATE (RO-IX) TO TOTAL-WORST-LATE.
006510*
006520*    Z120 - A JOB THAT NEVER MISSED SHOWS NO LATENESS AT ALL
006530*    RATHER THAN A ZERO CLOCK.
006540 Z120-EDIT-LATENESS.
006550     MOVE SPACES TO SDL-WORST-LATE.
006560     IF EDIT-HUNDREDTHS > ZERO
006570         DIVIDE EDIT-HUNDREDTHS BY 100 GIVING EDIT-SECONDS
006580         DIVIDE EDIT-SECONDS BY 3600 GIVING EDIT-HH
006590             REMAINDER EDIT-REMAINDER
006600         DIVIDE EDIT-REMAINDER BY 60 GIVING EDIT-MM
006610             REMAINDER EDIT-SECONDS
006620         MOVE EDIT-SECONDS TO EDIT-SS
006630         MOVE EDIT-HH TO SDL-WORST-LATE (1:2)
006640         MOVE ':' TO SDL-WORST-LATE (3:1)
006650         MOVE EDIT-MM TO SDL-WORST-LATE (4:2)
006660         MOVE ':' TO SDL-WORST-LATE (6:1)
006670         MOVE EDIT-SS TO SDL-WORST-LATE (7:2).
006680*
006690*    Z200 - NO ROSTER, A REJECTED ROSTER, OR A ROSTER WITHOUT A
006700*    SINGLE DEADLINE LEAVES NOTHING TO SCORE; THE REPORT SAYS
006710*    WHICH.
006720 Z200-PRINT-NOTHING-TO-REPORT.
006730     IF ROSTER-REJECTED
006740         MOVE 'ROSTER REJECTED - DEPENDENCY CYCLE AT ' TO SNL-TEXT
006750         MOVE CYCLE-PROGRAM-ID TO SNL-TEXT (39:8)
006760     ELSE
006770         MOVE 'NO ROSTER JOB CARRIES A DEADLINE - ' TO SNL-TEXT
006780         MOVE 'NOTHING TO REPORT' TO SNL-TEXT (36:17).
006790     MOVE SLA-NOTE-LINE TO SLA-REPORT-RECORD.
006800     WRITE SLA-REPORT-RECORD.
006810*
006820 Z900-END-OF-PROCESSING.
006830     MOVE 'OPSSLA' TO RPT-TRAILER-PROGRAM.
006840     MOVE 1 TO RPT-TRAILER-PAGES.
006850     MOVE RPT-TRAILER-LINE TO SLA-REPORT-RECORD.
006860     WRITE SLA-REPORT-RECORD.
006870     CLOSE HISTORY-FILE, SLA-REPORT-FILE.
006880     MOVE 'OPSSLA' TO OST-PROGRAM-ID.
006890     SET OST-END-OF-JOB TO TRUE.
006900     MOVE HISTORY-RECORDS-READ TO OST-RECORDS-PROCESSED.
006910     MOVE UNDATED-RECORD-COUNT TO OST-ERROR-COUNT.
006920     MOVE TOTAL-MISSED TO OST-EXCEPTION-COUNT.
006930     CALL 'OPSTAT' USING OPSTAT-PARM.
