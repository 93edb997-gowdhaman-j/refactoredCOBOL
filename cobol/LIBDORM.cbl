000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    LIBDORM.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* DORMANT LOAD LIBRARY DETECTION ACROSS SWEEPS.  DSNTRECN FINDS *
000150* DSNAME-TABLE-FILE LIBRARIES THE CATALOG NO LONGER KNOWS; THIS *
000160* STEP FINDS THE ONES THAT STILL EXIST BUT HOLD NOTHING ANY     *
000170* SWEEP RESOLVES TO.  IT RUNS AFTER BCBSEXT3 AND COUNTS THE     *
000180* MODULE-EXTRACT-FILE RECORDS (DD UT-S-MODEXT) FOR EVERY        *
000190* DT-DSNAME, THEN CARRIES THE LIBRARY ACTIVITY FILE (LAYOUT     *
000200* LIBACT0, DD UT-S-LIBACT IN, DD UT-S-LIBACTN OUT FOR THE JCL   *
000210* TO SWAP IN) FORWARD - A LIBRARY WITH ANY MODULE TONIGHT GETS  *
000220* TODAY AS ITS LAST-ACTIVE DATE AND TONIGHT'S COUNT, A LIBRARY  *
000230* NEW TO THE TABLE IS TRACKED FROM TODAY.  A LIBRARY THAT HAS   *
000240* SHOWN NO MODULE FOR MORE THAN N DAYS (FROM ITS LAST-ACTIVE    *
000250* DATE, OR THE DATE IT WAS FIRST TRACKED WHEN IT HAS NEVER BEEN *
000260* ACTIVE) IS PRINTED (DD UT-S-DORMRPT) AS A RETIREMENT          *
000265* CANDIDATE, AND A DSNTMNT DELETE CARD FOR EVERY TABLE ROW THAT *
000270* NAMES IT IS WRITTEN TO DD UT-S-DSNTDEL AND ECHOED ON THE      *
000275* REPORT.  EACH CARD NAMES LIBDORM AS ITS REQUESTER, SO DSNTMNT *
000280* HOLDS IT UNTIL SOMEONE HAS REVIEWED IT AND RELEASED IT.  N IS *
000285* THE CARD LIBDORM DORMANT-DAYS NNN (READ THROUGH CTLREAD),     *
000290* DEFAULT 090, COUNTED BY DATECALC.  AN EMPTY MODULE EXTRACT IS *
000295* TAKEN AS NO SWEEP - THE ACTIVITY IS CARRIED FORWARD UNCHANGED *
000300* AND NO CARDS ARE WRITTEN.  ACTIVITY FOR A LIBRARY NO LONGER   *
000305* IN THE TABLE IS DROPPED.  THE STEP ENDS WITH CONDITION CODE 4 *
000310* WHEN THERE ARE CANDIDATES OR NO SWEEP.                        *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DSNAME-TABLE-FILE ASSIGN TO DSNTAB
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS DT-KEY.
000450     SELECT MODULE-EXTRACT-FILE ASSIGN TO UT-S-MODEXT.
000460     SELECT OPTIONAL OLD-ACTIVITY-FILE ASSIGN TO UT-S-LIBACT.
000470     SELECT NEW-ACTIVITY-FILE ASSIGN TO UT-S-LIBACTN.
000480     SELECT DELETE-CARD-FILE ASSIGN TO UT-S-DSNTDEL.
000490     SELECT DORMANT-REPORT-FILE ASSIGN TO UT-S-DORMRPT.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*
000530 FD  DSNAME-TABLE-FILE
000540     BLOCK CONTAINS 0 RECORDS
000550     RECORD CONTAINS 53 CHARACTERS.
000560 01  DSNAME-TABLE-RECORD.
000570     05  DT-KEY.
000580         10  DT-ARG               PIC X(4).
000590         10  DT-EFFECTIVE-DATE    PIC X(8).
000600     05  DT-DSNAME                PIC X(33).
000610     05  DT-EXPIRY-DATE           PIC X(8).
000620*
000630 FD  MODULE-EXTRACT-FILE
000640     BLOCK CONTAINS 0 RECORDS
000650     RECORD CONTAINS 80 CHARACTERS
000660     RECORDING MODE F.
000670 01  MODULE-EXTRACT-RECORD.
000680     05  MX-MEMBER-NAME           PIC X(8).
000690     05  MX-USRDAT                PIC X(4).
000700     05  MX-TYPE                  PIC X(2).
000710     05  MX-LINK-DATE             PIC X(8).
000720     05  MX-DSNAME                PIC X(33).
000730     05  FILLER                   PIC X(25).
000740*
000750 FD  OLD-ACTIVITY-FILE
000760     RECORDING MODE IS F
000770     BLOCK CONTAINS 0 RECORDS
000780     RECORD CONTAINS 80 CHARACTERS
000790     LABEL RECORDS ARE STANDARD.
000800 01  OLD-ACTIVITY-RECORD          PIC X(80).
000810*
000820 FD  NEW-ACTIVITY-FILE
000830     RECORDING MODE IS F
000840     BLOCK CONTAINS 0 RECORDS
000850     RECORD CONTAINS 80 CHARACTERS
000860     LABEL RECORDS ARE STANDARD.
000870 01  NEW-ACTIVITY-RECORD          PIC X(80).
000880*
000885***************************************************************
000890*    DELETE-CARD-RECORD IS DSNTMNT'S TRANSACTION CARD - COL 1   *
000895*    'D', COLS 3-6 ARG, COLS 8-40 DSNAME, COLS 42-49 EFFECTIVE  *
000900*    DATE, COLS 60-67 REQUESTER ID - SO THE FILE FEEDS DD       *
000905*    UT-S-DSNTTXN AS IT STANDS.                                 *
000910***************************************************************
000940 FD  DELETE-CARD-FILE
000950     RECORDING MODE IS F
000960     BLOCK CONTAINS 0 RECORDS
000970     RECORD CONTAINS 80 CHARACTERS
000980     LABEL RECORDS ARE OMITTED.
000990 01  DELETE-CARD-RECORD.
001000     05  DCD-ACTION               PIC X.
001010     05  FILLER                   PIC X.
001020     05  DCD-ARG                  PIC X(4).
001030     05  FILLER                   PIC X.
001040     05  DCD-DSNAME               PIC X(33).
001050     05  FILLER                   PIC X.
001060     05  DCD-EFFECTIVE            PIC X(8).
001065     05  FILLER                   PIC X(10).
001070     05  DCD-REQUESTER            PIC X(8).
001075     05  FILLER                   PIC X(13).
001080*
001090 FD  DORMANT-REPORT-FILE
001100     RECORDING MODE IS F
001110     BLOCK CONTAINS 0 RECORDS
001120     RECORD CONTAINS 133 CHARACTERS
001130     LABEL RECORDS ARE OMITTED.
001140 01  DORMANT-REPORT-RECORD        PIC X(133).
001150*
001160 WORKING-STORAGE SECTION.
001170 77  FILLER PIC X(35)  VALUE
001180     'LIBDORM WORKING STORAGE BEGINS HERE'.
001190*
001200 01  TABLE-FILE-SWITCH            PIC X VALUE 'N'.
001210     88  TABLE-FILE-EOF               VALUE 'Y'.
001220 01  EXTRACT-FILE-SWITCH          PIC X VALUE 'N'.
001230     88  EXTRACT-FILE-EOF             VALUE 'Y'.
001240 01  ACTIVITY-FILE-SWITCH         PIC X VALUE 'N'.
001250     88  ACTIVITY-FILE-EOF            VALUE 'Y'.
001260 01  SWEEP-SWITCH                 PIC X VALUE 'Y'.
001270     88  SWEEP-POSTED                 VALUE 'Y'.
001280     88  NO-SWEEP                     VALUE 'N'.
001290*
001300*    LIBRARY-ACTIVITY-RECORD (COPY LIBACT0) IS THE WORK AREA
001310*    BOTH ACTIVITY FILES ARE READ INTO AND WRITTEN FROM.
001320 COPY LIBACT0.
001330*
001340***************************************************************
001350*    LIBRARY-TABLE HOLDS ONE ENTRY PER DISTINCT DT-DSNAME WITH  *
001360*    ITS ACTIVITY AND TONIGHT'S MODULE COUNT; ROW-TABLE HOLDS   *
001370*    EVERY TABLE ROW'S KEY AND THE LIBRARY IT NAMES, SO EACH    *
001380*    CANDIDATE GETS A DELETE CARD PER ROW.                      *
001390***************************************************************
001400 01  LIBRARY-TABLE-COUNT          PIC S9(4) COMP VALUE +0.
001410 01  LIBRARY-TABLE.
001420     05  LIBRARY-TABLE-ENTRY  OCCURS 1 TO 1000 TIMES
001430                              DEPENDING ON LIBRARY-TABLE-COUNT
001440                              INDEXED BY LB-IX.
001450         10  LB-DSNAME            PIC X(33).
001460         10  LB-FIRST-TRACKED     PIC 9(8).
001470         10  LB-LAST-ACTIVE       PIC 9(8).
001480         10  LB-LAST-COUNT        PIC 9(7).
001490         10  LB-LAST-SWEEP        PIC 9(8).
001500         10  LB-LAST-SWEEP-COUNT  PIC 9(7).
001510         10  LB-SWEEP-COUNT       PIC S9(7) COMP-3.
001520 01  ROW-TABLE-COUNT              PIC S9(4) COMP VALUE +0.
001530 01  ROW-TABLE.
001540     05  ROW-TABLE-ENTRY      OCCURS 1 TO 3000 TIMES
001550                              DEPENDING ON ROW-TABLE-COUNT
001560                              INDEXED BY RW-IX.
001570         10  RW-ARG               PIC X(4).
001580         10  RW-EFFECTIVE-DATE    PIC X(8).
001590         10  RW-LIBRARY-SUB       PIC S9(4) COMP.
001600*
001610 01  DORMANT-FIELDS.
001620     05  RUN-DATE-CCYYMMDD        PIC 9(8).
001630     05  DORMANT-DAYS             PIC 9(3) VALUE 090.
001640     05  DAYS-IDLE                PIC S9(7) VALUE +0.
001650     05  IDLE-SINCE-DATE          PIC 9(8).
001660     05  LIBRARY-SUB              PIC S9(4) COMP VALUE +0.
001670     05  DAYS-CARD-VALUE          PIC X(3).
001680     05  DAYS-CARD-VALUE-N REDEFINES DAYS-CARD-VALUE PIC 9(3).
001690*
001700 01  DORMANT-COUNTERS.
001710     05  TABLE-ROWS-READ          PIC S9(5) COMP-3 VALUE +0.
001720     05  EXTRACT-RECORDS-READ     PIC S9(7) COMP-3 VALUE +0.
001730     05  EXTRACT-NOT-IN-TABLE     PIC S9(7) COMP-3 VALUE +0.
001740     05  ACTIVITY-RECORDS-READ    PIC S9(5) COMP-3 VALUE +0.
001750     05  ACTIVITY-DROPPED         PIC S9(5) COMP-3 VALUE +0.
001760     05  NEWLY-TRACKED-COUNT      PIC S9(5) COMP-3 VALUE +0.
001770     05  ACTIVE-COUNT             PIC S9(5) COMP-3 VALUE +0.
001780     05  CANDIDATE-COUNT          PIC S9(5) COMP-3 VALUE +0.
001790     05  CARDS-WRITTEN            PIC S9(5) COMP-3 VALUE +0.
001800     05  WS-DATE.
001810         10  WS-YEAR              PIC XX.
001820         10  WS-MONTH             PIC XX.
001830         10  WS-DAY               PIC XX.
001840     05  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
001850*
001860*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001870*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001880*    LOGGER, CALLED AT START AND END OF JOB.
001890 COPY OPSTATP.
001900*
001910*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
001920*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
001930*    WHICH COUNTS THE DAYS EACH LIBRARY HAS BEEN IDLE.
001940 COPY DATECALP.
001950*
001960*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001970*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
001980 COPY CTLCARD0.
001990*
002000***************************************************************
002010*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002020*    REPORT THE SHOP'S SHARED HEADING AND TRAILER.              *
002030***************************************************************
002040 COPY RPTHDR0.
002050*
002060 01  CRITERIA-LINE.
002070     05  FILLER                   PIC X VALUE SPACE.
002080     05  FILLER                   PIC X(12) VALUE
002090         'SWEEP DATE: '.
002100     05  CRL-SWEEP-DATE           PIC 9(8).
002110     05  FILLER                   PIC X(19) VALUE
002120         '   DORMANT AFTER: '.
002130     05  CRL-DORMANT-DAYS         PIC ZZ9.
002140     05  FILLER                   PIC X(5) VALUE ' DAYS'.
002150     05  FILLER                   PIC X(85) VALUE SPACES.
002160 01  NO-SWEEP-LINE.
002170     05  FILLER                   PIC X VALUE SPACE.
002180     05  FILLER                   PIC X(43) VALUE
002190         'MODULE EXTRACT IS EMPTY - NO SWEEP POSTED, '.
002200     05  FILLER                   PIC X(40) VALUE
002210         'ACTIVITY CARRIED FORWARD, NO CARDS'.
002220     05  FILLER                   PIC X(49) VALUE SPACES.
002230 01  SECTION-LINE.
002240     05  FILLER                   PIC X VALUE SPACE.
002250     05  FILLER                   PIC X(44) VALUE
002260         'RETIREMENT CANDIDATES - NO MODULES RESOLVED '.
002270     05  FILLER                   PIC X(14) VALUE
002280         'FOR MORE THAN '.
002290     05  SCL-DORMANT-DAYS         PIC ZZ9.
002300     05  FILLER                   PIC X(5) VALUE ' DAYS'.
002310     05  FILLER                   PIC X(66) VALUE SPACES.
002320 01  COLUMN-HEADING-LINE.
002330     05  FILLER                   PIC X VALUE SPACE.
002340     05  FILLER                   PIC X(35) VALUE 'DSNAME'.
002350     05  FILLER                   PIC X(10) VALUE 'TRACKED'.
002360     05  FILLER                   PIC X(10) VALUE 'LAST'.
002370     05  FILLER                   PIC X(10) VALUE 'MODULES'.
002380     05  FILLER                   PIC X(10) VALUE 'DAYS'.
002390     05  FILLER                   PIC X(57) VALUE SPACES.
002400 01  COLUMN-HEADING-LINE-2.
002410     05  FILLER                   PIC X VALUE SPACE.
002420     05  FILLER                   PIC X(35) VALUE SPACES.
002430     05  FILLER                   PIC X(10) VALUE 'SINCE'.
002440     05  FILLER                   PIC X(10) VALUE 'ACTIVE'.
002450     05  FILLER                   PIC X(10) VALUE 'THEN'.
002460     05  FILLER                   PIC X(10) VALUE 'IDLE'.
002470     05  FILLER                   PIC X(57) VALUE SPACES.
002480 01  CANDIDATE-LINE.
002490     05  FILLER                   PIC X VALUE SPACE.
002500     05  CDL-DSNAME               PIC X(33).
002510     05  FILLER                   PIC X(2) VALUE SPACES.
002520     05  CDL-FIRST-TRACKED        PIC 9(8).
002530     05  FILLER                   PIC X(2) VALUE SPACES.
002540     05  CDL-LAST-ACTIVE          PIC X(8).
002550     05  FILLER                   PIC X(2) VALUE SPACES.
002560     05  CDL-LAST-COUNT           PIC Z,ZZZ,ZZ9.
002570     05  FILLER                   PIC X VALUE SPACE.
002580     05  CDL-DAYS-IDLE            PIC Z,ZZZ,ZZ9.
002590     05  FILLER                   PIC X(58) VALUE SPACES.
002600 01  CARD-ECHO-LINE.
002610     05  FILLER                   PIC X(5) VALUE SPACES.
002620     05  FILLER                   PIC X(15) VALUE
002630         'DSNTMNT CARD: '.
002640     05  CEL-CARD                 PIC X(80).
002650     05  FILLER                   PIC X(33) VALUE SPACES.
002660 01  NONE-LINE.
002670     05  FILLER                   PIC X VALUE SPACE.
002680     05  FILLER                   PIC X(6) VALUE 'NONE'.
002690     05  FILLER                   PIC X(126) VALUE SPACES.
002700 01  COUNT-LINE.
002710     05  FILLER                   PIC X VALUE SPACE.
002720     05  CNT-LABEL                PIC X(42).
002730     05  FILLER                   PIC X(3) VALUE ' = '.
002740     05  CNT-VALUE                PIC Z,ZZZ,ZZ9.
002750     05  FILLER                   PIC X(78) VALUE SPACES.
002760*
002770 PROCEDURE DIVISION.
002780*
002790 A100-EXECUTIVE-CONTROL.
002800     PERFORM A110-INITIALIZATION.
002810     PERFORM B100-LOAD-ONE-TABLE-ROW UNTIL TABLE-FILE-EOF.
002820     PERFORM C100-MERGE-ONE-ACTIVITY UNTIL ACTIVITY-FILE-EOF.
002830     PERFORM D100-COUNT-ONE-MODULE UNTIL EXTRACT-FILE-EOF.
002840     PERFORM E100-START-CANDIDATES.
002850     PERFORM E200-JUDGE-ONE-LIBRARY
002860         VARYING LB-IX FROM 1 BY 1
002870         UNTIL LB-IX > LIBRARY-TABLE-COUNT.
002880     PERFORM Z100-END-OF-PROCESSING.
002890     GOBACK.
002900*
002910 A110-INITIALIZATION.
002920     OPEN INPUT DSNAME-TABLE-FILE, MODULE-EXTRACT-FILE,
002930         OLD-ACTIVITY-FILE.
002940     OPEN OUTPUT NEW-ACTIVITY-FILE, DELETE-CARD-FILE,
002950         DORMANT-REPORT-FILE.
002960     ACCEPT WS-DATE FROM DATE.
002970     COMPUTE RUN-DATE-CCYYMMDD = 20000000 + WS-DATE-N.
002980     MOVE 'LIBDORM' TO CTC-PROGRAM-ID.
002990     MOVE 'DORMANT-DAYS' TO CTC-PARM-NAME.
003000     CALL 'CTLREAD' USING CTLCARD-PARM.
003010     IF CTC-PARM-FOUND
003020         MOVE CTC-PARM-VALUE (1:3) TO DAYS-CARD-VALUE
003030         IF DAYS-CARD-VALUE NUMERIC
003040             AND DAYS-CARD-VALUE-N > ZERO
003050             MOVE DAYS-CARD-VALUE-N TO DORMANT-DAYS
003060         ELSE
003070             DISPLAY 'LIBDORM INVALID DORMANT-DAYS CARD IGNORED: '
003080                 CTC-PARM-VALUE.
003090     MOVE WS-MONTH TO RPT-HEADING-MONTH.
003100     MOVE WS-DAY TO RPT-HEADING-DAY.
003110     MOVE WS-YEAR TO RPT-HEADING-YEAR.
003120     MOVE 'LIBDORM' TO RPT-HEADING-PROGRAM.
003130     MOVE 'DORMANT LOAD LIBRARY CANDIDATES'
003140         TO RPT-HEADING-TITLE.
003150     MOVE 1 TO RPT-HEADING-PAGE.
003160     MOVE RPT-HEADING-LINE TO DORMANT-REPORT-RECORD.
003170     WRITE DORMANT-REPORT-RECORD.
003180     MOVE 'LIBDORM' TO OST-PROGRAM-ID.
003190     SET OST-START-OF-JOB TO TRUE.
003200     MOVE SPACES TO OST-NAMED-COUNTERS.
003210     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003220         OST-EXCEPTION-COUNT.
003230     CALL 'OPSTAT' USING OPSTAT-PARM.
003240*
003250***************************************************************
003260*    B100-B110 LOAD THE DSNAME TABLE - ONE LIBRARY ENTRY PER    *
003270*    DISTINCT DT-DSNAME, TRACKED FROM TODAY UNTIL THE OLD       *
003280*    ACTIVITY SAYS OTHERWISE, AND ONE ROW ENTRY PER TABLE ROW.  *
003290***************************************************************
003300 B100-LOAD-ONE-TABLE-ROW.
003310     READ DSNAME-TABLE-FILE
003320         AT END
003330             SET TABLE-FILE-EOF TO TRUE.
003340     IF NOT TABLE-FILE-EOF
003350         ADD 1 TO TABLE-ROWS-READ
003360         PERFORM B110-FIND-TABLE-LIBRARY
003370         IF LIBRARY-SUB > ZERO
003380             IF ROW-TABLE-COUNT < 3000
003390                 ADD 1 TO ROW-TABLE-COUNT
003400                 SET RW-IX TO ROW-TABLE-COUNT
003410                 MOVE DT-ARG TO RW-ARG (RW-IX)
003420                 MOVE DT-EFFECTIVE-DATE
003430                     TO RW-EFFECTIVE-DATE (RW-IX)
003440                 MOVE LIBRARY-SUB TO RW-LIBRARY-SUB (RW-IX)
003450             ELSE
003460                 DISPLAY 'LIBDORM ROW-TABLE FULL - NO CARD, ARG '
003470                     DT-ARG.
003480*
003490 B110-FIND-TABLE-LIBRARY.
003500     MOVE ZERO TO LIBRARY-SUB.
003510     IF LIBRARY-TABLE-COUNT > ZERO
003520         SET LB-IX TO 1
003530         SEARCH LIBRARY-TABLE-ENTRY
003540             WHEN LB-DSNAME (LB-IX) = DT-DSNAME
003550                 SET LIBRARY-SUB TO LB-IX
003560         END-SEARCH.
003570     IF LIBRARY-SUB = ZERO
003580         IF LIBRARY-TABLE-COUNT < 1000
003590             ADD 1 TO LIBRARY-TABLE-COUNT
003600             SET LB-IX TO LIBRARY-TABLE-COUNT
003610             MOVE DT-DSNAME TO LB-DSNAME (LB-IX)
003620             MOVE RUN-DATE-CCYYMMDD TO LB-FIRST-TRACKED (LB-IX)
003630             MOVE ZERO TO LB-LAST-ACTIVE (LB-IX),
003640                 LB-LAST-COUNT (LB-IX), LB-LAST-SWEEP (LB-IX),
003650                 LB-LAST-SWEEP-COUNT (LB-IX),
003660                 LB-SWEEP-COUNT (LB-IX)
003670             SET LIBRARY-SUB TO LB-IX
003680             ADD 1 TO NEWLY-TRACKED-COUNT
003690         ELSE
003700             DISPLAY 'LIBDORM LIBRARY-TABLE FULL - NOT TRACKED: '
003710                 DT-DSNAME.
003720*
003730***************************************************************
003740*    C100 CARRIES EACH OLD ACTIVITY RECORD ONTO ITS LIBRARY.  A *
003750*    RECORD FOR A LIBRARY NO LONGER IN THE TABLE IS DROPPED.    *
003760***************************************************************
003770 C100-MERGE-ONE-ACTIVITY.
003780     READ OLD-ACTIVITY-FILE INTO LIBRARY-ACTIVITY-RECORD
003790         AT END
003800             SET ACTIVITY-FILE-EOF TO TRUE.
003810     IF NOT ACTIVITY-FILE-EOF
003820         ADD 1 TO ACTIVITY-RECORDS-READ
003830         SET LB-IX TO 1
003840         SEARCH LIBRARY-TABLE-ENTRY
003850             AT END
003860                 ADD 1 TO ACTIVITY-DROPPED
003870             WHEN LB-DSNAME (LB-IX) = LAC-DSNAME
003880                 MOVE LAC-FIRST-TRACKED-DATE
003890                     TO LB-FIRST-TRACKED (LB-IX)
003900                 MOVE LAC-LAST-ACTIVE-DATE
003910                     TO LB-LAST-ACTIVE (LB-IX)
003920                 MOVE LAC-LAST-ACTIVE-COUNT
003930                     TO LB-LAST-COUNT (LB-IX)
003940                 MOVE LAC-LAST-SWEEP-DATE TO LB-LAST-SWEEP (LB-IX)
003950                 MOVE LAC-LAST-SWEEP-COUNT
003960                     TO LB-LAST-SWEEP-COUNT (LB-IX)
003970                 SUBTRACT 1 FROM NEWLY-TRACKED-COUNT
003980         END-SEARCH.
003990*
004000***************************************************************
004010*    D100 COUNTS TONIGHT'S MODULES PER LIBRARY.  AN EXTRACT     *
004020*    RECORD FOR A LIBRARY NOT IN THE TABLE IS ONLY COUNTED.     *
004030***************************************************************
004040 D100-COUNT-ONE-MODULE.
004050     READ MODULE-EXTRACT-FILE
004060         AT END
004070             SET EXTRACT-FILE-EOF TO TRUE.
004080     IF NOT EXTRACT-FILE-EOF
004090         ADD 1 TO EXTRACT-RECORDS-READ
004100         SET LB-IX TO 1
004110         SEARCH LIBRARY-TABLE-ENTRY
004120             AT END
004130                 ADD 1 TO EXTRACT-NOT-IN-TABLE
004140             WHEN LB-DSNAME (LB-IX) = MX-DSNAME
004150                 ADD 1 TO LB-SWEEP-COUNT (LB-IX)
004160         END-SEARCH.
004170*
004180 E100-START-CANDIDATES.
004190     IF EXTRACT-RECORDS-READ = ZERO
004200         SET NO-SWEEP TO TRUE.
004210     MOVE RUN-DATE-CCYYMMDD TO CRL-SWEEP-DATE.
004220     MOVE DORMANT-DAYS TO CRL-DORMANT-DAYS, SCL-DORMANT-DAYS.
004230     MOVE CRITERIA-LINE TO DORMANT-REPORT-RECORD.
004240     WRITE DORMANT-REPORT-RECORD.
004250     IF NO-SWEEP
004260         MOVE NO-SWEEP-LINE TO DORMANT-REPORT-RECORD
004270         WRITE DORMANT-REPORT-RECORD.
004280     MOVE SPACES TO DORMANT-REPORT-RECORD.
004290     WRITE DORMANT-REPORT-RECORD.
004300     MOVE SECTION-LINE TO DORMANT-REPORT-RECORD.
004310     WRITE DORMANT-REPORT-RECORD.
004320     MOVE COLUMN-HEADING-LINE TO DORMANT-REPORT-RECORD.
004330     WRITE DORMANT-REPORT-RECORD.
004340     MOVE COLUMN-HEADING-LINE-2 TO DORMANT-REPORT-RECORD.
004350     WRITE DORMANT-REPORT-RECORD.
004360*
004370***************************************************************
004380*    E200-E210 POST TONIGHT'S SWEEP TO ONE LIBRARY, WRITE ITS   *
004390*    NEW ACTIVITY RECORD, AND JUDGE IT.  THE IDLE DAYS RUN FROM *
004400*    THE LAST-ACTIVE DATE, OR FROM THE DATE THE LIBRARY WAS     *
004410*    FIRST TRACKED WHEN NO SWEEP HAS EVER SHOWN A MODULE IN IT. *
004420***************************************************************
004430 E200-JUDGE-ONE-LIBRARY.
004440     IF SWEEP-POSTED
004450         MOVE RUN-DATE-CCYYMMDD TO LB-LAST-SWEEP (LB-IX)
004460         MOVE LB-SWEEP-COUNT (LB-IX)
004470             TO LB-LAST-SWEEP-COUNT (LB-IX)
004480         IF LB-SWEEP-COUNT (LB-IX) > ZERO
004490             ADD 1 TO ACTIVE-COUNT
004500             MOVE RUN-DATE-CCYYMMDD TO LB-LAST-ACTIVE (LB-IX)
004510             MOVE LB-SWEEP-COUNT (LB-IX) TO LB-LAST-COUNT (LB-IX).
004520     MOVE SPACES TO LIBRARY-ACTIVITY-RECORD.
004530     MOVE LB-DSNAME (LB-IX) TO LAC-DSNAME.
004540     MOVE LB-FIRST-TRACKED (LB-IX) TO LAC-FIRST-TRACKED-DATE.
004550     MOVE LB-LAST-ACTIVE (LB-IX) TO LAC-LAST-ACTIVE-DATE.
004560     MOVE LB-LAST-COUNT (LB-IX) TO LAC-LAST-ACTIVE-COUNT.
004570     MOVE LB-LAST-SWEEP (LB-IX) TO LAC-LAST-SWEEP-DATE.
004580     MOVE LB-LAST-SWEEP-COUNT (LB-IX) TO LAC-LAST-SWEEP-COUNT.
004590     WRITE NEW-ACTIVITY-RECORD FROM LIBRARY-ACTIVITY-RECORD.
004600     IF SWEEP-POSTED
004610         AND LB-SWEEP-COUNT (LB-IX) = ZERO
004620         IF LB-LAST-ACTIVE (LB-IX) > ZERO
004630             MOVE LB-LAST-ACTIVE (LB-IX) TO IDLE-SINCE-DATE
004640         ELSE
004650             MOVE LB-FIRST-TRACKED (LB-IX) TO IDLE-SINCE-DATE
004660         END-IF
004670         MOVE ZERO TO DAYS-IDLE
004680         SET DTC-DAY-COUNT-FUNCTION TO TRUE
004690         MOVE IDLE-SINCE-DATE TO DTC-DATE-CCYYMMDD
004700         MOVE RUN-DATE-CCYYMMDD TO DTC-TO-DATE-CCYYMMDD
004710         CALL 'DATECALC' USING DATECALC-PARM
004720         IF DTC-SUCCESSFUL
004730             MOVE DTC-DAY-COUNT TO DAYS-IDLE
004740         END-IF
004750         IF DAYS-IDLE > DORMANT-DAYS
004760             PERFORM E210-PRINT-CANDIDATE.
004770*
004780 E210-PRINT-CANDIDATE.
004790     ADD 1 TO CANDIDATE-COUNT.
004800     MOVE LB-DSNAME (LB-IX) TO CDL-DSNAME.
004810     MOVE LB-FIRST-TRACKED (LB-IX) TO CDL-FIRST-TRACKED.
004820     IF LB-LAST-ACTIVE (LB-IX) > ZERO
004830         MOVE LB-LAST-ACTIVE (LB-IX) TO CDL-LAST-ACTIVE
004840     ELSE
004850         MOVE 'NEVER' TO CDL-LAST-ACTIVE.
004860     MOVE LB-LAST-COUNT (LB-IX) TO CDL-LAST-COUNT.
004870     MOVE DAYS-IDLE TO CDL-DAYS-IDLE.
004880     MOVE SPACES TO DORMANT-REPORT-RECORD.
004890     WRITE DORMANT-REPORT-RECORD.
004900     MOVE CANDIDATE-LINE TO DORMANT-REPORT-RECORD.
004910     WRITE DORMANT-REPORT-RECORD.
004920     SET LIBRARY-SUB TO LB-IX.
004930     PERFORM E220-WRITE-ONE-CARD
004940         VARYING RW-IX FROM 1 BY 1
004950         UNTIL RW-IX > ROW-TABLE-COUNT.
004960*
004970***************************************************************
004980*    E220 WRITES AND ECHOES THE DSNTMNT DELETE CARD FOR ONE     *
004990*    TABLE ROW THAT NAMES THE CANDIDATE LIBRARY.                *
005000***************************************************************
005010 E220-WRITE-ONE-CARD.
005020     IF RW-LIBRARY-SUB (RW-IX) = LIBRARY-SUB
005030         MOVE SPACES TO DELETE-CARD-RECORD
005040         MOVE 'D' TO DCD-ACTION
005050         MOVE RW-ARG (RW-IX) TO DCD-ARG
005060         MOVE LB-DSNAME (LB-IX) TO DCD-DSNAME
005070         MOVE RW-EFFECTIVE-DATE (RW-IX) TO DCD-EFFECTIVE
005075         MOVE 'LIBDORM' TO DCD-REQUESTER
005080         WRITE DELETE-CARD-RECORD
005090         ADD 1 TO CARDS-WRITTEN
005100         MOVE DELETE-CARD-RECORD TO CEL-CARD
005110         MOVE CARD-ECHO-LINE TO DORMANT-REPORT-RECORD
005120         WRITE DORMANT-REPORT-RECORD.
005130*
005140 Z100-END-OF-PROCESSING.
005150     IF CANDIDATE-COUNT = ZERO
005160         MOVE NONE-LINE TO DORMANT-REPORT-RECORD
005170         WRITE DORMANT-REPORT-RECORD.
005180     MOVE SPACES TO DORMANT-REPORT-RECORD.
005190     WRITE DORMANT-REPORT-RECORD.
005200     MOVE 'TABLE ROWS READ' TO CNT-LABEL.
005210     MOVE TABLE-ROWS-READ TO CNT-VALUE.
005220     PERFORM X100-PRINT-COUNT.
005230     MOVE 'LIBRARIES TRACKED' TO CNT-LABEL.
005240     MOVE LIBRARY-TABLE-COUNT TO CNT-VALUE.
005250     PERFORM X100-PRINT-COUNT.
005260     MOVE 'LIBRARIES NEWLY TRACKED' TO CNT-LABEL.
005270     MOVE NEWLY-TRACKED-COUNT TO CNT-VALUE.
005280     PERFORM X100-PRINT-COUNT.
005290     MOVE 'MODULE EXTRACT RECORDS READ' TO CNT-LABEL.
005300     MOVE EXTRACT-RECORDS-READ TO CNT-VALUE.
005310     PERFORM X100-PRINT-COUNT.
005320     MOVE 'EXTRACT RECORDS FOR LIBRARIES NOT IN TABLE'
005330         TO CNT-LABEL.
005340     MOVE EXTRACT-NOT-IN-TABLE TO CNT-VALUE.
005350     PERFORM X100-PRINT-COUNT.
005360     MOVE 'LIBRARIES WITH MODULES THIS SWEEP' TO CNT-LABEL.
005370     MOVE ACTIVE-COUNT TO CNT-VALUE.
005380     PERFORM X100-PRINT-COUNT.
005390     MOVE 'RETIREMENT CANDIDATES' TO CNT-LABEL.
005400     MOVE CANDIDATE-COUNT TO CNT-VALUE.
005410     PERFORM X100-PRINT-COUNT.
005420     MOVE 'DSNTMNT DELETE CARDS WRITTEN' TO CNT-LABEL.
005430     MOVE CARDS-WRITTEN TO CNT-VALUE.
005440     PERFORM X100-PRINT-COUNT.
005450     MOVE 'ACTIVITY DROPPED - NOT IN TABLE' TO CNT-LABEL.
005460     MOVE ACTIVITY-DROPPED TO CNT-VALUE.
005470     PERFORM X100-PRINT-COUNT.
005480     MOVE 'LIBDORM' TO RPT-TRAILER-PROGRAM.
005490     MOVE 1 TO RPT-TRAILER-PAGES.
005500     MOVE RPT-TRAILER-LINE TO DORMANT-REPORT-RECORD.
005510     WRITE DORMANT-REPORT-RECORD.
005520     CLOSE DSNAME-TABLE-FILE, MODULE-EXTRACT-FILE,
005530         OLD-ACTIVITY-FILE, NEW-ACTIVITY-FILE, DELETE-CARD-FILE,
005540         DORMANT-REPORT-FILE.
005550     MOVE 'LIBDORM' TO OST-PROGRAM-ID.
005560     SET OST-END-OF-JOB TO TRUE.
005570     MOVE EXTRACT-RECORDS-READ TO OST-RECORDS-PROCESSED.
005580     MOVE ZERO TO OST-ERROR-COUNT.
005590     MOVE CANDIDATE-COUNT TO OST-EXCEPTION-COUNT.
005600     CALL 'OPSTAT' USING OPSTAT-PARM.
005610     IF CANDIDATE-COUNT > ZERO
005620         OR NO-SWEEP
005630         MOVE 4 TO RETURN-CODE.
005640*
005650 X100-PRINT-COUNT.
005660     MOVE COUNT-LINE TO DORMANT-REPORT-RECORD.
005670     WRITE DORMANT-REPORT-RECORD.
