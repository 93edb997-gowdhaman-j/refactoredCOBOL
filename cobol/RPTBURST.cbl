000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    RPTBURST.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* CENTRAL REPORT REPOSITORY BURSTING.  RPTSTORE KEEPS EVERY     *
000150* 133-BYTE SHOP REPORT, BUT THE NIGHT'S PRINT STILL HAD TO BE   *
000160* HAND-SORTED FOR RELEASE CONTROL, THE TAPE LIBRARY AND THE     *
000170* ON-CALL TEAM.  THIS STEP READS THE DISTRIBUTION LIST (DD      *
000180* UT-S-RPTDIST, COPY RPTDST0 - ONE CARD PER RECIPIENT AND       *
000190* PROGRAM-ID, OPTIONALLY NAMING ONE SECTION OF THE REPORT),     *
000200* TAKES THE REPORTS STORED ON THE BURST DATE FROM THE INDEX     *
000210* (DD UT-S-RPTNDX) AND WRITES ONE BUNDLE PER RECIPIENT TO DD    *
000220* UT-S-RPTBNDL - A BANNER PAGE, A TABLE OF CONTENTS WITH THE    *
000230* PAGE COUNT OF EACH REPORT FROM THE INDEX, AND THEN ONLY THAT  *
000240* RECIPIENT'S REPORTS OUT OF THE REPOSITORY (DD UT-S-RPTREPO),  *
000250* PAGE BREAKS RESTORED THE WAY RPTPRINT RESTORES THEM.  THE     *
000260* BURST DATE IS THE RUN DATE, OR THE STORE DATE ON THE CARD     *
000270*     RPTBURST STORE-DATE      YYMMDD                           *
000280* (CALL 'CTLREAD').  THE CONTROL REPORT (DD UT-S-BRSTRPT) LISTS *
000290* THE BUNDLES BUILT, EVERY REPORT THAT RAN BUT HAS NO RECIPIENT,*
000300* AND EVERY RECIPIENT EXPECTING A REPORT OR SECTION THAT DID    *
000310* NOT ARRIVE - EITHER ENDS THE STEP WITH CONDITION CODE 4.      *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DISTRIBUTION-FILE ASSIGN TO UT-S-RPTDIST.
000380     SELECT REPOSITORY-INDEX-FILE ASSIGN TO UT-S-RPTNDX.
000390     SELECT REPOSITORY-FILE ASSIGN TO UT-S-RPTREPO.
000400     SELECT BUNDLE-FILE ASSIGN TO UT-S-RPTBNDL.
000410     SELECT BURST-REPORT-FILE ASSIGN TO UT-S-BRSTRPT.
000420 DATA DIVISION.
000430 FILE SECTION.
000440*
000450 FD  DISTRIBUTION-FILE
000460     RECORDING MODE IS F
000470     BLOCK CONTAINS 0 RECORDS
000480     RECORD CONTAINS 80 CHARACTERS
000490     LABEL RECORDS ARE OMITTED
000500     DATA RECORD IS DISTRIBUTION-RECORD.
000510*
000520     COPY RPTDST0.
000530*
000540 FD  REPOSITORY-INDEX-FILE
000550     RECORDING MODE IS F
000560     BLOCK CONTAINS 0 RECORDS
000570     RECORD CONTAINS 80 CHARACTERS
000580     LABEL RECORDS ARE OMITTED
000590     DATA RECORD IS REPOSITORY-INDEX-RECORD.
000600 01  REPOSITORY-INDEX-RECORD.
000610     05  IX-PROGRAM-ID            PIC X(8).
000620     05  FILLER                   PIC X.
000630     05  IX-RUN-DATE              PIC 9(6).
000640     05  FILLER                   PIC X.
000650     05  IX-PAGE-COUNT            PIC 9(5).
000660     05  FILLER                   PIC X.
000670     05  IX-LINE-COUNT            PIC 9(7).
000680     05  FILLER                   PIC X.
000690     05  IX-STORE-DATE            PIC 9(6).
000700     05  FILLER                   PIC X.
000710     05  IX-STORE-TIME            PIC 9(8).
000720     05  FILLER                   PIC X(35).
000730*
000740 FD  REPOSITORY-FILE
000750     RECORDING MODE IS F
000760     BLOCK CONTAINS 0 RECORDS
000770     RECORD CONTAINS 147 CHARACTERS
000780     LABEL RECORDS ARE OMITTED
000790     DATA RECORD IS REPOSITORY-RECORD.
000800 01  REPOSITORY-RECORD.
000810     05  RR-PROGRAM-ID            PIC X(8).
000820     05  RR-RUN-DATE              PIC 9(6).
000830     05  RR-LINE-TEXT             PIC X(133).
000840*
000850 FD  BUNDLE-FILE
000860     RECORDING MODE IS F
000870     BLOCK CONTAINS 0 RECORDS
000880     RECORD CONTAINS 133 CHARACTERS
000890     LABEL RECORDS ARE OMITTED.
000900 01  BUNDLE-RECORD                PIC X(133).
000910*
000920 FD  BURST-REPORT-FILE
000930     RECORDING MODE IS F
000940     BLOCK CONTAINS 0 RECORDS
000950     RECORD CONTAINS 133 CHARACTERS
000960     LABEL RECORDS ARE OMITTED.
000970 01  BURST-REPORT-RECORD          PIC X(133).
000980*
000990 WORKING-STORAGE SECTION.
001000 77  FILLER PIC X(36)  VALUE
001010     'RPTBURST WORKING STORAGE BEGINS HERE'.
001020*
001030 01  DISTRIBUTION-FILE-SWITCH     PIC X VALUE 'N'.
001040     88  DISTRIBUTION-FILE-EOF        VALUE 'Y'.
001050 01  INDEX-FILE-SWITCH            PIC X VALUE 'N'.
001060     88  INDEX-FILE-EOF               VALUE 'Y'.
001070 01  REPOSITORY-FILE-SWITCH       PIC X VALUE 'N'.
001080     88  REPOSITORY-FILE-EOF          VALUE 'Y'.
001090*
001100***************************************************************
001110*    ROUTE-TABLE HOLDS THE DISTRIBUTION LIST - ONE ENTRY PER    *
001120*    CARD, WITH THE SIGNIFICANT LENGTH OF ITS SECTION TITLE     *
001130*    (ZERO FOR THE WHOLE REPORT) AND WHETHER ANYTHING WAS       *
001140*    DELIVERED AGAINST IT.  RECIPIENT-TABLE HOLDS EACH          *
001150*    RECIPIENT ONCE, IN ORDER OF ITS FIRST CARD - THE ORDER THE *
001160*    BUNDLES ARE BUILT IN.                                      *
001170***************************************************************
001180 01  ROUTE-TABLE-COUNT            PIC S9(4) COMP VALUE +0.
001190 01  ROUTE-TABLE.
001200     05  ROUTE-ENTRY          OCCURS 1 TO 500 TIMES
001210                              DEPENDING ON ROUTE-TABLE-COUNT
001220                              INDEXED BY RT-IX.
001230         10  RT-RECIPIENT-ID      PIC X(8).
001240         10  RT-PROGRAM-ID        PIC X(8).
001250         10  RT-SECTION-TITLE     PIC X(40).
001260         10  RT-SECTION-LENGTH    PIC S9(4) COMP.
001270         10  RT-DELIVERED-SWITCH  PIC X.
001280             88  RT-DELIVERED         VALUE 'Y'.
001290 01  RECIPIENT-TABLE-COUNT        PIC S9(4) COMP VALUE +0.
001300 01  RECIPIENT-TABLE.
001310     05  RECIPIENT-ENTRY      OCCURS 1 TO 100 TIMES
001320                              DEPENDING ON RECIPIENT-TABLE-COUNT
001330                              INDEXED BY RC-IX.
001340         10  RCP-RECIPIENT-ID     PIC X(8).
001350         10  RCP-NAME             PIC X(21).
001360         10  RCP-REPORT-COUNT     PIC S9(5) COMP-3.
001370         10  RCP-LINE-COUNT       PIC S9(7) COMP-3.
001380*
001390***************************************************************
001400*    STORED-REPORT-TABLE HOLDS THE REPORTS THE INDEX SHOWS      *
001410*    STORED ON THE BURST DATE - ONE ENTRY PER PROGRAM AND RUN   *
001420*    DATE - WITH THE PAGE AND LINE COUNTS FOR THE CONTENTS AND  *
001430*    WHETHER ANY CARD ROUTES THE PROGRAM ANYWHERE.              *
001440***************************************************************
001450 01  STORED-REPORT-COUNT          PIC S9(4) COMP VALUE +0.
001460 01  STORED-REPORT-TABLE.
001470     05  STORED-REPORT-ENTRY  OCCURS 1 TO 300 TIMES
001480                              DEPENDING ON STORED-REPORT-COUNT
001490                              INDEXED BY SR-IX.
001500         10  SRT-PROGRAM-ID       PIC X(8).
001510         10  SRT-RUN-DATE         PIC 9(6).
001520         10  SRT-PAGE-COUNT       PIC 9(5).
001530         10  SRT-LINE-COUNT       PIC 9(7).
001540         10  SRT-ROUTED-SWITCH    PIC X.
001550             88  SRT-ROUTED           VALUE 'Y'.
001560*
001570***************************************************************
001580*    CURRENT-REPORT-STATE FOLLOWS THE REPOSITORY PASS FOR ONE   *
001590*    BUNDLE - THE STORED REPORT THE LINES BELONG TO, WHETHER THE*
001600*    RECIPIENT TAKES IT WHOLE OR BY SECTION, AND WHICH SECTION  *
001610*    THE PASS IS IN.                                            *
001620***************************************************************
001630 01  CURRENT-REPORT-STATE.
001640     05  CUR-PROGRAM-ID           PIC X(8).
001650     05  CUR-RUN-DATE             PIC 9(6).
001660     05  CUR-LINE-NUMBER          PIC S9(7) COMP-3.
001670     05  CUR-WHOLE-SWITCH         PIC X.
001680         88  CUR-WANTED-WHOLE         VALUE 'Y'.
001690     05  CUR-SECTIONS-SWITCH      PIC X.
001700         88  CUR-WANTED-BY-SECTION    VALUE 'Y'.
001710     05  CUR-SECTION-SWITCH       PIC X.
001720         88  CUR-SECTION-WANTED       VALUE 'Y'.
001730     05  SECTION-START-SWITCH     PIC X.
001740         88  SECTION-START-LINE       VALUE 'Y'.
001750     05  NEW-SECTION-SWITCH       PIC X.
001760         88  NEW-SECTION-WANTED       VALUE 'Y'.
001770     05  LINE-LEADING-SPACES      PIC S9(4) COMP.
001780     05  LINE-TEXT-START          PIC S9(4) COMP.
001790     05  TITLE-LENGTH             PIC S9(4) COMP.
001800 01  CONTENTS-WORK.
001810     05  CONTENTS-FOUND-SWITCH    PIC X.
001820         88  CONTENTS-REPORT-FOUND    VALUE 'Y'.
001830     05  EXCEPTION-FOUND-SWITCH   PIC X.
001840         88  EXCEPTION-LISTED         VALUE 'Y'.
001850*
001860 01  STATISTICAL-DATA.
001870     05  STORE-DATE               PIC 9(6).
001880     05  DISTRIBUTION-CARDS-READ  PIC S9(5) COMP VALUE +0.
001890     05  DISTRIBUTION-CARDS-BAD   PIC S9(5) COMP VALUE +0.
001900     05  INDEX-RECORDS-READ       PIC S9(5) COMP VALUE +0.
001910     05  REPORTS-NOT-TABLED       PIC S9(5) COMP VALUE +0.
001920     05  BUNDLE-LINES-WRITTEN     PIC S9(7) COMP VALUE +0.
001930     05  UNROUTED-REPORT-COUNT    PIC S9(5) COMP VALUE +0.
001940     05  MISSING-REPORT-COUNT     PIC S9(5) COMP VALUE +0.
001950     05  WS-DATE.
001960         10  WS-YEAR              PIC XX.
001970         10  WS-MONTH             PIC XX.
001980         10  WS-DAY               PIC XX.
001990     05  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
002000     05  WS-TIME                  PIC 9(8).
002010*
002020*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
002030*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
002040 COPY CTLCARD0.
002050*
002060*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
002070*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002080*    LOGGER, CALLED AT START AND END OF JOB.
002090 COPY OPSTATP.
002100*
002110***************************************************************
002120*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002130*    CONTROL REPORT THE SHOP'S SHARED HEADING AND TRAILER.      *
002140*    THE BUNDLES CARRY NEITHER - THEIR PAGES ARE THE STORED     *
002150*    REPORTS' OWN.                                              *
002160***************************************************************
002170 COPY RPTHDR0.
002180 01  BANNER-RULE-LINE.
002190     05  FILLER                   PIC X VALUE SPACE.
002200     05  FILLER                   PIC X(132) VALUE ALL '*'.
002210 01  BANNER-LINE.
002220     05  FILLER                   PIC X(4) VALUE ' ***'.
002230     05  FILLER                   PIC X(10) VALUE SPACES.
002240     05  BNR-LABEL                PIC X(26).
002250     05  BNR-VALUE                PIC X(40).
002260     05  FILLER                   PIC X(50) VALUE SPACES.
002270     05  FILLER                   PIC X(3) VALUE '***'.
002280 01  CONTENTS-HEADING-LINE.
002290     05  FILLER                   PIC X(2) VALUE SPACES.
002300     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
002310     05  FILLER                   PIC X(10) VALUE 'RUN DATE'.
002320     05  FILLER                   PIC X(8) VALUE '   PAGES'.
002330     05  FILLER                   PIC X(10) VALUE '     LINES'.
002340     05  FILLER                   PIC X(4) VALUE SPACES.
002350     05  FILLER                   PIC X(89) VALUE 'CONTENTS'.
002360 01  CONTENTS-LINE.
002370     05  FILLER                   PIC X(2) VALUE SPACES.
002380     05  CTL-PROGRAM-ID           PIC X(8).
002390     05  FILLER                   PIC X(2) VALUE SPACES.
002400     05  CTL-RUN-DATE             PIC X(6).
002410     05  FILLER                   PIC X(4) VALUE SPACES.
002420     05  CTL-PAGE-COUNT           PIC ZZ,ZZ9.
002430     05  FILLER                   PIC X(2) VALUE SPACES.
002440     05  CTL-LINE-COUNT           PIC Z,ZZZ,ZZ9.
002450     05  FILLER                   PIC X(5) VALUE SPACES.
002460     05  CTL-CONTENTS             PIC X(40).
002470     05  FILLER                   PIC X(49) VALUE SPACES.
002480 01  BUNDLE-SUMMARY-LINE.
002490     05  FILLER                   PIC X(2) VALUE SPACES.
002500     05  FILLER                   PIC X(8) VALUE 'BUNDLE: '.
002510     05  BSL-RECIPIENT-ID         PIC X(8).
002520     05  FILLER                   PIC X(2) VALUE SPACES.
002530     05  BSL-NAME                 PIC X(21).
002540     05  FILLER                   PIC X(10) VALUE '  REPORTS '.
002550     05  BSL-REPORT-COUNT         PIC ZZ,ZZ9.
002560     05  FILLER                   PIC X(8) VALUE '  LINES '.
002570     05  BSL-LINE-COUNT           PIC Z,ZZZ,ZZ9.
002580     05  FILLER                   PIC X(59) VALUE SPACES.
002590 01  UNROUTED-LINE.
002600     05  FILLER                   PIC X(2) VALUE SPACES.
002610     05  FILLER                   PIC X(14) VALUE
002620         'NO RECIPIENT: '.
002630     05  URL-PROGRAM-ID           PIC X(8).
002640     05  FILLER                   PIC X(11) VALUE
002650         '  RUN DATE '.
002660     05  URL-RUN-DATE             PIC 9(6).
002670     05  FILLER                   PIC X(8) VALUE '  PAGES '.
002680     05  URL-PAGE-COUNT           PIC ZZ,ZZ9.
002690     05  FILLER                   PIC X(78) VALUE SPACES.
002700 01  MISSING-LINE.
002710     05  FILLER                   PIC X(2) VALUE SPACES.
002720     05  FILLER                   PIC X(11) VALUE 'EXPECTED:  '.
002730     05  MSL-RECIPIENT-ID         PIC X(8).
002740     05  FILLER                   PIC X(2) VALUE SPACES.
002750     05  MSL-PROGRAM-ID           PIC X(8).
002760     05  FILLER                   PIC X(2) VALUE SPACES.
002770     05  MSL-CONTENTS             PIC X(40).
002780     05  FILLER                   PIC X(2) VALUE SPACES.
002790     05  MSL-REASON               PIC X(30).
002800     05  FILLER                   PIC X(28) VALUE SPACES.
002810 01  SECTION-LINE.
002820     05  FILLER                   PIC X(2) VALUE SPACES.
002830     05  SCL-TEXT                 PIC X(60).
002840     05  FILLER                   PIC X(71) VALUE SPACES.
002850 01  COUNT-LINE.
002860     05  FILLER                   PIC X VALUE SPACE.
002870     05  CNT-LABEL                PIC X(42).
002880     05  FILLER                   PIC X(3) VALUE ' = '.
002890     05  CNT-VALUE                PIC Z,ZZZ,ZZ9.
002900     05  FILLER                   PIC X(78) VALUE SPACES.
002910*
002920 PROCEDURE DIVISION.
002930*
002940 A100-EXECUTIVE-CONTROL.
002950     PERFORM A110-INITIALIZATION.
002960     PERFORM B100-LOAD-ONE-ROUTE THRU B100-EXIT
002970         UNTIL DISTRIBUTION-FILE-EOF.
002980     PERFORM C100-SELECT-ONE-REPORT
002990         UNTIL INDEX-FILE-EOF.
003000     PERFORM D100-BUILD-ONE-BUNDLE
003010         VARYING RC-IX FROM 1 BY 1
003020             UNTIL RC-IX > RECIPIENT-TABLE-COUNT.
003030     PERFORM E100-LIST-UNROUTED-REPORTS.
003040     PERFORM E200-LIST-MISSING-REPORTS.
003050     PERFORM Z100-SUMMARIZE-AND-CLOSE.
003060     GOBACK.
003070*
003080 A110-INITIALIZATION.
003090     OPEN INPUT DISTRIBUTION-FILE, REPOSITORY-INDEX-FILE.
003100     OPEN OUTPUT BUNDLE-FILE, BURST-REPORT-FILE.
003110     ACCEPT WS-DATE FROM DATE.
003120     ACCEPT WS-TIME FROM TIME.
003130     MOVE WS-DATE-N TO STORE-DATE.
003140     MOVE 'RPTBURST' TO CTC-PROGRAM-ID.
003150     MOVE 'STORE-DATE' TO CTC-PARM-NAME.
003160     CALL 'CTLREAD' USING CTLCARD-PARM.
003170     IF CTC-PARM-FOUND
003180         IF CTC-PARM-VALUE(1:6) NUMERIC
003190             MOVE CTC-PARM-VALUE(1:6) TO STORE-DATE
003200         ELSE
003210             DISPLAY 'RPTBURST INVALID STORE-DATE CARD IGNORED: '
003220                 CTC-PARM-VALUE.
003230     MOVE WS-MONTH TO RPT-HEADING-MONTH.
003240     MOVE WS-DAY TO RPT-HEADING-DAY.
003250     MOVE WS-YEAR TO RPT-HEADING-YEAR.
003260     MOVE 'RPTBURST' TO RPT-HEADING-PROGRAM.
003270     MOVE 'CENTRAL REPORT REPOSITORY - DISTRIBUTION BUNDLES'
003280         TO RPT-HEADING-TITLE.
003290     MOVE 1 TO RPT-HEADING-PAGE.
003300     MOVE RPT-HEADING-LINE TO BURST-REPORT-RECORD.
003310     WRITE BURST-REPORT-RECORD.
003320     MOVE SPACES TO SCL-TEXT.
003330     STRING 'REPORTS STORED ON YYMMDD ' STORE-DATE
003340         DELIMITED BY SIZE INTO SCL-TEXT.
003350     PERFORM X300-PRINT-SECTION-LINE.
003360     MOVE 'RPTBURST' TO OST-PROGRAM-ID.
003370     SET OST-START-OF-JOB TO TRUE.
003380     MOVE SPACES TO OST-NAMED-COUNTERS.
003390     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003400         OST-EXCEPTION-COUNT.
003410     CALL 'OPSTAT' USING OPSTAT-PARM.
003420*
003430***************************************************************
003440*    B100-B120 LOAD THE DISTRIBUTION LIST.  COMMENT AND BLANK   *
003450*    CARDS ARE PASSED OVER; A CARD MISSING ITS RECIPIENT OR     *
003460*    PROGRAM-ID, OR ONE THE TABLES HAVE NO ROOM FOR, IS SHOWN   *
003470*    AND IGNORED.                                               *
003480***************************************************************
003490 B100-LOAD-ONE-ROUTE.
003500     READ DISTRIBUTION-FILE
003510         AT END
003520             SET DISTRIBUTION-FILE-EOF TO TRUE
003530             GO TO B100-EXIT.
003540     ADD 1 TO DISTRIBUTION-CARDS-READ.
003550     IF DST-RECIPIENT-ID(1:1) = '*'
003560         OR DISTRIBUTION-RECORD = SPACES
003570             GO TO B100-EXIT.
003580     IF DST-RECIPIENT-ID = SPACES
003590         OR DST-PROGRAM-ID = SPACES
003600         OR ROUTE-TABLE-COUNT NOT < 500
003610             ADD 1 TO DISTRIBUTION-CARDS-BAD
003620             DISPLAY 'RPTBURST DISTRIBUTION CARD IGNORED: '
003630                 DISTRIBUTION-RECORD
003640             GO TO B100-EXIT.
003650     PERFORM B110-FIND-RECIPIENT.
003660     IF RC-IX > RECIPIENT-TABLE-COUNT
003670         ADD 1 TO DISTRIBUTION-CARDS-BAD
003680         DISPLAY 'RPTBURST TOO MANY RECIPIENTS - CARD IGNORED: '
003690             DISTRIBUTION-RECORD
003700         GO TO B100-EXIT.
003710     ADD 1 TO ROUTE-TABLE-COUNT.
003720     SET RT-IX TO ROUTE-TABLE-COUNT.
003730     MOVE DST-RECIPIENT-ID TO RT-RECIPIENT-ID (RT-IX).
003740     MOVE DST-PROGRAM-ID TO RT-PROGRAM-ID (RT-IX).
003750     MOVE DST-SECTION-TITLE TO RT-SECTION-TITLE (RT-IX).
003760     MOVE 'N' TO RT-DELIVERED-SWITCH (RT-IX).
003770     MOVE ZERO TO RT-SECTION-LENGTH (RT-IX).
003780     IF DST-SECTION-TITLE NOT = SPACES
003790         MOVE 40 TO RT-SECTION-LENGTH (RT-IX)
003800         PERFORM B120-SHORTEN-SECTION-TITLE
003810             UNTIL DST-SECTION-TITLE
003820                 (RT-SECTION-LENGTH (RT-IX):1) NOT = SPACE.
003830 B100-EXIT. EXIT.
003840*
003850*    A RECIPIENT NOT YET IN THE TABLE IS ADDED; THE FIRST CARD
003860*    CARRYING A NAME NAMES IT.  A FULL TABLE LEAVES RC-IX PAST
003870*    THE LAST ENTRY.
003880 B110-FIND-RECIPIENT.
003890     SET RC-IX TO 1.
003900     SEARCH RECIPIENT-ENTRY
003910         AT END
003920             IF RECIPIENT-TABLE-COUNT < 100
003930                 ADD 1 TO RECIPIENT-TABLE-COUNT
003940                 SET RC-IX TO RECIPIENT-TABLE-COUNT
003950                 MOVE DST-RECIPIENT-ID TO RCP-RECIPIENT-ID (RC-IX)
003960                 MOVE DST-RECIPIENT-NAME TO RCP-NAME (RC-IX)
003970                 MOVE ZERO TO RCP-REPORT-COUNT (RC-IX)
003980                 MOVE ZERO TO RCP-LINE-COUNT (RC-IX)
003990             ELSE
004000                 SET RC-IX TO 101
004010             END-IF
004020         WHEN RCP-RECIPIENT-ID (RC-IX) = DST-RECIPIENT-ID
004030             IF RCP-NAME (RC-IX) = SPACES
004040                 MOVE DST-RECIPIENT-NAME TO RCP-NAME (RC-IX)
004050             END-IF
004060     END-SEARCH.
004070*
004080 B120-SHORTEN-SECTION-TITLE.
004090     SUBTRACT 1 FROM RT-SECTION-LENGTH (RT-IX).
004100*
004110***************************************************************
004120*    C100-C110 TABLE THE REPORTS STORED ON THE BURST DATE.  A   *
004130*    PROGRAM AND RUN DATE STORED TWICE IS ONE ENTRY WITH THE    *
004140*    COUNTS ADDED - THE REPOSITORY PASS WILL FIND BOTH COPIES.  *
004150***************************************************************
004160 C100-SELECT-ONE-REPORT.
004170     READ REPOSITORY-INDEX-FILE
004180         AT END
004190             SET INDEX-FILE-EOF TO TRUE.
004200     IF NOT INDEX-FILE-EOF
004210         ADD 1 TO INDEX-RECORDS-READ
004220         IF IX-STORE-DATE = STORE-DATE
004230             PERFORM C110-TABLE-STORED-REPORT.
004240*
004250 C110-TABLE-STORED-REPORT.
004260     SET SR-IX TO 1.
004270     SEARCH STORED-REPORT-ENTRY
004280         AT END
004290             IF STORED-REPORT-COUNT < 300
004300                 ADD 1 TO STORED-REPORT-COUNT
004310                 SET SR-IX TO STORED-REPORT-COUNT
004320                 MOVE IX-PROGRAM-ID TO SRT-PROGRAM-ID (SR-IX)
004330                 MOVE IX-RUN-DATE TO SRT-RUN-DATE (SR-IX)
004340                 MOVE IX-PAGE-COUNT TO SRT-PAGE-COUNT (SR-IX)
004350                 MOVE IX-LINE-COUNT TO SRT-LINE-COUNT (SR-IX)
004360                 MOVE 'N' TO SRT-ROUTED-SWITCH (SR-IX)
004370                 SET RT-IX TO 1
004380                 SEARCH ROUTE-ENTRY
004390                     WHEN RT-PROGRAM-ID (RT-IX) = IX-PROGRAM-ID
004400                         MOVE 'Y' TO SRT-ROUTED-SWITCH (SR-IX)
004410                 END-SEARCH
004420             ELSE
004430                 ADD 1 TO REPORTS-NOT-TABLED
004440                 DISPLAY 'RPTBURST TOO MANY STORED REPORTS - '
004450                     IX-PROGRAM-ID ' ' IX-RUN-DATE ' NOT BURST'
004460             END-IF
004470         WHEN SRT-PROGRAM-ID (SR-IX) = IX-PROGRAM-ID
004480             AND SRT-RUN-DATE (SR-IX) = IX-RUN-DATE
004490             ADD IX-PAGE-COUNT TO SRT-PAGE-COUNT (SR-IX)
004500             ADD IX-LINE-COUNT TO SRT-LINE-COUNT (SR-IX)
004510     END-SEARCH.
004520*
004530***************************************************************
004540*    D100 BUILDS THE BUNDLE OF THE RECIPIENT AT RC-IX - BANNER, *
004550*    CONTENTS, THEN ONE PASS OF THE REPOSITORY KEEPING ONLY THE *
004560*    LINES THE RECIPIENT IS ROUTED.                             *
004570***************************************************************
004580 D100-BUILD-ONE-BUNDLE.
004590     PERFORM D110-WRITE-BANNER-PAGE.
004600     PERFORM D120-WRITE-CONTENTS-PAGE.
004610     OPEN INPUT REPOSITORY-FILE.
004620     MOVE 'N' TO REPOSITORY-FILE-SWITCH.
004630     MOVE SPACES TO CUR-PROGRAM-ID.
004640     MOVE ZEROS TO CUR-RUN-DATE.
004650     MOVE 'N' TO CUR-WHOLE-SWITCH, CUR-SECTIONS-SWITCH.
004660     PERFORM D200-ROUTE-ONE-LINE
004670         UNTIL REPOSITORY-FILE-EOF.
004680     CLOSE REPOSITORY-FILE.
004690     MOVE RCP-RECIPIENT-ID (RC-IX) TO BSL-RECIPIENT-ID.
004700     MOVE RCP-NAME (RC-IX) TO BSL-NAME.
004710     MOVE RCP-REPORT-COUNT (RC-IX) TO BSL-REPORT-COUNT.
004720     MOVE RCP-LINE-COUNT (RC-IX) TO BSL-LINE-COUNT.
004730     MOVE BUNDLE-SUMMARY-LINE TO BURST-REPORT-RECORD.
004740     WRITE BURST-REPORT-RECORD.
004750*
004760 D110-WRITE-BANNER-PAGE.
004770     WRITE BUNDLE-RECORD FROM BANNER-RULE-LINE
004780         AFTER ADVANCING PAGE.
004790     WRITE BUNDLE-RECORD FROM BANNER-RULE-LINE
004800         AFTER ADVANCING 1 LINES.
004810     MOVE 'REPORT BUNDLE FOR' TO BNR-LABEL.
004820     MOVE RCP-RECIPIENT-ID (RC-IX) TO BNR-VALUE.
004830     WRITE BUNDLE-RECORD FROM BANNER-LINE
004840         AFTER ADVANCING 3 LINES.
004850     MOVE SPACES TO BNR-LABEL.
004860     MOVE RCP-NAME (RC-IX) TO BNR-VALUE.
004870     WRITE BUNDLE-RECORD FROM BANNER-LINE
004880         AFTER ADVANCING 2 LINES.
004890     MOVE 'REPORTS STORED (YYMMDD)' TO BNR-LABEL.
004900     MOVE STORE-DATE TO BNR-VALUE.
004910     WRITE BUNDLE-RECORD FROM BANNER-LINE
004920         AFTER ADVANCING 3 LINES.
004930     MOVE 'BUNDLE BUILT' TO BNR-LABEL.
004940     MOVE SPACES TO BNR-VALUE.
004950     STRING WS-DATE ' ' WS-TIME (1:6)
004960         DELIMITED BY SIZE INTO BNR-VALUE.
004970     WRITE BUNDLE-RECORD FROM BANNER-LINE
004980         AFTER ADVANCING 2 LINES.
004990     WRITE BUNDLE-RECORD FROM BANNER-RULE-LINE
005000         AFTER ADVANCING 3 LINES.
005010     WRITE BUNDLE-RECORD FROM BANNER-RULE-LINE
005020         AFTER ADVANCING 1 LINES.
005030*
005040***************************************************************
005050*    D120-D140 WRITE THE CONTENTS PAGE - ONE LINE FOR EACH      *
005060*    STORED REPORT THE RECIPIENT IS ROUTED, IN DISTRIBUTION-    *
005070*    LIST ORDER, WITH ITS PAGE AND LINE COUNTS FROM THE INDEX;  *
005080*    A ROUTED REPORT THAT DID NOT RUN IS LISTED AS SUCH SO THE  *
005090*    RECIPIENT KNOWS IT IS NOT MISSING FROM THE BUNDLE.         *
005100***************************************************************
005110 D120-WRITE-CONTENTS-PAGE.
005120     MOVE SPACES TO SCL-TEXT.
005130     STRING 'CONTENTS OF THE BUNDLE FOR ' RCP-RECIPIENT-ID (RC-IX)
005140         DELIMITED BY SIZE INTO SCL-TEXT.
005150     WRITE BUNDLE-RECORD FROM SECTION-LINE
005160         AFTER ADVANCING PAGE.
005170     WRITE BUNDLE-RECORD FROM CONTENTS-HEADING-LINE
005180         AFTER ADVANCING 2 LINES.
005190     PERFORM D130-LIST-ONE-ROUTE
005200         VARYING RT-IX FROM 1 BY 1
005210             UNTIL RT-IX > ROUTE-TABLE-COUNT.
005220*
005230 D130-LIST-ONE-ROUTE.
005240     IF RT-RECIPIENT-ID (RT-IX) = RCP-RECIPIENT-ID (RC-IX)
005250         MOVE 'N' TO CONTENTS-FOUND-SWITCH
005260         PERFORM D140-LIST-ONE-STORED-REPORT
005270             VARYING SR-IX FROM 1 BY 1
005280                 UNTIL SR-IX > STORED-REPORT-COUNT
005290         IF NOT CONTENTS-REPORT-FOUND
005300             MOVE RT-PROGRAM-ID (RT-IX) TO CTL-PROGRAM-ID
005310             MOVE SPACES TO CTL-RUN-DATE
005320             MOVE ZERO TO CTL-PAGE-COUNT, CTL-LINE-COUNT
005330             MOVE 'DID NOT RUN' TO CTL-CONTENTS
005340             WRITE BUNDLE-RECORD FROM CONTENTS-LINE
005350                 AFTER ADVANCING 1 LINES.
005360*
005370 D140-LIST-ONE-STORED-REPORT.
005380     IF SRT-PROGRAM-ID (SR-IX) = RT-PROGRAM-ID (RT-IX)
005390         MOVE 'Y' TO CONTENTS-FOUND-SWITCH
005400         MOVE SRT-PROGRAM-ID (SR-IX) TO CTL-PROGRAM-ID
005410         MOVE SRT-RUN-DATE (SR-IX) TO CTL-RUN-DATE
005420         MOVE SRT-PAGE-COUNT (SR-IX) TO CTL-PAGE-COUNT
005430         MOVE SRT-LINE-COUNT (SR-IX) TO CTL-LINE-COUNT
005440         IF RT-SECTION-LENGTH (RT-IX) = ZERO
005450             MOVE 'WHOLE REPORT' TO CTL-CONTENTS
005460         ELSE
005470             MOVE RT-SECTION-TITLE (RT-IX) TO CTL-CONTENTS
005480         END-IF
005490         WRITE BUNDLE-RECORD FROM CONTENTS-LINE
005500             AFTER ADVANCING 1 LINES.
005510*
005520***************************************************************
005530*    D200-D250 PASS THE REPOSITORY FOR ONE BUNDLE.  LINES OF A  *
005540*    REPORT NOT STORED ON THE BURST DATE, OR NOT ROUTED TO THE  *
005550*    RECIPIENT, ARE PASSED OVER.  A RECIPIENT TAKING THE WHOLE  *
005560*    REPORT GETS EVERY LINE; ONE TAKING SECTIONS GETS THE       *
005570*    REPORT'S FIRST LINE, THE LINES OF ITS SECTIONS AND THE     *
005580*    TRAILER.                                                   *
005590***************************************************************
005600 D200-ROUTE-ONE-LINE.
005610     READ REPOSITORY-FILE
005620         AT END
005630             SET REPOSITORY-FILE-EOF TO TRUE.
005640     IF NOT REPOSITORY-FILE-EOF
005650         IF RR-PROGRAM-ID NOT = CUR-PROGRAM-ID
005660             OR RR-RUN-DATE NOT = CUR-RUN-DATE
005670                 PERFORM D210-START-STORED-REPORT
005680         END-IF
005690         ADD 1 TO CUR-LINE-NUMBER
005700         IF CUR-WANTED-WHOLE
005710             PERFORM D250-WRITE-BUNDLE-LINE
005720         ELSE
005730             IF CUR-WANTED-BY-SECTION
005740                 PERFORM D230-CHECK-SECTION-START
005750                 IF CUR-LINE-NUMBER = 1
005760                     OR CUR-SECTION-WANTED
005770                     OR RR-LINE-TEXT(2:11) = 'END OF RUN '
005780                         PERFORM D250-WRITE-BUNDLE-LINE.
005790*
005800 D210-START-STORED-REPORT.
005810     MOVE RR-PROGRAM-ID TO CUR-PROGRAM-ID.
005820     MOVE RR-RUN-DATE TO CUR-RUN-DATE.
005830     MOVE ZERO TO CUR-LINE-NUMBER.
005840     MOVE 'N' TO CUR-WHOLE-SWITCH, CUR-SECTIONS-SWITCH,
005850         CUR-SECTION-SWITCH.
005860     SET SR-IX TO 1.
005870     SEARCH STORED-REPORT-ENTRY
005880         WHEN SRT-PROGRAM-ID (SR-IX) = CUR-PROGRAM-ID
005890             AND SRT-RUN-DATE (SR-IX) = CUR-RUN-DATE
005900             PERFORM D220-NOTE-ONE-ROUTE
005910                 VARYING RT-IX FROM 1 BY 1
005920                     UNTIL RT-IX > ROUTE-TABLE-COUNT
005930     END-SEARCH.
005940     IF CUR-WANTED-WHOLE OR CUR-WANTED-BY-SECTION
005950         ADD 1 TO RCP-REPORT-COUNT (RC-IX).
005960*
005970 D220-NOTE-ONE-ROUTE.
005980     IF RT-RECIPIENT-ID (RT-IX) = RCP-RECIPIENT-ID (RC-IX)
005990         AND RT-PROGRAM-ID (RT-IX) = CUR-PROGRAM-ID
006000         IF RT-SECTION-LENGTH (RT-IX) = ZERO
006010             MOVE 'Y' TO CUR-WHOLE-SWITCH
006020             MOVE 'Y' TO RT-DELIVERED-SWITCH (RT-IX)
006030         ELSE
006040             MOVE 'Y' TO CUR-SECTIONS-SWITCH.
006050*
006060*    A LINE BEGINNING ANY SECTION TITLE ROUTED FOR THE PROGRAM -
006070*    TO THIS RECIPIENT OR ANOTHER - ENDS THE SECTION BEFORE IT.
006080*    THE NEW SECTION IS KEPT WHEN ONE OF THE RECIPIENT'S OWN
006090*    CARDS NAMES IT.
006100 D230-CHECK-SECTION-START.
006110     MOVE ZERO TO LINE-LEADING-SPACES.
006120     INSPECT RR-LINE-TEXT(2:132)
006130         TALLYING LINE-LEADING-SPACES FOR LEADING SPACES.
006140     COMPUTE LINE-TEXT-START = LINE-LEADING-SPACES + 2.
006150     MOVE 'N' TO SECTION-START-SWITCH, NEW-SECTION-SWITCH.
006160     IF LINE-TEXT-START NOT > 133
006170         PERFORM D240-TEST-ONE-SECTION-TITLE
006180             VARYING RT-IX FROM 1 BY 1
006190                 UNTIL RT-IX > ROUTE-TABLE-COUNT.
006200     IF SECTION-START-LINE
006210         MOVE NEW-SECTION-SWITCH TO CUR-SECTION-SWITCH.
006220*
006230 D240-TEST-ONE-SECTION-TITLE.
006240     IF RT-PROGRAM-ID (RT-IX) = CUR-PROGRAM-ID
006250         AND RT-SECTION-LENGTH (RT-IX) > ZERO
006260         AND LINE-TEXT-START + RT-SECTION-LENGTH (RT-IX) NOT > 134
006270         MOVE RT-SECTION-LENGTH (RT-IX) TO TITLE-LENGTH
006280         IF RR-LINE-TEXT(LINE-TEXT-START:TITLE-LENGTH)
006290             = RT-SECTION-TITLE (RT-IX)(1:TITLE-LENGTH)
006300             MOVE 'Y' TO SECTION-START-SWITCH
006310             IF RT-RECIPIENT-ID (RT-IX) = RCP-RECIPIENT-ID (RC-IX)
006320                 MOVE 'Y' TO NEW-SECTION-SWITCH
006330                 MOVE 'Y' TO RT-DELIVERED-SWITCH (RT-IX).
006340*
006350*    THE REPORT'S FIRST LINE, AND EVERY STORED RPT-HEADING LINE
006360*    AFTER IT, START A NEW PAGE OF THE BUNDLE.
006370 D250-WRITE-BUNDLE-LINE.
006380     IF CUR-LINE-NUMBER = 1
006390         OR RR-LINE-TEXT(2:13) = 'REPORT DATE: '
006400         WRITE BUNDLE-RECORD FROM RR-LINE-TEXT
006410             AFTER ADVANCING PAGE
006420     ELSE
006430         WRITE BUNDLE-RECORD FROM RR-LINE-TEXT
006440             AFTER ADVANCING 1 LINES.
006450     ADD 1 TO RCP-LINE-COUNT (RC-IX).
006460     ADD 1 TO BUNDLE-LINES-WRITTEN.
006470*
006480***************************************************************
006490*    E100 LISTS EVERY REPORT STORED ON THE BURST DATE THAT NO   *
006500*    CARD ROUTES ANYWHERE; E200 EVERY CARD THAT GOT NOTHING -   *
006510*    THE REPORT DID NOT RUN, LEFT NO LINES ON THE REPOSITORY,   *
006520*    OR RAN WITHOUT THE SECTION NAMED.                          *
006530***************************************************************
006540 E100-LIST-UNROUTED-REPORTS.
006550     MOVE SPACES TO BURST-REPORT-RECORD.
006560     WRITE BURST-REPORT-RECORD.
006570     MOVE 'REPORTS THAT RAN WITH NO RECIPIENT' TO SCL-TEXT.
006580     PERFORM X300-PRINT-SECTION-LINE.
006590     MOVE 'N' TO EXCEPTION-FOUND-SWITCH.
006600     PERFORM E110-LIST-ONE-UNROUTED
006610         VARYING SR-IX FROM 1 BY 1
006620             UNTIL SR-IX > STORED-REPORT-COUNT.
006630     IF NOT EXCEPTION-LISTED
006640         MOVE '  NONE' TO SCL-TEXT
006650         PERFORM X300-PRINT-SECTION-LINE.
006660*
006670 E110-LIST-ONE-UNROUTED.
006680     IF NOT SRT-ROUTED (SR-IX)
006690         MOVE 'Y' TO EXCEPTION-FOUND-SWITCH
006700         ADD 1 TO UNROUTED-REPORT-COUNT
006710         MOVE SRT-PROGRAM-ID (SR-IX) TO URL-PROGRAM-ID
006720         MOVE SRT-RUN-DATE (SR-IX) TO URL-RUN-DATE
006730         MOVE SRT-PAGE-COUNT (SR-IX) TO URL-PAGE-COUNT
006740         MOVE UNROUTED-LINE TO BURST-REPORT-RECORD
006750         WRITE BURST-REPORT-RECORD.
006760*
006770 E200-LIST-MISSING-REPORTS.
006780     MOVE SPACES TO BURST-REPORT-RECORD.
006790     WRITE BURST-REPORT-RECORD.
006800     MOVE 'RECIPIENTS EXPECTING A REPORT THAT DID NOT ARRIVE'
006810         TO SCL-TEXT.
006820     PERFORM X300-PRINT-SECTION-LINE.
006830     MOVE 'N' TO EXCEPTION-FOUND-SWITCH.
006840     PERFORM E210-LIST-ONE-MISSING
006850         VARYING RT-IX FROM 1 BY 1
006860             UNTIL RT-IX > ROUTE-TABLE-COUNT.
006870     IF NOT EXCEPTION-LISTED
006880         MOVE '  NONE' TO SCL-TEXT
006890         PERFORM X300-PRINT-SECTION-LINE.
006900*
006910 E210-LIST-ONE-MISSING.
006920     IF NOT RT-DELIVERED (RT-IX)
006930         MOVE 'Y' TO EXCEPTION-FOUND-SWITCH
006940         ADD 1 TO MISSING-REPORT-COUNT
006950         MOVE RT-RECIPIENT-ID (RT-IX) TO MSL-RECIPIENT-ID
006960         MOVE RT-PROGRAM-ID (RT-IX) TO MSL-PROGRAM-ID
006970         IF RT-SECTION-LENGTH (RT-IX) = ZERO
006980             MOVE 'WHOLE REPORT' TO MSL-CONTENTS
006990         ELSE
007000             MOVE RT-SECTION-TITLE (RT-IX) TO MSL-CONTENTS
007010         END-IF
007020         SET SR-IX TO 1
007030         SEARCH STORED-REPORT-ENTRY
007040             AT END
007050                 MOVE 'REPORT DID NOT RUN' TO MSL-REASON
007060             WHEN SRT-PROGRAM-ID (SR-IX) = RT-PROGRAM-ID (RT-IX)
007070                 IF RT-SECTION-LENGTH (RT-IX) = ZERO
007080                     MOVE 'NO LINES ON THE REPOSITORY'
007090                         TO MSL-REASON
007100                 ELSE
007110                     MOVE 'SECTION NOT FOUND IN REPORT'
007120                         TO MSL-REASON
007130                 END-IF
007140         END-SEARCH
007150         MOVE MISSING-LINE TO BURST-REPORT-RECORD
007160         WRITE BURST-REPORT-RECORD.
007170*
007180 Z100-SUMMARIZE-AND-CLOSE.
007190     MOVE SPACES TO BURST-REPORT-RECORD.
007200     WRITE BURST-REPORT-RECORD.
007210     MOVE 'DISTRIBUTION CARDS READ' TO CNT-LABEL.
007220     MOVE DISTRIBUTION-CARDS-READ TO CNT-VALUE.
007230     PERFORM X400-PRINT-COUNT.
007240     MOVE 'DISTRIBUTION CARDS IGNORED' TO CNT-LABEL.
007250     MOVE DISTRIBUTION-CARDS-BAD TO CNT-VALUE.
007260     PERFORM X400-PRINT-COUNT.
007270     MOVE 'INDEX RECORDS READ' TO CNT-LABEL.
007280     MOVE INDEX-RECORDS-READ TO CNT-VALUE.
007290     PERFORM X400-PRINT-COUNT.
007300     MOVE 'REPORTS STORED ON THE BURST DATE' TO CNT-LABEL.
007310     MOVE STORED-REPORT-COUNT TO CNT-VALUE.
007320     PERFORM X400-PRINT-COUNT.
007330     MOVE 'REPORTS NOT BURST - TABLE FULL' TO CNT-LABEL.
007340     MOVE REPORTS-NOT-TABLED TO CNT-VALUE.
007350     PERFORM X400-PRINT-COUNT.
007360     MOVE 'BUNDLES BUILT' TO CNT-LABEL.
007370     MOVE RECIPIENT-TABLE-COUNT TO CNT-VALUE.
007380     PERFORM X400-PRINT-COUNT.
007390     MOVE 'BUNDLE LINES WRITTEN' TO CNT-LABEL.
007400     MOVE BUNDLE-LINES-WRITTEN TO CNT-VALUE.
007410     PERFORM X400-PRINT-COUNT.
007420     MOVE 'REPORTS WITH NO RECIPIENT' TO CNT-LABEL.
007430     MOVE UNROUTED-REPORT-COUNT TO CNT-VALUE.
007440     PERFORM X400-PRINT-COUNT.
007450     MOVE 'EXPECTED REPORTS NOT DELIVERED' TO CNT-LABEL.
007460     MOVE MISSING-REPORT-COUNT TO CNT-VALUE.
007470     PERFORM X400-PRINT-COUNT.
007480     MOVE 'RPTBURST' TO RPT-TRAILER-PROGRAM.
007490     MOVE 1 TO RPT-TRAILER-PAGES.
007500     MOVE RPT-TRAILER-LINE TO BURST-REPORT-RECORD.
007510     WRITE BURST-REPORT-RECORD.
007520     CLOSE DISTRIBUTION-FILE, REPOSITORY-INDEX-FILE,
007530         BUNDLE-FILE, BURST-REPORT-FILE.
007540     MOVE 'RPTBURST' TO OST-PROGRAM-ID.
007550     SET OST-END-OF-JOB TO TRUE.
007560     MOVE STORED-REPORT-COUNT TO OST-RECORDS-PROCESSED.
007570     MOVE ZERO TO OST-ERROR-COUNT.
007580     COMPUTE OST-EXCEPTION-COUNT =
007590         UNROUTED-REPORT-COUNT + MISSING-REPORT-COUNT.
007600     MOVE 'BUNDLES' TO OST-COUNTER-NAME (1).
007610     MOVE RECIPIENT-TABLE-COUNT TO OST-COUNTER-VALUE (1).
007620     MOVE 'NO-RECIPIENT' TO OST-COUNTER-NAME (2).
007630     MOVE UNROUTED-REPORT-COUNT TO OST-COUNTER-VALUE (2).
007640     MOVE 'NOT-DELIVRD' TO OST-COUNTER-NAME (3).
007650     MOVE MISSING-REPORT-COUNT TO OST-COUNTER-VALUE (3).
007660     CALL 'OPSTAT' USING OPSTAT-PARM.
007670     IF UNROUTED-REPORT-COUNT > ZERO
007680         OR MISSING-REPORT-COUNT > ZERO
007690             MOVE 4 TO RETURN-CODE.
007700*
007710 X300-PRINT-SECTION-LINE.
007720     MOVE SECTION-LINE TO BURST-REPORT-RECORD.
007730     WRITE BURST-REPORT-RECORD.
007740*
007750 X400-PRINT-COUNT.
007760     MOVE COUNT-LINE TO BURST-REPORT-RECORD.
007770     WRITE BURST-REPORT-RECORD.
