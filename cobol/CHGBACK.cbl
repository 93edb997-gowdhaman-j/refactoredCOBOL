000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CHGBACK.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* MONTHLY BATCH CHARGEBACK AND USAGE REPORT BY OWNING           *
000150* APPLICATION.  OPSTAT AND OPSHIST KNOW ONLY PROGRAM-IDS, SO    *
000160* FINANCE HAD NO WAY TO CHARGE BATCH RESOURCES BACK TO THE      *
000170* APPLICATION TEAMS.  THE PROGRAM OWNERSHIP FILE (DD            *
000180* UT-S-PGMOWN, COPY PGMOWN0) MAPS EACH PROGRAM-ID TO ITS        *
000190* APPLICATION, COST CENTER, AND CONTACT.  THIS STEP READS THE   *
000200* CUMULATIVE HISTORY FILE OPSHIST KEEPS (DD UT-S-OPSHIST),      *
000210* PAIRS EACH RUN'S START AND END RECORDS AS OPSFCST DOES - BY   *
000220* OPST-RUN-ID, OR IN PROGRAM ORDER FOR RECORDS THAT PREDATE IT  *
000230* - AND CHARGES EVERY RUN THAT ENDED IN THE CHARGE MONTH TO     *
000240* ITS PROGRAM'S OWNER - THE RUN, ITS RECORDS, ERRORS, AND       *
000250* EXCEPTIONS, ITS ELAPSED TIME WHEN BOTH ITS START AND END ARE  *
000260* ON FILE, AND THE VALUE OF ANY NAMED COUNTER IT LOGGED.  THE   *
000270* REPORT (DD UT-S-CHGRPT) LISTS EACH COST CENTER'S              *
000280* APPLICATIONS WITH THEIR PROGRAMS, COUNTER TOTALS, AND         *
000290* APPLICATION, COST-CENTER, AND MONTH TOTALS; THE SAME FIGURES  *
000300* GO TO THE FINANCE EXTRACT (DD UT-S-CHGXTR, COPY CHGEXT0).     *
000310* THE CHARGE MONTH DEFAULTS TO THE MONTH BEFORE THE RUN DATE    *
000320* AND CAN BE SET THROUGH AN OPERATIONS CONTROL CARD (CALL       *
000330* 'CTLREAD') FOR A RERUN OR A CATCH-UP:                         *
000340*     CHGBACK  MONTH          CCYYMM                            *
000350* A CARD THAT IS NOT A VALID MONTH IS REPORTED AND THE DEFAULT  *
000360* KEPT.  A PROGRAM WITH NO OWNERSHIP CARD IS CHARGED TO COST    *
000370* CENTER AND APPLICATION UNASSGND AND ENDS THE STEP WITH        *
000380* CONDITION CODE 4, SO THE OWNERSHIP FILE IS KEPT UP TO DATE.   *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL OWNER-FILE ASSIGN TO UT-S-PGMOWN.
000450     SELECT OPTIONAL HISTORY-FILE ASSIGN TO UT-S-OPSHIST.
000460     SELECT CHARGEBACK-REPORT-FILE ASSIGN TO UT-S-CHGRPT.
000470     SELECT CHARGEBACK-EXTRACT-FILE ASSIGN TO UT-S-CHGXTR.
000480 DATA DIVISION.
000490 FILE SECTION.
000500*
000510 FD  OWNER-FILE
000520     RECORDING MODE IS F
000530     BLOCK CONTAINS 0 RECORDS
000540     RECORD CONTAINS 80 CHARACTERS
000550     LABEL RECORDS ARE OMITTED.
000560     COPY PGMOWN0.
000570*
000580 FD  HISTORY-FILE
000590     RECORDING MODE IS F
000600     BLOCK CONTAINS 0 RECORDS
000610     RECORD CONTAINS 139 CHARACTERS
000620     LABEL RECORDS ARE OMITTED.
000630 01  HISTORY-RECORD               PIC X(139).
000640*
000650 FD  CHARGEBACK-REPORT-FILE
000660     RECORDING MODE IS F
000670     BLOCK CONTAINS 0 RECORDS
000680     RECORD CONTAINS 133 CHARACTERS
000690     LABEL RECORDS ARE OMITTED.
000700 01  CHARGEBACK-REPORT-RECORD     PIC X(133).
000710*
000720 FD  CHARGEBACK-EXTRACT-FILE
000730     RECORDING MODE IS F
000740     BLOCK CONTAINS 0 RECORDS
000750     RECORD CONTAINS 80 CHARACTERS
000760     LABEL RECORDS ARE OMITTED.
000770     COPY CHGEXT0.
000780*
000790 WORKING-STORAGE SECTION.
000800 77  FILLER PIC X(36)  VALUE
000810     'CHGBACK WORKING STORAGE BEGINS HERE'.
000820*
000830 01  OWNER-FILE-SWITCH            PIC X VALUE 'N'.
000840     88  OWNER-FILE-EOF               VALUE 'Y'.
000850 01  HISTORY-FILE-SWITCH          PIC X VALUE 'N'.
000860     88  HISTORY-FILE-EOF             VALUE 'Y'.
000870 01  APPLICATION-SORT-SWITCH      PIC X VALUE 'N'.
000880     88  APPLICATION-SORT-DONE        VALUE 'Y'.
000890*
000900     COPY OPSTREC0.
000910*
000920***************************************************************
000930*    CHARGE-MONTH-FIELDS - THE CHARGE MONTH AND THE MONTH OF    *
000940*    EACH RUN ARE CCYYMM; OPSTAT'S DATES ARE YYMMDD, AND A YEAR *
000950*    BELOW 70 IS 20YY.                                          *
000960***************************************************************
000970 01  CHARGE-MONTH-FIELDS.
000980     05  CHARGE-MONTH             PIC 9(6) VALUE ZERO.
000990     05  CARD-MONTH               PIC 9(6).
001000     05  CARD-MONTH-PARTS REDEFINES CARD-MONTH.
001010         10  CARD-YEAR            PIC 9(4).
001020         10  CARD-MM              PIC 99.
001030     05  WORK-MONTH               PIC 9(6).
001040     05  WORK-MONTH-PARTS REDEFINES WORK-MONTH.
001050         10  WORK-YEAR            PIC 9(4).
001060         10  WORK-MM              PIC 99.
001070     05  WORK-YYMMDD              PIC 9(6).
001080     05  WORK-YYMMDD-PARTS REDEFINES WORK-YYMMDD.
001090         10  WORK-YY              PIC 99.
001100         10  WORK-YYMMDD-MM       PIC 99.
001110         10  WORK-YYMMDD-DD       PIC 99.
001120     05  WS-DATE.
001130         10  WS-YEAR              PIC XX.
001140         10  WS-MONTH             PIC XX.
001150         10  WS-DAY               PIC XX.
001160*
001170***************************************************************
001180*    OWNER-TABLE HOLDS THE OWNERSHIP FILE, ONE ENTRY PER        *
001190*    PROGRAM-ID - THE FIRST CARD FOR A PROGRAM WINS.            *
001200***************************************************************
001210 01  OWNER-TABLE-COUNT            PIC S9(4) COMP VALUE +0.
001220 01  OWNER-TABLE.
001230     05  OWNER-ENTRY          OCCURS 1 TO 500 TIMES
001240                              DEPENDING ON OWNER-TABLE-COUNT
001250                              INDEXED BY OW-IX.
001260         10  OW-PROGRAM-ID        PIC X(8).
001270         10  OW-APPLICATION       PIC X(8).
001280         10  OW-COST-CENTER       PIC X(8).
001290         10  OW-CONTACT           PIC X(30).
001300*
001310***************************************************************
001320*    PROGRAM-USAGE-TABLE CARRIES EACH PROGRAM SEEN IN THE       *
001330*    HISTORY - THE PENDING START USED WHILE PAIRING ITS S AND E *
001340*    RECORDS, THE OWNER IT IS CHARGED TO, AND ITS CHARGE-MONTH  *
001350*    FIGURES.                                                   *
001360***************************************************************
001370 01  PROGRAM-USAGE-COUNT          PIC S9(4) COMP VALUE +0.
001380 01  PROGRAM-USAGE-TABLE.
001390     05  PROGRAM-USAGE-ENTRY  OCCURS 1 TO 200 TIMES
001400                              DEPENDING ON PROGRAM-USAGE-COUNT
001410                              INDEXED BY PU-IX.
001420         10  PU-PROGRAM-ID        PIC X(8).
001430         10  PU-PENDING-SWITCH    PIC X.
001440             88  PU-START-PENDING     VALUE 'Y'.
001450         10  PU-PENDING-DATE      PIC 9(6).
001460         10  PU-PENDING-TIME      PIC 9(8).
001470         10  PU-PENDING-RUN-ID    PIC X(14).
001480         10  PU-OWNED-SWITCH      PIC X.
001490             88  PU-OWNED             VALUE 'Y'.
001500         10  PU-APPLICATION       PIC X(8).
001510         10  PU-COST-CENTER       PIC X(8).
001520         10  PU-CONTACT           PIC X(30).
001530         10  PU-RUNS              PIC S9(7) COMP-3.
001540         10  PU-TIMED-RUNS        PIC S9(7) COMP-3.
001550         10  PU-RECORDS           PIC S9(11) COMP-3.
001560         10  PU-ERRORS            PIC S9(9) COMP-3.
001570         10  PU-EXCEPTIONS        PIC S9(9) COMP-3.
001580         10  PU-HUNDREDTHS        PIC S9(11) COMP-3.
001590*
001600***************************************************************
001610*    APPLICATION-TABLE TOTALS THE CHARGE MONTH PER COST CENTER  *
001620*    AND APPLICATION, WITH UP TO EIGHT NAMED-COUNTER TOTALS BY  *
001630*    COUNTER NAME.  IT IS SORTED BY COST CENTER AND APPLICATION *
001640*    FOR PRINTING; APPLICATION-SWAP-ENTRY IS ONE ENTRY'S WIDTH. *
001650***************************************************************
001660 01  APPLICATION-COUNT            PIC S9(4) COMP VALUE +0.
001670 01  APPLICATION-TABLE.
001680     05  APPLICATION-ENTRY    OCCURS 1 TO 100 TIMES
001690                              DEPENDING ON APPLICATION-COUNT
001700                              INDEXED BY AP-IX.
001710         10  AP-COST-CENTER       PIC X(8).
001720         10  AP-APPLICATION       PIC X(8).
001730         10  AP-CONTACT           PIC X(30).
001740         10  AP-RUNS              PIC S9(7) COMP-3.
001750         10  AP-TIMED-RUNS        PIC S9(7) COMP-3.
001760         10  AP-RECORDS           PIC S9(11) COMP-3.
001770         10  AP-ERRORS            PIC S9(9) COMP-3.
001780         10  AP-EXCEPTIONS        PIC S9(9) COMP-3.
001790         10  AP-HUNDREDTHS        PIC S9(11) COMP-3.
001800         10  AP-COUNTER-COUNT     PIC S9(4) COMP.
001810         10  AP-COUNTER           OCCURS 8 TIMES.
001820             15  AP-CTR-NAME      PIC X(12).
001830             15  AP-CTR-TOTAL     PIC S9(11) COMP-3.
001840 01  APPLICATION-SWAP-ENTRY       PIC X(222).
001850 01  APPLICATION-SORT-SUB         PIC S9(4) COMP VALUE +0.
001860 01  APPLICATION-SORT-SUB-1       PIC S9(4) COMP VALUE +0.
001870*
001880***************************************************************
001890*    USAGE-TOTALS - COST-CENTER AND MONTH TOTALS FOR THE REPORT,*
001900*    AND THE RUN COUNTS FOR THE JOB SUMMARY.                    *
001910***************************************************************
001920 01  USAGE-TOTALS.
001930     05  PREVIOUS-COST-CENTER     PIC X(8) VALUE SPACES.
001940     05  CCT-RUNS                 PIC S9(7) COMP-3 VALUE +0.
001950     05  CCT-TIMED-RUNS           PIC S9(7) COMP-3 VALUE +0.
001960     05  CCT-RECORDS              PIC S9(11) COMP-3 VALUE +0.
001970     05  CCT-ERRORS               PIC S9(9) COMP-3 VALUE +0.
001980     05  CCT-EXCEPTIONS           PIC S9(9) COMP-3 VALUE +0.
001990     05  CCT-HUNDREDTHS           PIC S9(11) COMP-3 VALUE +0.
002000     05  GRT-RUNS                 PIC S9(7) COMP-3 VALUE +0.
002010     05  GRT-TIMED-RUNS           PIC S9(7) COMP-3 VALUE +0.
002020     05  GRT-RECORDS              PIC S9(11) COMP-3 VALUE +0.
002030     05  GRT-ERRORS               PIC S9(9) COMP-3 VALUE +0.
002040     05  GRT-EXCEPTIONS           PIC S9(9) COMP-3 VALUE +0.
002050     05  GRT-HUNDREDTHS           PIC S9(11) COMP-3 VALUE +0.
002060*
002070 01  CHARGE-WORK-FIELDS.
002080     05  OWNER-CARDS-READ         PIC S9(7) COMP VALUE +0.
002090     05  HISTORY-RECORDS-READ     PIC S9(7) COMP VALUE +0.
002100     05  EXTRACT-RECORDS-WRITTEN  PIC S9(7) COMP VALUE +0.
002110     05  UNOWNED-PROGRAM-COUNT    PIC S9(5) COMP-3 VALUE +0.
002120     05  NAMED-COUNTER-SUB        PIC S9(4) COMP VALUE +0.
002130     05  COUNTER-SUB              PIC S9(4) COMP VALUE +0.
002140     05  COUNTER-MATCH-SUB        PIC S9(4) COMP VALUE +0.
002150     05  PROGRAM-SWITCH           PIC X VALUE 'N'.
002160         88  PROGRAM-IN-TABLE         VALUE 'Y'.
002170     05  TIMED-SWITCH             PIC X VALUE 'N'.
002180         88  RUN-IS-TIMED             VALUE 'Y'.
002190     05  COUNTER-VALUE-WORK       PIC 9(8).
002200     05  EDIT-WORK-HUNDREDTHS     PIC S9(11) COMP-3 VALUE +0.
002210     05  EDIT-HOURS               PIC S9(7)V99 COMP-3 VALUE +0.
002220*
002230***************************************************************
002240*    ELAPSED-TIME-WORK - TIMES ARE HHMMSSTT HUNDREDTHS, WITH    *
002250*    ONE 24-HOUR DAY ADDED ACROSS A DATE ROLLOVER, THE SAME     *
002260*    TREATMENT OPSFCST GIVES ITS TYPICAL ELAPSED.               *
002270***************************************************************
002280 01  ELAPSED-TIME-WORK.
002290     05  WORK-TIME                PIC 9(8).
002300     05  WORK-TIME-PARTS REDEFINES WORK-TIME.
002310         10  WT-HH                PIC 99.
002320         10  WT-MM                PIC 99.
002330         10  WT-SS                PIC 99.
002340         10  WT-TT                PIC 99.
002350     05  WORK-HUNDREDTHS          PIC S9(9) COMP-3 VALUE +0.
002360     05  START-HUNDREDTHS         PIC S9(9) COMP-3 VALUE +0.
002370     05  END-HUNDREDTHS           PIC S9(9) COMP-3 VALUE +0.
002380     05  ELAPSED-HUNDREDTHS       PIC S9(9) COMP-3 VALUE +0.
002390*
002400*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
002410*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER,
002420*    USED BELOW TO LET OPERATIONS SET THE CHARGE MONTH.
002430 COPY CTLCARD0.
002440*
002450*    NUMCONV-PARM (COPY NUMCONVP) IS THE PARAMETER AREA FOR
002460*    CALL 'NUMCONV' - THE SHOP'S SHARED NUMERIC CONVERSION
002470*    SUBROUTINE, WHICH TURNS THE MONTH CARD'S VALUE INTO A
002480*    NUMBER OR LOGS WHY IT COULD NOT.
002490 COPY NUMCONVP.
002500*
002510*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
002520*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002530*    LOGGER, CALLED AT START AND END OF JOB SO OPSSUM CAN ROLL
002540*    THIS RUN INTO THE NEXT WINDOW'S CONSOLIDATED SUMMARY.
002550 COPY OPSTATP.
002560*
002570***************************************************************
002580*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002590*    CHARGEBACK REPORT THE SHOP'S SHARED HEADING AND TRAILER.   *
002600***************************************************************
002610 COPY RPTHDR0.
002620 01  MONTH-HEADING-LINE.
002630     05  FILLER                   PIC X VALUE SPACE.
002640     05  FILLER                   PIC X(14) VALUE
002650         'CHARGE MONTH: '.
002660     05  MHL-MONTH                PIC 9(6).
002670     05  FILLER                   PIC X(112) VALUE SPACES.
002680 01  HEADING-LINE-2.
002690     05  FILLER                   PIC X(2) VALUE SPACES.
002700     05  FILLER                   PIC X(10) VALUE 'COST CTR'.
002710     05  FILLER                   PIC X(10) VALUE 'APPL'.
002720     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
002730     05  FILLER                   PIC X(5) VALUE ' RUNS'.
002740     05  FILLER                   PIC X(7) VALUE '  TIMED'.
002750     05  FILLER                   PIC X(16) VALUE
002760         '         RECORDS'.
002770     05  FILLER                   PIC X(13) VALUE
002780         '       ERRORS'.
002790     05  FILLER                   PIC X(13) VALUE
002800         '   EXCEPTIONS'.
002810     05  FILLER                   PIC X(12) VALUE
002820         ' ELAPSED HRS'.
002830     05  FILLER                   PIC X(35) VALUE SPACES.
002840*
002850 01  APPLICATION-HEADING-LINE.
002860     05  FILLER                   PIC X(2) VALUE SPACES.
002870     05  AHL-COST-CENTER          PIC X(8).
002880     05  FILLER                   PIC X(2) VALUE SPACES.
002890     05  AHL-APPLICATION          PIC X(8).
002900     05  FILLER                   PIC X(12) VALUE
002910         '  CONTACT: '.
002920     05  AHL-CONTACT              PIC X(30).
002930     05  FILLER                   PIC X(71) VALUE SPACES.
002940*
002950*    CHARGE-DETAIL-LINE PRINTS ONE PROGRAM'S CHARGE-MONTH
002960*    FIGURES, AND WITH A LABEL IN CDL-LABEL EACH TOTAL.
002970 01  CHARGE-DETAIL-LINE.
002980     05  FILLER                   PIC X(2) VALUE SPACES.
002990     05  CDL-COST-CENTER          PIC X(8).
003000     05  FILLER                   PIC X(2) VALUE SPACES.
003010     05  CDL-APPLICATION          PIC X(8).
003020     05  FILLER                   PIC X(2) VALUE SPACES.
003030     05  CDL-PROGRAM-ID           PIC X(8).
003040     05  FILLER                   PIC X(2) VALUE SPACES.
003050     05  CDL-RUNS                 PIC ZZ,ZZ9.
003060     05  FILLER                   PIC X(2) VALUE SPACES.
003070     05  CDL-TIMED-RUNS           PIC ZZ,ZZ9.
003080     05  FILLER                   PIC X(2) VALUE SPACES.
003090     05  CDL-RECORDS              PIC ZZ,ZZZ,ZZZ,ZZ9.
003100     05  FILLER                   PIC X(2) VALUE SPACES.
003110     05  CDL-ERRORS               PIC ZZZ,ZZZ,ZZ9.
003120     05  FILLER                   PIC X(2) VALUE SPACES.
003130     05  CDL-EXCEPTIONS           PIC ZZZ,ZZZ,ZZ9.
003140     05  FILLER                   PIC X(2) VALUE SPACES.
003150     05  CDL-ELAPSED-HOURS        PIC ZZZ,ZZ9.99.
003160     05  FILLER                   PIC X(2) VALUE SPACES.
003170     05  CDL-LABEL                PIC X(30).
003180     05  FILLER                   PIC X(3) VALUE SPACES.
003190*
003200 01  NAMED-COUNTER-LINE.
003210     05  FILLER                   PIC X(22) VALUE SPACES.
003220     05  FILLER                   PIC X(8) VALUE 'COUNTER '.
003230     05  NCL-NAME                 PIC X(12).
003240     05  FILLER                   PIC X(3) VALUE ' = '.
003250     05  NCL-TOTAL                PIC ZZ,ZZZ,ZZZ,ZZ9.
003260     05  FILLER                   PIC X(74) VALUE SPACES.
003270*
003280 01  NO-RUNS-LINE.
003290     05  FILLER                   PIC X VALUE SPACE.
003300     05  FILLER                   PIC X(40) VALUE
003310         'NO RUNS ENDED IN THE CHARGE MONTH'.
003320     05  FILLER                   PIC X(92) VALUE SPACES.
003330*
003340 01  SUMMARY-LINE.
003350     05  FILLER                   PIC X VALUE SPACE.
003360     05  SML-LABEL                PIC X(32).
003370     05  SML-COUNT                PIC ZZZ,ZZ9.
003380     05  FILLER                   PIC X(93) VALUE SPACES.
003390*
003400 PROCEDURE DIVISION.
003410*
003420 A100-EXECUTIVE-CONTROL.
003430     PERFORM A110-INITIALIZATION.
003440     PERFORM B100-LOAD-ONE-HISTORY-RECORD UNTIL HISTORY-FILE-EOF.
003450     PERFORM Z100-END-OF-PROCESSING.
003460     GOBACK.
003470*
003480 A110-INITIALIZATION.
003490     OPEN INPUT OWNER-FILE, HISTORY-FILE.
003500     OPEN OUTPUT CHARGEBACK-REPORT-FILE, CHARGEBACK-EXTRACT-FILE.
003510     ACCEPT WS-DATE FROM DATE.
003520     PERFORM A120-SET-CHARGE-MONTH.
003530     PERFORM A140-LOAD-ONE-OWNER-CARD UNTIL OWNER-FILE-EOF.
003540     CLOSE OWNER-FILE.
003550     MOVE WS-MONTH TO RPT-HEADING-MONTH.
003560     MOVE WS-DAY TO RPT-HEADING-DAY.
003570     MOVE WS-YEAR TO RPT-HEADING-YEAR.
003580     MOVE 'CHGBACK' TO RPT-HEADING-PROGRAM.
003590     MOVE 'MONTHLY BATCH CHARGEBACK BY APPLICATION'
003600         TO RPT-HEADING-TITLE.
003610     MOVE 1 TO RPT-HEADING-PAGE.
003620     MOVE RPT-HEADING-LINE TO CHARGEBACK-REPORT-RECORD.
003630     WRITE CHARGEBACK-REPORT-RECORD.
003640     MOVE CHARGE-MONTH TO MHL-MONTH.
003650     MOVE MONTH-HEADING-LINE TO CHARGEBACK-REPORT-RECORD.
003660     WRITE CHARGEBACK-REPORT-RECORD.
003670     MOVE HEADING-LINE-2 TO CHARGEBACK-REPORT-RECORD.
003680     WRITE CHARGEBACK-REPORT-RECORD.
003690     MOVE 'CHGBACK' TO OST-PROGRAM-ID.
003700     SET OST-START-OF-JOB TO TRUE.
003710     MOVE SPACES TO OST-NAMED-COUNTERS.
003720     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003730         OST-EXCEPTION-COUNT.
003740     CALL 'OPSTAT' USING OPSTAT-PARM.
003750*
003760***************************************************************
003770*    A120-A130 SET THE CHARGE MONTH - THE MONTH BEFORE THE RUN  *
003780*    DATE, UNLESS A MONTH CARD NAMES ANOTHER.                   *
003790***************************************************************
003800 A120-SET-CHARGE-MONTH.
003810     MOVE WS-DATE TO WORK-YYMMDD.
003820     PERFORM X300-CENTURY-MONTH.
003830     IF WORK-MM = 1
003840         SUBTRACT 1 FROM WORK-YEAR
003850         MOVE 12 TO WORK-MM
003860     ELSE
003870         SUBTRACT 1 FROM WORK-MM.
003880     MOVE WORK-MONTH TO CHARGE-MONTH.
003890     PERFORM A130-READ-MONTH-CARD.
003900*
003910 A130-READ-MONTH-CARD.
003920     MOVE 'CHGBACK' TO CTC-PROGRAM-ID.
003930     MOVE 'MONTH' TO CTC-PARM-NAME.
003940     CALL 'CTLREAD' USING CTLCARD-PARM.
003950     IF CTC-PARM-FOUND
003960         MOVE 'CHGBACK' TO NCV-PROGRAM-ID
003970         MOVE CTC-PARM-NAME TO NCV-FIELD-NAME
003980         MOVE SPACES TO NCV-RUN-ID
003990         MOVE CTC-PARM-VALUE TO NCV-INPUT-TEXT
004000         SET NCV-USAGE-ZONED TO TRUE
004010         MOVE 6 TO NCV-INTEGER-DIGITS
004020         MOVE 0 TO NCV-SCALE
004030         SET NCV-UNSIGNED TO TRUE
004040         CALL 'NUMCONV' USING NUMCONV-PARM
004050         IF NCV-CONVERTED
004060             MOVE NCV-RESULT-ZONED TO CARD-MONTH
004070             IF CARD-MM > ZERO AND CARD-MM < 13
004080                 AND CARD-YEAR > 1969
004090                 MOVE CARD-MONTH TO CHARGE-MONTH
004100             ELSE
004110                 DISPLAY 'CHGBACK MONTH CARD ' CARD-MONTH
004120                     ' IS NOT A MONTH - ' CHARGE-MONTH ' USED'
004130             END-IF
004140         END-IF.
004150*
004160***************************************************************
004170*    A140-A150 LOAD THE OWNERSHIP FILE, SKIPPING COMMENT AND    *
004180*    BLANK CARDS.  A SECOND CARD FOR A PROGRAM IS REPORTED AND  *
004190*    IGNORED.                                                   *
004200***************************************************************
004210 A140-LOAD-ONE-OWNER-CARD.
004220     READ OWNER-FILE
004230         AT END
004240             SET OWNER-FILE-EOF TO TRUE.
004250     IF NOT OWNER-FILE-EOF
004260         AND NOT PGO-COMMENT-CARD
004270         AND PGO-PROGRAM-ID NOT = SPACES
004280         ADD 1 TO OWNER-CARDS-READ
004290         SET OW-IX TO 1
004300         SEARCH OWNER-ENTRY
004310             AT END
004320                 PERFORM A150-ADD-OWNER
004330             WHEN OW-PROGRAM-ID (OW-IX) = PGO-PROGRAM-ID
004340                 DISPLAY 'CHGBACK DUPLICATE OWNERSHIP CARD FOR '
004350                     PGO-PROGRAM-ID ' IGNORED'
004360         END-SEARCH.
004370*
004380 A150-ADD-OWNER.
004390     IF OWNER-TABLE-COUNT < 500
004400         ADD 1 TO OWNER-TABLE-COUNT
004410         SET OW-IX TO OWNER-TABLE-COUNT
004420         MOVE PGO-PROGRAM-ID TO OW-PROGRAM-ID (OW-IX)
004430         MOVE PGO-APPLICATION TO OW-APPLICATION (OW-IX)
004440         MOVE PGO-COST-CENTER TO OW-COST-CENTER (OW-IX)
004450         MOVE PGO-CONTACT TO OW-CONTACT (OW-IX)
004460     ELSE
004470         DISPLAY 'CHGBACK OWNER TABLE FULL - CARD FOR '
004480             PGO-PROGRAM-ID ' SKIPPED'.
004490*
004500***************************************************************
004510*    B100-B130 READ THE CUMULATIVE HISTORY AND PAIR EACH RUN'S  *
004520*    START WITH ITS END.  AN END RECORD PAIRS WITH ITS          *
004530*    PROGRAM'S PENDING START WHEN THE TWO CARRY THE SAME RUN-ID *
004540*    (BOTH BLANK FOR RECORDS THAT PREDATE IT); A RUN WHOSE START*
004550*    IS NOT ON FILE IS STILL CHARGED, BUT NOT TIMED.  A RUN IS  *
004560*    CHARGED TO THE MONTH IT ENDED IN.                          *
004570***************************************************************
004580 B100-LOAD-ONE-HISTORY-RECORD.
004590     READ HISTORY-FILE INTO OPERATIONS-STATISTICS-RECORD
004600         AT END
004610             SET HISTORY-FILE-EOF TO TRUE.
004620     IF NOT HISTORY-FILE-EOF
004630         ADD 1 TO HISTORY-RECORDS-READ
004640         PERFORM C100-FIND-OR-ADD-PROGRAM
004650         IF PROGRAM-IN-TABLE
004660             PERFORM B110-FILE-ONE-TIMESTAMP.
004670*
004680 B110-FILE-ONE-TIMESTAMP.
004690     IF OPST-START-OF-JOB
004700         SET PU-START-PENDING (PU-IX) TO TRUE
004710         MOVE OPST-DATE TO PU-PENDING-DATE (PU-IX)
004720         MOVE OPST-TIME TO PU-PENDING-TIME (PU-IX)
004730         MOVE OPST-RUN-ID TO PU-PENDING-RUN-ID (PU-IX)
004740     ELSE
004750         MOVE 'N' TO TIMED-SWITCH
004760         IF PU-START-PENDING (PU-IX)
004770             AND PU-PENDING-RUN-ID (PU-IX) = OPST-RUN-ID
004780             PERFORM B120-TIME-ONE-PAIR
004790         END-IF
004800         MOVE 'N' TO PU-PENDING-SWITCH (PU-IX)
004810         MOVE OPST-DATE TO WORK-YYMMDD
004820         PERFORM X300-CENTURY-MONTH
004830         IF WORK-MONTH = CHARGE-MONTH
004840             PERFORM B130-CHARGE-ONE-RUN.
004850*
004860 B120-TIME-ONE-PAIR.
004870     MOVE PU-PENDING-TIME (PU-IX) TO WORK-TIME.
004880     PERFORM X100-COMPUTE-HUNDREDTHS.
004890     MOVE WORK-HUNDREDTHS TO START-HUNDREDTHS.
004900     MOVE OPST-TIME TO WORK-TIME.
004910     PERFORM X100-COMPUTE-HUNDREDTHS.
004920     MOVE WORK-HUNDREDTHS TO END-HUNDREDTHS.
004930     COMPUTE ELAPSED-HUNDREDTHS =
004940         END-HUNDREDTHS - START-HUNDREDTHS.
004950     IF OPST-DATE > PU-PENDING-DATE (PU-IX)
004960         OR ELAPSED-HUNDREDTHS < ZERO
004970         ADD 8640000 TO ELAPSED-HUNDREDTHS.
004980     SET RUN-IS-TIMED TO TRUE.
004990*
005000 B130-CHARGE-ONE-RUN.
005010     PERFORM C200-FIND-OR-ADD-APPLICATION.
005020     ADD 1 TO PU-RUNS (PU-IX).
005030     ADD OPST-RECORDS-PROCESSED TO PU-RECORDS (PU-IX).
005040     ADD OPST-ERROR-COUNT TO PU-ERRORS (PU-IX).
005050     ADD OPST-EXCEPTION-COUNT TO PU-EXCEPTIONS (PU-IX).
005060     ADD 1 TO AP-RUNS (AP-IX).
005070     ADD OPST-RECORDS-PROCESSED TO AP-RECORDS (AP-IX).
005080     ADD OPST-ERROR-COUNT TO AP-ERRORS (AP-IX).
005090     ADD OPST-EXCEPTION-COUNT TO AP-EXCEPTIONS (AP-IX).
005100     IF RUN-IS-TIMED
005110         ADD 1 TO PU-TIMED-RUNS (PU-IX)
005120         ADD ELAPSED-HUNDREDTHS TO PU-HUNDREDTHS (PU-IX)
005130         ADD 1 TO AP-TIMED-RUNS (AP-IX)
005140         ADD ELAPSED-HUNDREDTHS TO AP-HUNDREDTHS (AP-IX).
005150     PERFORM B140-CHARGE-ONE-NAMED-COUNTER
005160         VARYING NAMED-COUNTER-SUB FROM 1 BY 1
005170             UNTIL NAMED-COUNTER-SUB > 4.
005180*
005190*    B140-B150 ADD A LOGGED NAMED COUNTER INTO THE
005200*    APPLICATION'S TOTAL FOR THAT COUNTER NAME.
005210 B140-CHARGE-ONE-NAMED-COUNTER.
005220     IF OPST-COUNTER-NAME (NAMED-COUNTER-SUB) NOT = SPACES
005230         AND OPST-COUNTER-VALUE (NAMED-COUNTER-SUB) NUMERIC
005240         MOVE ZERO TO COUNTER-MATCH-SUB
005250         PERFORM B150-MATCH-ONE-COUNTER
005260             VARYING COUNTER-SUB FROM 1 BY 1
005270                 UNTIL COUNTER-SUB > AP-COUNTER-COUNT (AP-IX)
005280         PERFORM B160-ADD-COUNTER-VALUE.
005290*
005300 B150-MATCH-ONE-COUNTER.
005310     IF AP-CTR-NAME (AP-IX, COUNTER-SUB)
005320         = OPST-COUNTER-NAME (NAMED-COUNTER-SUB)
005330         MOVE COUNTER-SUB TO COUNTER-MATCH-SUB.
005340*
005350 B160-ADD-COUNTER-VALUE.
005360     IF COUNTER-MATCH-SUB = ZERO
005370         IF AP-COUNTER-COUNT (AP-IX) < 8
005380             ADD 1 TO AP-COUNTER-COUNT (AP-IX)
005390             MOVE AP-COUNTER-COUNT (AP-IX) TO COUNTER-MATCH-SUB
005400             MOVE OPST-COUNTER-NAME (NAMED-COUNTER-SUB)
005410                 TO AP-CTR-NAME (AP-IX, COUNTER-MATCH-SUB)
005420             MOVE ZERO TO AP-CTR-TOTAL (AP-IX, COUNTER-MATCH-SUB)
005430         ELSE
005440             DISPLAY 'CHGBACK COUNTER TABLE FULL FOR '
005450                 AP-APPLICATION (AP-IX) ' - '
005460                 OPST-COUNTER-NAME (NAMED-COUNTER-SUB)
005470                 ' NOT TOTALED'.
005480     IF COUNTER-MATCH-SUB > ZERO
005490         MOVE OPST-COUNTER-VALUE (NAMED-COUNTER-SUB)
005500             TO COUNTER-VALUE-WORK
005510         ADD COUNTER-VALUE-WORK
005520             TO AP-CTR-TOTAL (AP-IX, COUNTER-MATCH-SUB).
005530*
005540***************************************************************
005550*    C100-C110 FIND THE HISTORY RECORD'S PROGRAM, ADDING IT -   *
005560*    WITH ITS OWNER FROM THE OWNERSHIP FILE, OR UNASSGND - THE  *
005570*    FIRST TIME IT IS SEEN.                                     *
005580***************************************************************
005590 C100-FIND-OR-ADD-PROGRAM.
005600     SET PROGRAM-IN-TABLE TO TRUE.
005610     SET PU-IX TO 1.
005620     SEARCH PROGRAM-USAGE-ENTRY
005630         AT END
005640             PERFORM C110-ADD-NEW-PROGRAM
005650         WHEN PU-PROGRAM-ID (PU-IX) = OPST-PROGRAM-ID
005660             CONTINUE
005670     END-SEARCH.
005680*
005690 C110-ADD-NEW-PROGRAM.
005700     IF PROGRAM-USAGE-COUNT < 200
005710         ADD 1 TO PROGRAM-USAGE-COUNT
005720         SET PU-IX TO PROGRAM-USAGE-COUNT
005730         MOVE OPST-PROGRAM-ID TO PU-PROGRAM-ID (PU-IX)
005740         MOVE 'N' TO PU-PENDING-SWITCH (PU-IX)
005750         MOVE ZEROS TO PU-PENDING-DATE (PU-IX)
005760         MOVE ZEROS TO PU-PENDING-TIME (PU-IX)
005770         MOVE SPACES TO PU-PENDING-RUN-ID (PU-IX)
005780         MOVE ZERO TO PU-RUNS (PU-IX)
005790         MOVE ZERO TO PU-TIMED-RUNS (PU-IX)
005800         MOVE ZERO TO PU-RECORDS (PU-IX)
005810         MOVE ZERO TO PU-ERRORS (PU-IX)
005820         MOVE ZERO TO PU-EXCEPTIONS (PU-IX)
005830         MOVE ZERO TO PU-HUNDREDTHS (PU-IX)
005840         PERFORM C120-ASSIGN-OWNER
005850     ELSE
005860         DISPLAY 'CHGBACK PROGRAM TABLE FULL - '
005870             OPST-PROGRAM-ID ' NOT CHARGED'
005880         MOVE 'N' TO PROGRAM-SWITCH.
005890*
005900 C120-ASSIGN-OWNER.
005910     SET OW-IX TO 1.
005920     SEARCH OWNER-ENTRY
005930         AT END
005940             MOVE 'N' TO PU-OWNED-SWITCH (PU-IX)
005950             MOVE 'UNASSGND' TO PU-APPLICATION (PU-IX)
005960             MOVE 'UNASSGND' TO PU-COST-CENTER (PU-IX)
005970             MOVE 'NO OWNERSHIP CARD' TO PU-CONTACT (PU-IX)
005980         WHEN OW-PROGRAM-ID (OW-IX) = OPST-PROGRAM-ID
005990             SET PU-OWNED (PU-IX) TO TRUE
006000             MOVE OW-APPLICATION (OW-IX)
006010                 TO PU-APPLICATION (PU-IX)
006020             MOVE OW-COST-CENTER (OW-IX)
006030                 TO PU-COST-CENTER (PU-IX)
006040             MOVE OW-CONTACT (OW-IX) TO PU-CONTACT (PU-IX)
006050     END-SEARCH.
006060*
006070***************************************************************
006080*    C200-C210 FIND THE CHARGED PROGRAM'S COST CENTER AND       *
006090*    APPLICATION IN APPLICATION-TABLE, ADDING THEM THE FIRST    *
006100*    TIME.  A FULL TABLE CHARGES THE LAST ENTRY AND SAYS SO.    *
006110***************************************************************
006120 C200-FIND-OR-ADD-APPLICATION.
006130     SET AP-IX TO 1.
006140     SEARCH APPLICATION-ENTRY
006150         AT END
006160             PERFORM C210-ADD-NEW-APPLICATION
006170         WHEN AP-COST-CENTER (AP-IX) = PU-COST-CENTER (PU-IX)
006180             AND AP-APPLICATION (AP-IX) = PU-APPLICATION (PU-IX)
006190             CONTINUE
006200     END-SEARCH.
006210*
006220 C210-ADD-NEW-APPLICATION.
006230     IF APPLICATION-COUNT < 100
006240         ADD 1 TO APPLICATION-COUNT
006250         SET AP-IX TO APPLICATION-COUNT
006260         MOVE PU-COST-CENTER (PU-IX) TO AP-COST-CENTER (AP-IX)
006270         MOVE PU-APPLICATION (PU-IX) TO AP-APPLICATION (AP-IX)
006280         MOVE PU-CONTACT (PU-IX) TO AP-CONTACT (AP-IX)
006290         MOVE ZERO TO AP-RUNS (AP-IX)
006300         MOVE ZERO TO AP-TIMED-RUNS (AP-IX)
006310         MOVE ZERO TO AP-RECORDS (AP-IX)
006320         MOVE ZERO TO AP-ERRORS (AP-IX)
006330         MOVE ZERO TO AP-EXCEPTIONS (AP-IX)
006340         MOVE ZERO TO AP-HUNDREDTHS (AP-IX)
006350         MOVE ZERO TO AP-COUNTER-COUNT (AP-IX)
006360     ELSE
006370         DISPLAY 'CHGBACK APPLICATION TABLE FULL - '
006380             PU-APPLICATION (PU-IX) ' CHARGED TO '
006390             AP-APPLICATION (APPLICATION-COUNT)
006400         SET AP-IX TO APPLICATION-COUNT.
006410*
006420***************************************************************
006430*    Z100-Z170 PRINT THE CHARGEBACK REPORT AND WRITE THE FINANCE*
006440*    EXTRACT - APPLICATIONS IN COST-CENTER ORDER, EACH WITH ITS *
006450*    PROGRAMS, ITS TOTAL, AND ITS NAMED-COUNTER TOTALS, A TOTAL *
006460*    AT EACH COST-CENTER BREAK, AND THE MONTH TOTAL.            *
006470***************************************************************
006480 Z100-END-OF-PROCESSING.
006490     IF APPLICATION-COUNT > 1
006500         MOVE 'N' TO APPLICATION-SORT-SWITCH
006510         PERFORM Z180-SORT-APPLICATION-TABLE
006520             UNTIL APPLICATION-SORT-DONE.
006530     IF APPLICATION-COUNT = ZERO
006540         MOVE SPACES TO CHARGEBACK-REPORT-RECORD
006550         WRITE CHARGEBACK-REPORT-RECORD
006560         MOVE NO-RUNS-LINE TO CHARGEBACK-REPORT-RECORD
006570         WRITE CHARGEBACK-REPORT-RECORD
006580     ELSE
006590         PERFORM Z110-REPORT-ONE-APPLICATION
006600             VARYING AP-IX FROM 1 BY 1
006610                 UNTIL AP-IX > APPLICATION-COUNT
006620         PERFORM Z150-PRINT-COST-CENTER-TOTAL
006630         PERFORM Z160-PRINT-MONTH-TOTAL.
006640     PERFORM Z170-WRITE-EXTRACT-TRAILER.
006650     PERFORM Z190-PRINT-JOB-SUMMARY.
006660     MOVE 'CHGBACK' TO RPT-TRAILER-PROGRAM.
006670     MOVE 1 TO RPT-TRAILER-PAGES.
006680     MOVE RPT-TRAILER-LINE TO CHARGEBACK-REPORT-RECORD.
006690     WRITE CHARGEBACK-REPORT-RECORD.
006700     CLOSE HISTORY-FILE, CHARGEBACK-REPORT-FILE,
006710         CHARGEBACK-EXTRACT-FILE.
006720     DISPLAY 'CHGBACK EXTRACT RECORDS WRITTEN: '
006730         EXTRACT-RECORDS-WRITTEN.
006740     MOVE 'CHGBACK' TO OST-PROGRAM-ID.
006750     SET OST-END-OF-JOB TO TRUE.
006760     MOVE HISTORY-RECORDS-READ TO OST-RECORDS-PROCESSED.
006770     MOVE ZERO TO OST-ERROR-COUNT.
006780     MOVE UNOWNED-PROGRAM-COUNT TO OST-EXCEPTION-COUNT.
006790     CALL 'OPSTAT' USING OPSTAT-PARM.
006800     CALL 'ERRLOGC'.
006810     IF UNOWNED-PROGRAM-COUNT > ZERO
006820         DISPLAY 'CHGBACK PROGRAMS WITH NO OWNERSHIP CARD: '
006830             UNOWNED-PROGRAM-COUNT
006840         MOVE 4 TO RETURN-CODE.
006850*
006860 Z110-REPORT-ONE-APPLICATION.
006870     IF AP-COST-CENTER (AP-IX) NOT = PREVIOUS-COST-CENTER
006880         AND AP-IX > 1
006890         PERFORM Z150-PRINT-COST-CENTER-TOTAL.
006900     MOVE AP-COST-CENTER (AP-IX) TO PREVIOUS-COST-CENTER.
006910     MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
006920     WRITE CHARGEBACK-REPORT-RECORD.
006930     MOVE AP-COST-CENTER (AP-IX) TO AHL-COST-CENTER.
006940     MOVE AP-APPLICATION (AP-IX) TO AHL-APPLICATION.
006950     MOVE AP-CONTACT (AP-IX) TO AHL-CONTACT.
006960     MOVE APPLICATION-HEADING-LINE TO CHARGEBACK-REPORT-RECORD.
006970     WRITE CHARGEBACK-REPORT-RECORD.
006980     PERFORM Z120-PRINT-ONE-PROGRAM
006990         VARYING PU-IX FROM 1 BY 1
007000             UNTIL PU-IX > PROGRAM-USAGE-COUNT.
007010     MOVE AP-COST-CENTER (AP-IX) TO CDL-COST-CENTER.
007020     MOVE AP-APPLICATION (AP-IX) TO CDL-APPLICATION.
007030     MOVE SPACES TO CDL-PROGRAM-ID.
007040     MOVE AP-RUNS (AP-IX) TO CDL-RUNS.
007050     MOVE AP-TIMED-RUNS (AP-IX) TO CDL-TIMED-RUNS.
007060     MOVE AP-RECORDS (AP-IX) TO CDL-RECORDS.
007070     MOVE AP-ERRORS (AP-IX) TO CDL-ERRORS.
007080     MOVE AP-EXCEPTIONS (AP-IX) TO CDL-EXCEPTIONS.
007090     MOVE AP-HUNDREDTHS (AP-IX) TO EDIT-WORK-HUNDREDTHS.
007100     PERFORM X200-EDIT-HOURS.
007110     MOVE '* APPLICATION TOTAL' TO CDL-LABEL.
007120     MOVE CHARGE-DETAIL-LINE TO CHARGEBACK-REPORT-RECORD.
007130     WRITE CHARGEBACK-REPORT-RECORD.
007140     PERFORM Z130-EXTRACT-ONE-APPLICATION.
007150     PERFORM Z140-PRINT-ONE-NAMED-COUNTER
007160         VARYING COUNTER-SUB FROM 1 BY 1
007170             UNTIL COUNTER-SUB > AP-COUNTER-COUNT (AP-IX).
007180     ADD AP-RUNS (AP-IX) TO CCT-RUNS, GRT-RUNS.
007190     ADD AP-TIMED-RUNS (AP-IX) TO CCT-TIMED-RUNS, GRT-TIMED-RUNS.
007200     ADD AP-RECORDS (AP-IX) TO CCT-RECORDS, GRT-RECORDS.
007210     ADD AP-ERRORS (AP-IX) TO CCT-ERRORS, GRT-ERRORS.
007220     ADD AP-EXCEPTIONS (AP-IX) TO CCT-EXCEPTIONS, GRT-EXCEPTIONS.
007230     ADD AP-HUNDREDTHS (AP-IX) TO CCT-HUNDREDTHS, GRT-HUNDREDTHS.
007240*
007250 Z120-PRINT-ONE-PROGRAM.
007260     IF PU-RUNS (PU-IX) > ZERO
007270         AND PU-COST-CENTER (PU-IX) = AP-COST-CENTER (AP-IX)
007280         AND PU-APPLICATION (PU-IX) = AP-APPLICATION (AP-IX)
007290         MOVE SPACES TO CDL-COST-CENTER, CDL-APPLICATION
007300         MOVE PU-PROGRAM-ID (PU-IX) TO CDL-PROGRAM-ID
007310         MOVE PU-RUNS (PU-IX) TO CDL-RUNS
007320         MOVE PU-TIMED-RUNS (PU-IX) TO CDL-TIMED-RUNS
007330         MOVE PU-RECORDS (PU-IX) TO CDL-RECORDS
007340         MOVE PU-ERRORS (PU-IX) TO CDL-ERRORS
007350         MOVE PU-EXCEPTIONS (PU-IX) TO CDL-EXCEPTIONS
007360         MOVE PU-HUNDREDTHS (PU-IX) TO EDIT-WORK-HUNDREDTHS
007370         PERFORM X200-EDIT-HOURS
007380         MOVE SPACES TO CDL-LABEL
007390         IF NOT PU-OWNED (PU-IX)
007400             MOVE 'NO OWNERSHIP CARD' TO CDL-LABEL
007410             ADD 1 TO UNOWNED-PROGRAM-COUNT
007420         END-IF
007430         MOVE CHARGE-DETAIL-LINE TO CHARGEBACK-REPORT-RECORD
007440         WRITE CHARGEBACK-REPORT-RECORD.
007450*
007460*    Z130 WRITES THE APPLICATION'S USAGE RECORD AND ONE COUNTER
007470*    RECORD PER NAMED COUNTER TO THE FINANCE EXTRACT.
007480 Z130-EXTRACT-ONE-APPLICATION.
007490     MOVE SPACES TO CHARGEBACK-EXTRACT-RECORD.
007500     SET CBX-USAGE-RECORD TO TRUE.
007510     MOVE CHARGE-MONTH TO CBX-MONTH.
007520     MOVE AP-COST-CENTER (AP-IX) TO CBX-COST-CENTER.
007530     MOVE AP-APPLICATION (AP-IX) TO CBX-APPLICATION.
007540     MOVE AP-RUNS (AP-IX) TO CBX-RUNS.
007550     MOVE AP-TIMED-RUNS (AP-IX) TO CBX-TIMED-RUNS.
007560     MOVE AP-RECORDS (AP-IX) TO CBX-RECORDS.
007570     MOVE AP-ERRORS (AP-IX) TO CBX-ERRORS.
007580     MOVE AP-EXCEPTIONS (AP-IX) TO CBX-EXCEPTIONS.
007590     DIVIDE AP-HUNDREDTHS (AP-IX) BY 100
007600         GIVING CBX-ELAPSED-SECONDS.
007610     WRITE CHARGEBACK-EXTRACT-RECORD.
007620     ADD 1 TO EXTRACT-RECORDS-WRITTEN.
007630     PERFORM Z135-EXTRACT-ONE-COUNTER
007640         VARYING COUNTER-SUB FROM 1 BY 1
007650             UNTIL COUNTER-SUB > AP-COUNTER-COUNT (AP-IX).
007660*
007670 Z135-EXTRACT-ONE-COUNTER.
007680     MOVE SPACES TO CHARGEBACK-EXTRACT-RECORD.
007690     SET CBX-COUNTER-RECORD TO TRUE.
007700     MOVE CHARGE-MONTH TO CBX-MONTH.
007710     MOVE AP-COST-CENTER (AP-IX) TO CBX-COST-CENTER.
007720     MOVE AP-APPLICATION (AP-IX) TO CBX-APPLICATION.
007730     MOVE AP-CTR-NAME (AP-IX, COUNTER-SUB) TO CBX-COUNTER-NAME.
007740     MOVE AP-CTR-TOTAL (AP-IX, COUNTER-SUB)
007750         TO CBX-COUNTER-TOTAL.
007760     WRITE CHARGEBACK-EXTRACT-RECORD.
007770     ADD 1 TO EXTRACT-RECORDS-WRITTEN.
007780*
007790 Z140-PRINT-ONE-NAMED-COUNTER.
007800     MOVE AP-CTR-NAME (AP-IX, COUNTER-SUB) TO NCL-NAME.
007810     MOVE AP-CTR-TOTAL (AP-IX, COUNTER-SUB) TO NCL-TOTAL.
007820     MOVE NAMED-COUNTER-LINE TO CHARGEBACK-REPORT-RECORD.
007830     WRITE CHARGEBACK-REPORT-RECORD.
007840*
007850 Z150-PRINT-COST-CENTER-TOTAL.
007860     MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
007870     WRITE CHARGEBACK-REPORT-RECORD.
007880     MOVE PREVIOUS-COST-CENTER TO CDL-COST-CENTER.
007890     MOVE SPACES TO CDL-APPLICATION, CDL-PROGRAM-ID.
007900     MOVE CCT-RUNS TO CDL-RUNS.
007910     MOVE CCT-TIMED-RUNS TO CDL-TIMED-RUNS.
007920     MOVE CCT-RECORDS TO CDL-RECORDS.
007930     MOVE CCT-ERRORS TO CDL-ERRORS.
007940     MOVE CCT-EXCEPTIONS TO CDL-EXCEPTIONS.
007950     MOVE CCT-HUNDREDTHS TO EDIT-WORK-HUNDREDTHS.
007960     PERFORM X200-EDIT-HOURS.
007970     MOVE '** COST CENTER TOTAL' TO CDL-LABEL.
007980     MOVE CHARGE-DETAIL-LINE TO CHARGEBACK-REPORT-RECORD.
007990     WRITE CHARGEBACK-REPORT-RECORD.
008000     MOVE ZERO TO CCT-RUNS, CCT-TIMED-RUNS, CCT-RECORDS,
008010         CCT-ERRORS, CCT-EXCEPTIONS, CCT-HUNDREDTHS.
008020*
008030 Z160-PRINT-MONTH-TOTAL.
008040     MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
008050     WRITE CHARGEBACK-REPORT-RECORD.
008060     MOVE SPACES TO CDL-COST-CENTER, CDL-APPLICATION,
008070         CDL-PROGRAM-ID.
008080     MOVE GRT-RUNS TO CDL-RUNS.
008090     MOVE GRT-TIMED-RUNS TO CDL-TIMED-RUNS.
008100     MOVE GRT-RECORDS TO CDL-RECORDS.
008110     MOVE GRT-ERRORS TO CDL-ERRORS.
008120     MOVE GRT-EXCEPTIONS TO CDL-EXCEPTIONS.
008130     MOVE GRT-HUNDREDTHS TO EDIT-WORK-HUNDREDTHS.
008140     PERFORM X200-EDIT-HOURS.
008150     MOVE '*** MONTH TOTAL' TO CDL-LABEL.
008160     MOVE CHARGE-DETAIL-LINE TO CHARGEBACK-REPORT-RECORD.
008170     WRITE CHARGEBACK-REPORT-RECORD.
008180*
008190*    Z170 ENDS THE EXTRACT WITH ITS TRAILER - THE COUNT OF
008200*    RECORDS WRITTEN BEFORE IT AND THE MONTH'S TOTALS.
008210 Z170-WRITE-EXTRACT-TRAILER.
008220     MOVE SPACES TO CHARGEBACK-EXTRACT-RECORD.
008230     SET CBX-TRAILER-RECORD TO TRUE.
008240     MOVE CHARGE-MONTH TO CBX-MONTH.
008250     MOVE EXTRACT-RECORDS-WRITTEN TO CBX-RECORD-COUNT.
008260     MOVE GRT-RUNS TO CBX-TOTAL-RUNS.
008270     MOVE GRT-RECORDS TO CBX-TOTAL-RECORDS.
008280     DIVIDE GRT-HUNDREDTHS BY 100 GIVING CBX-TOTAL-SECONDS.
008290     WRITE CHARGEBACK-EXTRACT-RECORD.
008300     ADD 1 TO EXTRACT-RECORDS-WRITTEN.
008310*
008320 Z180-SORT-APPLICATION-TABLE.
008330     SET APPLICATION-SORT-DONE TO TRUE.
008340     PERFORM Z185-APPLICATION-EXCHANGE-PASS
008350         VARYING APPLICATION-SORT-SUB FROM 2 BY 1
008360             UNTIL APPLICATION-SORT-SUB > APPLICATION-COUNT.
008370*
008380 Z185-APPLICATION-EXCHANGE-PASS.
008390     COMPUTE APPLICATION-SORT-SUB-1 = APPLICATION-SORT-SUB - 1.
008400     IF AP-COST-CENTER (APPLICATION-SORT-SUB-1)
008410         > AP-COST-CENTER (APPLICATION-SORT-SUB)
008420         OR (AP-COST-CENTER (APPLICATION-SORT-SUB-1)
008430             = AP-COST-CENTER (APPLICATION-SORT-SUB)
008440         AND AP-APPLICATION (APPLICATION-SORT-SUB-1)
008450             > AP-APPLICATION (APPLICATION-SORT-SUB))
008460         MOVE APPLICATION-ENTRY (APPLICATION-SORT-SUB-1)
008470             TO APPLICATION-SWAP-ENTRY
008480         MOVE APPLICATION-ENTRY (APPLICATION-SORT-SUB)
008490             TO APPLICATION-ENTRY (APPLICATION-SORT-SUB-1)
008500         MOVE APPLICATION-SWAP-ENTRY
008510             TO APPLICATION-ENTRY (APPLICATION-SORT-SUB)
008520         MOVE 'N' TO APPLICATION-SORT-SWITCH.
008530*
008540 Z190-PRINT-JOB-SUMMARY.
008550     MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
008560     WRITE CHARGEBACK-REPORT-RECORD.
008570     MOVE 'OWNERSHIP CARDS LOADED =' TO SML-LABEL.
008580     MOVE OWNER-TABLE-COUNT TO SML-COUNT.
008590     MOVE SUMMARY-LINE TO CHARGEBACK-REPORT-RECORD.
008600     WRITE CHARGEBACK-REPORT-RECORD.
008610     MOVE 'HISTORY RECORDS READ =' TO SML-LABEL.
008620     MOVE HISTORY-RECORDS-READ TO SML-COUNT.
008630     MOVE SUMMARY-LINE TO CHARGEBACK-REPORT-RECORD.
008640     WRITE CHARGEBACK-REPORT-RECORD.
008650     MOVE 'PROGRAMS WITHOUT AN OWNER CARD =' TO SML-LABEL.
008660     MOVE UNOWNED-PROGRAM-COUNT TO SML-COUNT.
008670     MOVE SUMMARY-LINE TO CHARGEBACK-REPORT-RECORD.
008680     WRITE CHARGEBACK-REPORT-RECORD.
008690     MOVE 'EXTRACT RECORDS WRITTEN =' TO SML-LABEL.
008700     MOVE EXTRACT-RECORDS-WRITTEN TO SML-COUNT.
008710     MOVE SUMMARY-LINE TO CHARGEBACK-REPORT-RECORD.
008720     WRITE CHARGEBACK-REPORT-RECORD.
008730*
008740 X100-COMPUTE-HUNDREDTHS.
008750     COMPUTE WORK-HUNDREDTHS = WT-HH * 360000
008760         + WT-MM * 6000 + WT-SS * 100 + WT-TT.
008770*
008780*    X200-EDIT-HOURS PRINTS A HUNDREDTHS FIGURE AS HOURS.
008790 X200-EDIT-HOURS.
008800     COMPUTE EDIT-HOURS ROUNDED = EDIT-WORK-HUNDREDTHS / 360000.
008810     MOVE EDIT-HOURS TO CDL-ELAPSED-HOURS.
008820*
008830*    X300-CENTURY-MONTH TURNS THE YYMMDD DATE IN WORK-YYMMDD
008840*    INTO ITS CCYYMM MONTH IN WORK-MONTH.
008850 X300-CENTURY-MONTH.
008860     IF WORK-YY < 70
008870         COMPUTE WORK-YEAR = 2000 + WORK-YY
008880     ELSE
008890         COMPUTE WORK-YEAR = 1900 + WORK-YY.
008900     MOVE WORK-YYMMDD-MM TO WORK-MM.
