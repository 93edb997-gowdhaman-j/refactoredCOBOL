000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TAPERPT.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* TAPE VOLUME INVENTORY REPORT FOR THE QUARTERLY VAULT AUDIT.   *
000150* CALLGTDS POSTS EVERY VOLSER IT RESOLVES TO THE KEYED TAPE     *
000160* INVENTORY MASTER (DD TAPEINV, LAYOUT TAPEINV0).  THIS STEP    *
000170* READS THE MASTER AND PRINTS (DD UT-S-TAPERPT) THREE LISTS -   *
000180* VOLUMES NO SWEEP HAS SEEN IN N DAYS OR MORE, POSSIBLY LOST OR *
000190* MIS-VAULTED; VOLUMES WHOSE DATASET NAME CHANGED AT THE LATEST *
000200* SWEEP, WITH THE NAME THEY HAD BEFORE; AND VOLUMES THE LATEST  *
000210* SWEEP SAW FOR THE FIRST TIME.  THE LATEST SWEEP IS THE NEWEST *
000220* LAST-SEEN DATE ON THE MASTER.  N IS THE CARD TAPERPT          *
000230* MISSING-DAYS NNN (READ THROUGH CTLREAD), DEFAULT 030, COUNTED *
000240* FROM THE LAST-SEEN DATE TO TODAY BY DATECALC.                 *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TAPE-INVENTORY-FILE ASSIGN TO TAPEINV
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS TIV-VOLSER
000340         FILE STATUS TAPE-INVENTORY-STATUS.
000350     SELECT SORT-FILE ASSIGN TO SORTWK01.
000360     SELECT INVENTORY-REPORT-FILE ASSIGN TO UT-S-TAPERPT.
000370 DATA DIVISION.
000380 FILE SECTION.
000390*
000400 FD  TAPE-INVENTORY-FILE
000410     RECORD CONTAINS 150 CHARACTERS
000420     DATA RECORD IS TAPE-INVENTORY-RECORD.
000430     COPY TAPEINV0.
000440*
000450 SD  SORT-FILE
000460     DATA RECORD IS SORT-RECORD.
000470 01  SORT-RECORD.
000480     05  SRT-SECTION              PIC 9.
000490     05  SRT-VOLSER               PIC X(6).
000500     05  SRT-CATALOG-TYPE         PIC X.
000510     05  SRT-DSNAME               PIC X(44).
000520     05  SRT-EXPIRE-DATE          PIC X(6).
000530     05  SRT-FIRST-SEEN-DATE      PIC 9(8).
000540     05  SRT-LAST-SEEN-DATE       PIC 9(8).
000550     05  SRT-TIMES-SEEN           PIC S9(7).
000560     05  SRT-DAYS-UNSEEN          PIC S9(7).
000570     05  SRT-PREVIOUS-DSNAME      PIC X(44).
000580*
000590 FD  INVENTORY-REPORT-FILE
000600     RECORDING MODE IS F
000610     BLOCK CONTAINS 0 RECORDS
000620     RECORD CONTAINS 133 CHARACTERS
000630     LABEL RECORDS ARE OMITTED.
000640 01  INVENTORY-REPORT-RECORD      PIC X(133).
000650*
000660 WORKING-STORAGE SECTION.
000670 77  FILLER PIC X(35)  VALUE
000680     'TAPERPT WORKING STORAGE BEGINS HERE'.
000690*
000700 01  INVENTORY-FILE-SWITCH        PIC X VALUE 'N'.
000710     88  INVENTORY-FILE-EOF           VALUE 'Y'.
000720 01  SORT-RETURN-SWITCH           PIC X VALUE 'N'.
000730     88  SORT-RETURN-EOF              VALUE 'Y'.
000740 01  TAPE-INVENTORY-STATUS        PIC XX VALUE '00'.
000750*
000760***************************************************************
000770*    AUDIT-DATE-FIELDS - LATEST-SWEEP-DATE IS FOUND BY A FIRST  *
000780*    PASS OF THE MASTER; MISSING-DAYS IS THE LOST-VOLUME LIMIT. *
000790***************************************************************
000800 01  AUDIT-DATE-FIELDS.
000810     05  RUN-DATE-CCYYMMDD        PIC 9(8).
000820     05  LATEST-SWEEP-DATE        PIC 9(8) VALUE ZEROS.
000830     05  MISSING-DAYS             PIC 9(3) VALUE 030.
000840     05  DAYS-UNSEEN              PIC S9(7) VALUE +0.
000850     05  DAYS-CARD-VALUE          PIC X(3).
000860     05  DAYS-CARD-VALUE-N REDEFINES DAYS-CARD-VALUE PIC 9(3).
000870*
000880***************************************************************
000890*    SECTION-TITLE-TABLE NAMES THE THREE LISTS IN THE ORDER     *
000900*    SRT-SECTION SORTS THEM; SECTION-COUNT COUNTS EACH.         *
000910***************************************************************
000920 01  SECTION-TITLE-VALUES.
000930     05  FILLER                   PIC X(60) VALUE
000940         'VOLUMES NOT SEEN - POSSIBLY LOST OR MIS-VAULTED'.
000950     05  FILLER                   PIC X(60) VALUE
000960         'VOLUMES WHOSE DATASET NAME CHANGED AT THE LATEST SWEEP'.
000970     05  FILLER                   PIC X(60) VALUE
000980         'NEW VOLUMES - FIRST SEEN AT THE LATEST SWEEP'.
000990 01  SECTION-TITLE-TABLE REDEFINES SECTION-TITLE-VALUES.
001000     05  SECTION-TITLE            PIC X(60) OCCURS 3 TIMES.
001010 01  SECTION-COUNT-TABLE.
001020     05  SECTION-COUNT            PIC S9(5) COMP OCCURS 3 TIMES.
001030 01  CURRENT-SECTION              PIC S9(4) COMP VALUE +0.
001040*
001050 01  STATISTICAL-DATA.
001060     05  INVENTORY-RECORDS-READ   PIC S9(7) COMP VALUE +0.
001070     05  COUNT-OF-PAGES           PIC S9(5) COMP-3 VALUE +1.
001080     05  COUNT-OF-LINES           PIC S9(3) COMP-3 VALUE +0.
001090         88  BOTTOM-OF-PAGE           VALUE +58.
001100     05  CCTL                     PIC 9 VALUE 1.
001110     05  WS-DATE.
001120         10  WS-YEAR              PIC XX.
001130         10  WS-MONTH             PIC XX.
001140         10  WS-DAY               PIC XX.
001150     05  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
001160*
001170*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001180*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001190*    LOGGER, CALLED AT START AND END OF JOB.
001200 COPY OPSTATP.
001210*
001220*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
001230*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
001240*    WHICH COUNTS THE DAYS SINCE EACH VOLUME WAS LAST SEEN.
001250 COPY DATECALP.
001260*
001270*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001280*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
001290 COPY CTLCARD0.
001300*
001310***************************************************************
001320*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
001330*    REPORT THE SHOP'S SHARED HEADING AND TRAILER.              *
001340***************************************************************
001350 COPY RPTHDR0.
001360 01  CRITERIA-LINE.
001370     05  FILLER                   PIC X VALUE SPACE.
001380     05  FILLER                   PIC X(15) VALUE
001390         'LATEST SWEEP: '.
001400     05  CRL-LATEST-SWEEP         PIC 9(8).
001410     05  FILLER                   PIC X(28) VALUE
001420         '   LOST AFTER NOT SEEN FOR '.
001430     05  CRL-MISSING-DAYS         PIC ZZ9.
001440     05  FILLER                   PIC X(78) VALUE ' DAYS'.
001450 01  SECTION-HEADING-LINE.
001460     05  FILLER                   PIC X VALUE SPACE.
001470     05  SHL-TITLE                PIC X(60).
001480     05  FILLER                   PIC X(72) VALUE SPACES.
001490 01  COLUMN-HEADING-LINE.
001500     05  FILLER                   PIC X(3) VALUE SPACES.
001510     05  FILLER                   PIC X(9) VALUE 'VOLSER'.
001520     05  FILLER                   PIC X(4) VALUE 'CAT'.
001530     05  FILLER                   PIC X(46) VALUE 'DATASET NAME'.
001540     05  FILLER                   PIC X(9) VALUE 'EXPIRES'.
001550     05  FILLER                   PIC X(10) VALUE 'FIRST SEEN'.
001560     05  FILLER                   PIC X(10) VALUE 'LAST SEEN'.
001570     05  FILLER                   PIC X(11) VALUE '    TIMES'.
001580     05  FILLER                   PIC X(31) VALUE 'DAYS UNSEEN'.
001590 01  INVENTORY-DETAIL-LINE.
001600     05  FILLER                   PIC X(3) VALUE SPACES.
001610     05  IDL-VOLSER               PIC X(6).
001620     05  FILLER                   PIC X(3) VALUE SPACES.
001630     05  IDL-CATALOG-TYPE         PIC X.
001640     05  FILLER                   PIC X(3) VALUE SPACES.
001650     05  IDL-DSNAME               PIC X(44).
001660     05  FILLER                   PIC X(2) VALUE SPACES.
001670     05  IDL-EXPIRE-DATE          PIC X(6).
001680     05  FILLER                   PIC X(3) VALUE SPACES.
001690     05  IDL-FIRST-SEEN-DATE      PIC 9(8).
001700     05  FILLER                   PIC X(2) VALUE SPACES.
001710     05  IDL-LAST-SEEN-DATE       PIC 9(8).
001720     05  FILLER                   PIC X(2) VALUE SPACES.
001730     05  IDL-TIMES-SEEN           PIC Z,ZZZ,ZZ9.
001740     05  FILLER                   PIC X(2) VALUE SPACES.
001750     05  IDL-DAYS-UNSEEN          PIC Z,ZZZ,ZZ9.
001760     05  IDL-DAYS-UNSEEN-X REDEFINES IDL-DAYS-UNSEEN PIC X(9).
001770     05  FILLER                   PIC X(22) VALUE SPACES.
001780 01  PREVIOUS-NAME-LINE.
001790     05  FILLER                   PIC X(9) VALUE SPACES.
001800     05  FILLER                   PIC X(7) VALUE 'WAS:  '.
001810     05  PNL-PREVIOUS-DSNAME      PIC X(44).
001820     05  FILLER                   PIC X(73) VALUE SPACES.
001830 01  SECTION-COUNT-LINE.
001840     05  FILLER                   PIC X(3) VALUE SPACES.
001850     05  SCL-COUNT                PIC ZZZZ9.
001860     05  FILLER                   PIC X(10) VALUE ' VOLUME(S)'.
001870     05  FILLER                   PIC X(115) VALUE SPACES.
001880 01  NONE-LINE.
001890     05  FILLER                   PIC X(3) VALUE SPACES.
001900     05  FILLER                   PIC X(4) VALUE 'NONE'.
001910     05  FILLER                   PIC X(126) VALUE SPACES.
001920 01  TOTAL-LINE.
001930     05  FILLER                   PIC X VALUE SPACE.
001940     05  TTL-LABEL                PIC X(40).
001950     05  TTL-COUNT                PIC ZZZ,ZZ9.
001960     05  FILLER                   PIC X(85) VALUE SPACES.
001970*
001980 PROCEDURE DIVISION.
001990     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
002000     SORT SORT-FILE
002010         ON ASCENDING KEY SRT-SECTION
002020                          SRT-VOLSER
002030         INPUT PROCEDURE IS 100-CLASSIFY-INVENTORY
002040         OUTPUT PROCEDURE IS 200-PRINT-INVENTORY-REPORT.
002050     PERFORM 9990-END-OF-JOB THRU 9990-EXIT.
002060     GOBACK.
002070*
002080***************************************************************
002090*    100 READS THE MASTER A SECOND TIME AND RELEASES EACH       *
002100*    VOLUME ONCE FOR EVERY LIST IT BELONGS ON.                  *
002110***************************************************************
002120 100-CLASSIFY-INVENTORY SECTION.
002130     OPEN INPUT TAPE-INVENTORY-FILE.
002140     MOVE 'N' TO INVENTORY-FILE-SWITCH.
002150     PERFORM 1000-CLASSIFY-ONE-VOLUME THRU 1000-EXIT
002160         UNTIL INVENTORY-FILE-EOF.
002170     CLOSE TAPE-INVENTORY-FILE.
002180*
002190 200-PRINT-INVENTORY-REPORT SECTION.
002200     PERFORM 2000-RETURN-SORTED-RECORD THRU 2000-EXIT
002210         UNTIL SORT-RETURN-EOF.
002220*
002230 999-PROCEDURES SECTION.
002240*
002250 1000-CLASSIFY-ONE-VOLUME.
002260     READ TAPE-INVENTORY-FILE
002270         AT END
002280             MOVE 'Y' TO INVENTORY-FILE-SWITCH
002290             GO TO 1000-EXIT.
002300     ADD 1 TO INVENTORY-RECORDS-READ.
002310     MOVE ZERO TO DAYS-UNSEEN.
002320     SET DTC-DAY-COUNT-FUNCTION TO TRUE.
002330     MOVE TIV-LAST-SEEN-DATE TO DTC-DATE-CCYYMMDD.
002340     MOVE RUN-DATE-CCYYMMDD TO DTC-TO-DATE-CCYYMMDD.
002350     CALL 'DATECALC' USING DATECALC-PARM.
002360     IF DTC-SUCCESSFUL
002370         MOVE DTC-DAY-COUNT TO DAYS-UNSEEN.
002380     MOVE SPACES TO SORT-RECORD.
002390     MOVE TIV-VOLSER TO SRT-VOLSER.
002400     MOVE TIV-CATALOG-TYPE TO SRT-CATALOG-TYPE.
002410     MOVE TIV-DSNAME TO SRT-DSNAME.
002420     MOVE TIV-EXPIRE-DATE TO SRT-EXPIRE-DATE.
002430     MOVE TIV-FIRST-SEEN-DATE TO SRT-FIRST-SEEN-DATE.
002440     MOVE TIV-LAST-SEEN-DATE TO SRT-LAST-SEEN-DATE.
002450     MOVE TIV-TIMES-SEEN TO SRT-TIMES-SEEN.
002460     MOVE DAYS-UNSEEN TO SRT-DAYS-UNSEEN.
002470     MOVE TIV-PREVIOUS-DSNAME TO SRT-PREVIOUS-DSNAME.
002480     IF DAYS-UNSEEN NOT < MISSING-DAYS
002490         MOVE 1 TO SRT-SECTION
002500         RELEASE SORT-RECORD.
002510     IF TIV-DSNAME-CHANGED-DATE = LATEST-SWEEP-DATE
002520         AND TIV-DSNAME-CHANGED-DATE NOT = ZERO
002530         MOVE 2 TO SRT-SECTION
002540         RELEASE SORT-RECORD.
002550     IF TIV-FIRST-SEEN-DATE = LATEST-SWEEP-DATE
002560         MOVE 3 TO SRT-SECTION
002570         RELEASE SORT-RECORD.
002580 1000-EXIT. EXIT.
002590*
002600***************************************************************
002610*    2000-2400 PRINT THE THREE LISTS IN ORDER, EACH WITH ITS    *
002620*    TITLE, ITS VOLUMES (OR NONE), AND ITS VOLUME COUNT.        *
002630***************************************************************
002640 2000-RETURN-SORTED-RECORD.
002650     RETURN SORT-FILE
002660         AT END
002670             MOVE 'Y' TO SORT-RETURN-SWITCH
002680             PERFORM 2400-ADVANCE-SECTION THRU 2400-EXIT
002690                 UNTIL CURRENT-SECTION > 3
002700             GO TO 2000-EXIT.
002710     PERFORM 2400-ADVANCE-SECTION THRU 2400-EXIT
002720         UNTIL CURRENT-SECTION = SRT-SECTION.
002730     PERFORM 2200-PRINT-DETAIL-LINE THRU 2200-EXIT.
002740 2000-EXIT. EXIT.
002750*
002760 2200-PRINT-DETAIL-LINE.
002770     MOVE SRT-VOLSER TO IDL-VOLSER.
002780     MOVE SRT-CATALOG-TYPE TO IDL-CATALOG-TYPE.
002790     MOVE SRT-DSNAME TO IDL-DSNAME.
002800     MOVE SRT-EXPIRE-DATE TO IDL-EXPIRE-DATE.
002810     MOVE SRT-FIRST-SEEN-DATE TO IDL-FIRST-SEEN-DATE.
002820     MOVE SRT-LAST-SEEN-DATE TO IDL-LAST-SEEN-DATE.
002830     MOVE SRT-TIMES-SEEN TO IDL-TIMES-SEEN.
002840     IF SRT-SECTION = 1
002850         MOVE SRT-DAYS-UNSEEN TO IDL-DAYS-UNSEEN
002860     ELSE
002870         MOVE SPACES TO IDL-DAYS-UNSEEN-X.
002880     MOVE INVENTORY-DETAIL-LINE TO INVENTORY-REPORT-RECORD.
002890     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
002900     IF SRT-SECTION = 2
002910         MOVE SRT-PREVIOUS-DSNAME TO PNL-PREVIOUS-DSNAME
002920         MOVE PREVIOUS-NAME-LINE TO INVENTORY-REPORT-RECORD
002930         PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
002940     ADD 1 TO SECTION-COUNT (CURRENT-SECTION).
002950 2200-EXIT. EXIT.
002960*
002970*    2400 CLOSES THE LIST IN PROGRESS AND OPENS THE NEXT, SO AN
002980*    EMPTY LIST STILL PRINTS, AS NONE.
002990 2400-ADVANCE-SECTION.
003000     IF CURRENT-SECTION > ZERO
003010         IF SECTION-COUNT (CURRENT-SECTION) = ZERO
003020             MOVE NONE-LINE TO INVENTORY-REPORT-RECORD
003030             PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT
003040         ELSE
003050             MOVE SECTION-COUNT (CURRENT-SECTION) TO SCL-COUNT
003060             MOVE SECTION-COUNT-LINE TO INVENTORY-REPORT-RECORD
003070             PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
003080     ADD 1 TO CURRENT-SECTION.
003090     IF CURRENT-SECTION > 3
003100         GO TO 2400-EXIT.
003110     MOVE SECTION-TITLE (CURRENT-SECTION) TO SHL-TITLE.
003120     MOVE 3 TO CCTL.
003130     MOVE SECTION-HEADING-LINE TO INVENTORY-REPORT-RECORD.
003140     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
003150     MOVE 2 TO CCTL.
003160     MOVE COLUMN-HEADING-LINE TO INVENTORY-REPORT-RECORD.
003170     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
003180 2400-EXIT. EXIT.
003190*
003200***************************************************************
003210*    7500-PRINT-HEADING AND 7600-PRINT-A-LINE GIVE THE REPORT   *
003220*    A RUN DATE, TITLE AND PAGE NUMBER ON EACH PAGE, THE SAME   *
003230*    TREATMENT CHURNRPT GIVES THE CHURN TREND REPORT.           *
003240***************************************************************
003250 7500-PRINT-HEADING.
003260     MOVE COUNT-OF-PAGES TO RPT-HEADING-PAGE.
003270     MOVE RPT-HEADING-LINE TO INVENTORY-REPORT-RECORD.
003280     WRITE INVENTORY-REPORT-RECORD AFTER ADVANCING PAGE.
003290     MOVE CRITERIA-LINE TO INVENTORY-REPORT-RECORD.
003300     MOVE 2 TO CCTL.
003310     WRITE INVENTORY-REPORT-RECORD AFTER ADVANCING CCTL LINES.
003320     MOVE SPACES TO INVENTORY-REPORT-RECORD.
003330     MOVE 3 TO COUNT-OF-LINES.
003340     ADD 1 TO COUNT-OF-PAGES.
003350     MOVE 1 TO CCTL.
003360 7500-EXIT. EXIT.
003370*
003380 7600-PRINT-A-LINE.
003390     WRITE INVENTORY-REPORT-RECORD AFTER ADVANCING CCTL LINES.
003400     ADD CCTL TO COUNT-OF-LINES.
003410     MOVE 1 TO CCTL.
003420     MOVE SPACES TO INVENTORY-REPORT-RECORD.
003430     IF BOTTOM-OF-PAGE
003440         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
003450 7600-EXIT. EXIT.
003460*
003470 9900-INITIALIZATION.
003480     OPEN OUTPUT INVENTORY-REPORT-FILE.
003490     ACCEPT WS-DATE FROM DATE.
003500     COMPUTE RUN-DATE-CCYYMMDD = 20000000 + WS-DATE-N.
003510     MOVE ZERO TO SECTION-COUNT (1), SECTION-COUNT (2),
003520         SECTION-COUNT (3).
003530     MOVE 'TAPERPT' TO CTC-PROGRAM-ID.
003540     MOVE 'MISSING-DAYS' TO CTC-PARM-NAME.
003550     CALL 'CTLREAD' USING CTLCARD-PARM.
003560     IF CTC-PARM-FOUND
003570         MOVE CTC-PARM-VALUE (1:3) TO DAYS-CARD-VALUE
003580         IF DAYS-CARD-VALUE NUMERIC
003590             AND DAYS-CARD-VALUE-N > ZERO
003600             MOVE DAYS-CARD-VALUE-N TO MISSING-DAYS
003610         ELSE
003620             DISPLAY 'TAPERPT INVALID MISSING-DAYS CARD IGNORED: '
003630                 CTC-PARM-VALUE.
003640     PERFORM 9910-FIND-LATEST-SWEEP THRU 9910-EXIT.
003650     MOVE WS-MONTH TO RPT-HEADING-MONTH.
003660     MOVE WS-DAY TO RPT-HEADING-DAY.
003670     MOVE WS-YEAR TO RPT-HEADING-YEAR.
003680     MOVE 'TAPERPT' TO RPT-HEADING-PROGRAM.
003690     MOVE 'TAPE VOLUME INVENTORY - VAULT AUDIT'
003700         TO RPT-HEADING-TITLE.
003710     MOVE LATEST-SWEEP-DATE TO CRL-LATEST-SWEEP.
003720     MOVE MISSING-DAYS TO CRL-MISSING-DAYS.
003730     PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
003740     MOVE 'TAPERPT' TO OST-PROGRAM-ID.
003750     SET OST-START-OF-JOB TO TRUE.
003760     MOVE SPACES TO OST-NAMED-COUNTERS.
003770     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003780         OST-EXCEPTION-COUNT.
003790     CALL 'OPSTAT' USING OPSTAT-PARM.
003800 9900-EXIT. EXIT.
003810*
003820*    9910 IS THE FIRST PASS - THE NEWEST LAST-SEEN DATE ON THE
003830*    MASTER IS THE DATE OF THE LATEST SWEEP.
003840 9910-FIND-LATEST-SWEEP.
003850     OPEN INPUT TAPE-INVENTORY-FILE.
003860     PERFORM 9915-READ-FOR-LATEST THRU 9915-EXIT
003870         UNTIL INVENTORY-FILE-EOF.
003880     CLOSE TAPE-INVENTORY-FILE.
003890 9910-EXIT. EXIT.
003900*
003910 9915-READ-FOR-LATEST.
003920     READ TAPE-INVENTORY-FILE
003930         AT END
003940             MOVE 'Y' TO INVENTORY-FILE-SWITCH
003950             GO TO 9915-EXIT.
003960     IF TIV-LAST-SEEN-DATE > LATEST-SWEEP-DATE
003970         MOVE TIV-LAST-SEEN-DATE TO LATEST-SWEEP-DATE.
003980 9915-EXIT. EXIT.
003990*
004000 9990-END-OF-JOB.
004010     MOVE 3 TO CCTL.
004020     MOVE 'VOLUMES ON THE INVENTORY' TO TTL-LABEL.
004030     MOVE INVENTORY-RECORDS-READ TO TTL-COUNT.
004040     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
004050     MOVE 'VOLUMES POSSIBLY LOST OR MIS-VAULTED' TO TTL-LABEL.
004060     MOVE SECTION-COUNT (1) TO TTL-COUNT.
004070     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
004080     MOVE 'DATASET NAME CHANGES' TO TTL-LABEL.
004090     MOVE SECTION-COUNT (2) TO TTL-COUNT.
004100     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
004110     MOVE 'NEW VOLUMES' TO TTL-LABEL.
004120     MOVE SECTION-COUNT (3) TO TTL-COUNT.
004130     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
004140     MOVE 'TAPERPT' TO RPT-TRAILER-PROGRAM.
004150     MOVE COUNT-OF-PAGES TO RPT-TRAILER-PAGES.
004160     MOVE RPT-TRAILER-LINE TO INVENTORY-REPORT-RECORD.
004170     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004180     CLOSE INVENTORY-REPORT-FILE.
004190     MOVE 'TAPERPT' TO OST-PROGRAM-ID.
004200     SET OST-END-OF-JOB TO TRUE.
004210     MOVE INVENTORY-RECORDS-READ TO OST-RECORDS-PROCESSED.
004220     MOVE ZERO TO OST-ERROR-COUNT.
004230     MOVE SECTION-COUNT (1) TO OST-EXCEPTION-COUNT.
004240     CALL 'OPSTAT' USING OPSTAT-PARM.
004250 9990-EXIT. EXIT.
004260*
004270 9995-PRINT-TOTAL.
004280     MOVE TOTAL-LINE TO INVENTORY-REPORT-RECORD.
004290     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004300 9995-EXIT. EXIT.
