000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    BCBSMRG.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* MERGE STEP FOR THE PARTITIONED BCBSEXT3 SWEEP.  MACHSPLT CUTS *
000150* THE MACHINE FILE INTO MEMBER-NAME RANGES AND ONE BCBSEXT3     *
000160* STEP PER PARTITION SWEEPS EACH IN PARALLEL (BCBSEXT3          *
000170* PARTITION NN CARD); THIS STEP PUTS THEIR OUTPUTS BACK INTO    *
000180* THE SAME SINGLE REPORT (DD UT-S-REPORT), EXCEPTION FILE (DD   *
000190* UT-S-EXCPTN) AND MODULE EXTRACT (DD UT-S-MODEXT) AN UNSPLIT   *
000200* BCBSEXT3 RUN WRITES, SO NO DOWNSTREAM STEP CHANGES.  EACH     *
000210* INPUT IS THE PARTITIONS' OUTPUTS CONCATENATED IN PARTITION    *
000220* ORDER, LOWEST MEMBER RANGE FIRST:                             *
000230*     DD UT-S-PARTSTAT   PARTITION STATISTICS (COPY BCBSPST0)   *
000240*     DD UT-S-PARTRPT    PARTITION REPORTS (DETAIL LINES ONLY)  *
000250*     DD UT-S-PARTEXC    PARTITION EXCEPTION FILES              *
000260*     DD UT-S-PARTEXT    PARTITION MODULE EXTRACTS              *
000270* BEFORE ANY OUTPUT IS WRITTEN, THE MACHINE RECORDS THE         *
000280* PARTITIONS READ ARE ADDED UP AND PROVED AGAINST THE UNSPLIT   *
000290* INPUT COUNT MACHSPLT FILED WITH CTLTOT UNDER MACHINE - A      *
000300* PARTITION MISSING FROM THE CONCATENATION, OR ONE IN IT TWICE, *
000310* STOPS THE STEP.  THE EXTRACT RECORDS COPIED MUST LIKEWISE     *
000320* MATCH WHAT THE PARTITIONS SAY THEY WROTE; THE COMBINED TOTAL  *
000330* IS THEN FILED UNDER MODEXT FOR SRTSVC99 TO CHECK AS BEFORE.   *
000340* THE REPORT GETS BCBSEXT3'S OWN HEADINGS AND PAGINATION, AND   *
000350* THE PARTITIONS' FIGURES ARE ADDED TOGETHER INTO BCBSEXT3'S    *
000360* END-OF-JOB STATISTICS SECTION - DSNAME COUNTS, OLD MODULES    *
000370* AND COMPILER DETAIL IN THE ORDER ONE WHOLE-FILE RUN WOULD     *
000380* HAVE COLLECTED THEM.                                          *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PARTITION-STATS-FILE ASSIGN TO UT-S-PARTSTAT.
000450     SELECT PARTITION-REPORT-FILE ASSIGN TO UT-S-PARTRPT.
000460     SELECT PARTITION-EXCEPTION-FILE ASSIGN TO UT-S-PARTEXC.
000470     SELECT PARTITION-EXTRACT-FILE ASSIGN TO UT-S-PARTEXT.
000480     SELECT REPORT-FILE ASSIGN TO UT-S-REPORT.
000490     SELECT EXCEPTION-FILE ASSIGN TO UT-S-EXCPTN.
000500     SELECT MODULE-EXTRACT-FILE ASSIGN TO UT-S-MODEXT.
000510 DATA DIVISION.
000520 FILE SECTION.
000530*
000540 FD  PARTITION-STATS-FILE
000550     BLOCK CONTAINS 0 RECORDS
000560     RECORD CONTAINS 80 CHARACTERS
000570     RECORDING MODE F.
000580     COPY BCBSPST0.
000590*
000600 FD  PARTITION-REPORT-FILE
000610     BLOCK CONTAINS 0 RECORDS
000620     RECORD CONTAINS 133 CHARACTERS
000630     RECORDING MODE F.
000640 01  PARTITION-REPORT-RECORD      PIC X(133).
000650*
000660 FD  PARTITION-EXCEPTION-FILE
000670     BLOCK CONTAINS 0 RECORDS
000680     RECORD CONTAINS 12 CHARACTERS
000690     RECORDING MODE F.
000700 01  PARTITION-EXCEPTION-RECORD   PIC X(12).
000710*
000720 FD  PARTITION-EXTRACT-FILE
000730     BLOCK CONTAINS 0 RECORDS
000740     RECORD CONTAINS 80 CHARACTERS
000750     RECORDING MODE F.
000760 01  PARTITION-EXTRACT-RECORD     PIC X(80).
000770*
000780 FD  REPORT-FILE
000790     BLOCK CONTAINS 0 RECORDS
000800     RECORD CONTAINS 133 CHARACTERS
000810     RECORDING MODE F.
000820     COPY BCBSRPT.
000830*
000840 FD  EXCEPTION-FILE
000850     BLOCK CONTAINS 0 RECORDS
000860     RECORD CONTAINS 12 CHARACTERS
000870     RECORDING MODE F.
000880 01  EXCEPTION-RECORD             PIC X(12).
000890*
000900 FD  MODULE-EXTRACT-FILE
000910     BLOCK CONTAINS 0 RECORDS
000920     RECORD CONTAINS 80 CHARACTERS
000930     RECORDING MODE F.
000940 01  MODULE-EXTRACT-RECORD        PIC X(80).
000950*
000960 WORKING-STORAGE SECTION.
000970 77  FILLER PIC X(35)  VALUE
000980     'BCBSMRG WORKING STORAGE BEGINS HERE'.
000990*
001000 01  STATS-FILE-SWITCH            PIC X VALUE 'N'.
001010     88  STATS-FILE-EOF               VALUE 'Y'.
001020 01  REPORT-FILE-SWITCH           PIC X VALUE 'N'.
001030     88  PARTITION-REPORT-EOF         VALUE 'Y'.
001040 01  EXCEPTION-FILE-SWITCH        PIC X VALUE 'N'.
001050     88  PARTITION-EXCEPTION-EOF      VALUE 'Y'.
001060 01  EXTRACT-FILE-SWITCH          PIC X VALUE 'N'.
001070     88  PARTITION-EXTRACT-EOF        VALUE 'Y'.
001080 01  TABLE-FULL-SWITCH            PIC X VALUE 'N'.
001090     88  TABLE-OVERFLOWED             VALUE 'Y'.
001100*
001110***************************************************************
001120*    MERGED-TOTALS ADD UP THE PARTITIONS' 'T' AND 'A' RECORDS.  *
001130*    THE LINK-CUTOFF CARD IS THE SAME FOR EVERY PARTITION; THE  *
001140*    FIRST ONE SEEN IS KEPT.                                    *
001150***************************************************************
001160 01  MERGED-TOTALS.
001170     05  PARTITIONS-MERGED        PIC S9(4) COMP VALUE +0.
001180     05  MACHINE-RECORDS-READ     PIC S9(9) COMP VALUE +0.
001190     05  EXTRACT-RECORDS-EXPECTED PIC S9(9) COMP VALUE +0.
001200     05  EXTRACT-RECORDS-COPIED   PIC S9(9) COMP VALUE +0.
001210     05  EXCEPTION-RECORDS-COPIED PIC S9(9) COMP VALUE +0.
001220     05  REPORT-LINES-COPIED      PIC S9(9) COMP VALUE +0.
001230     05  USRDAT-EXCEPTION-COUNT   PIC S9(7) COMP VALUE +0.
001240     05  SEQUENCE-EXCEPTION-COUNT PIC S9(7) COMP VALUE +0.
001250     05  NONSTANDARD-COUNT        PIC S9(7) COMP VALUE +0.
001260     05  PM-MODULE-COUNT          PIC S9(7) COMP VALUE +0.
001270     05  PR-MODULE-COUNT          PIC S9(7) COMP VALUE +0.
001280     05  P1-MODULE-COUNT          PIC S9(7) COMP VALUE +0.
001290     05  P2-MODULE-COUNT          PIC S9(7) COMP VALUE +0.
001300     05  OTHER-TYPE-MODULE-COUNT  PIC S9(7) COMP VALUE +0.
001310     05  AGE-UNDER-1-COUNT        PIC S9(7) COMP VALUE +0.
001320     05  AGE-1-TO-3-COUNT         PIC S9(7) COMP VALUE +0.
001330     05  AGE-3-TO-5-COUNT         PIC S9(7) COMP VALUE +0.
001340     05  AGE-OVER-5-COUNT         PIC S9(7) COMP VALUE +0.
001350     05  AGE-UNKNOWN-COUNT        PIC S9(7) COMP VALUE +0.
001360     05  CUTOFF-CARD-VALUE        PIC X(6) VALUE SPACES.
001370     05  CUTOFF-CCYYMMDD          PIC 9(8) VALUE ZERO.
001380*
001390 01  REPORT-CONTROL.
001400     05  COUNT-OF-PAGES           PIC S9(5) COMP-3 VALUE +0.
001410     05  COUNT-OF-LINES           PIC S9(3) COMP-3 VALUE +0.
001420         88  BOTTOM-OF-PAGE           VALUE +58.
001430     05  CCTL                     PIC 9 VALUE 1.
001440     05  WS-DATE.
001450         10  WS-YEAR              PIC XX.
001460         10  WS-MONTH             PIC XX.
001470         10  WS-DAY               PIC XX.
001480*
001490***************************************************************
001500*    USED-DSNAME-TABLE, OLD-MODULE-TABLE AND COMPILER-DETAIL-   *
001510*    TABLE ARE BCBSEXT3'S OWN END-OF-JOB TABLES, REBUILT FROM   *
001520*    THE PARTITIONS' 'D', 'O' AND 'C' RECORDS.  A DSNAME SEEN   *
001530*    IN AN EARLIER PARTITION KEEPS ITS PLACE AND TAKES ON THE   *
001540*    LATER PARTITIONS' LINE COUNTS.                             *
001550***************************************************************
001560 01  USED-DSNAME-COUNT            PIC S9(4) COMP VALUE +0.
001570 01  USED-DSNAME-TABLE.
001580     05  USED-DSNAME-ENTRY    OCCURS 1 TO 500 TIMES
001590                              DEPENDING ON USED-DSNAME-COUNT
001600                              INDEXED BY I.
001610         10  UD-DSNAME            PIC X(33).
001620         10  UD-LINE-COUNT        PIC S9(7) COMP.
001630 01  OLD-MODULE-COUNT             PIC S9(4) COMP VALUE +0.
001640 01  OLD-MODULE-TABLE.
001650     05  OLD-MODULE-ENTRY     OCCURS 1 TO 2000 TIMES
001660                              DEPENDING ON OLD-MODULE-COUNT
001670                              INDEXED BY OM-IX.
001680         10  OM-MODULE            PIC X(8).
001690         10  OM-DSNAME            PIC X(33).
001700         10  OM-LINK-DATE         PIC X(8).
001710 01  COMPILER-DETAIL-COUNT        PIC S9(4) COMP VALUE +0.
001720 01  COMPILER-DETAIL-TABLE.
001730     05  COMPILER-DETAIL-ENTRY OCCURS 1 TO 2000 TIMES
001740                              DEPENDING ON COMPILER-DETAIL-COUNT
001750                              INDEXED BY CD-IX.
001760         10  CD-MODULE            PIC X(8).
001770         10  CD-TYPE              PIC X(2).
001780         10  CD-FIELD-1           PIC X(10).
001790         10  CD-FIELD-2           PIC X(10).
001800         10  CD-COBSM             PIC X(4).
001810         10  CD-COBDC             PIC X(8).
001820         10  CD-STD-FLAG          PIC X.
001830             88  CD-NONSTANDARD       VALUE '*'.
001840 01  COMPILER-TYPE-LIST.
001850     05  FILLER                   PIC XX VALUE 'C2'.
001860     05  FILLER                   PIC XX VALUE 'C3'.
001870     05  FILLER                   PIC XX VALUE 'VS'.
001880     05  FILLER                   PIC XX VALUE 'V4'.
001890 01  COMPILER-TYPE-TABLE REDEFINES COMPILER-TYPE-LIST.
001900     05  COMPILER-TYPE-ENTRY      PIC XX OCCURS 4 TIMES
001910                                  INDEXED BY CT-IX.
001920 01  CURRENT-REPORT-TYPE          PIC XX.
001930*
001940*    ERRLOG-PARM (COPY ERRLOGP) IS THE PARAMETER AREA FOR
001950*    CALL 'ERRLOG' - THE SHOP'S COMMON ERROR-LOGGING
001960*    SUBROUTINE.
001970 COPY ERRLOGP.
001980*
001990*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
002000*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002010*    LOGGER, CALLED AT START AND END OF JOB.
002020 COPY OPSTATP.
002030*
002040*    CTLTOT-PARM (COPY CTLTOTP) IS THE PARAMETER AREA FOR
002050*    CALL 'CTLTOT' - THE SHOP'S CONTROL-TOTAL HANDOFF CHECK.
002060 COPY CTLTOTP.
002070*
002080***************************************************************
002090*    THE STATISTICS LINES BELOW ARE BCBSEXT3'S OWN, SO THE      *
002100*    MERGED REPORT READS EXACTLY AS A WHOLE-FILE RUN'S DOES.    *
002110***************************************************************
002120 01  STATISTICS-LINE.
002130     05  FILLER                   PIC X(23) VALUE
002140         'MODULES WITH TYPE '.
002150     05  STL-TYPE-CODE            PIC XX.
002160     05  FILLER                   PIC X(4) VALUE ' = '.
002170     05  STL-TYPE-COUNT           PIC ZZZ,ZZ9.
002180     05  FILLER                   PIC X(97) VALUE SPACES.
002190 01  DSNAME-COUNT-LINE.
002200     05  FILLER                   PIC X(9) VALUE 'DSNAME '.
002210     05  DCL-DSNAME               PIC X(33).
002220     05  FILLER                   PIC X(4) VALUE ' = '.
002230     05  DCL-LINE-COUNT           PIC ZZZ,ZZ9.
002240     05  FILLER                   PIC X(80) VALUE SPACES.
002250 01  EXCEPTION-COUNT-LINE.
002260     05  FILLER                   PIC X(33) VALUE
002270         'UNRESOLVED USRDAT EXCEPTIONS = '.
002280     05  ECL-EXCEPTION-COUNT      PIC ZZZ,ZZ9.
002290     05  FILLER                   PIC X(93) VALUE SPACES.
002300 01  SEQUENCE-EXCEPTION-COUNT-LINE.
002310     05  FILLER                   PIC X(35) VALUE
002320         'MRMEM OUT-OF-SEQUENCE EXCEPTIONS = '.
002330     05  SCL-EXCEPTION-COUNT      PIC ZZZ,ZZ9.
002340     05  FILLER                   PIC X(91) VALUE SPACES.
002350 01  AGING-BUCKET-LINE.
002360     05  FILLER                   PIC X(15) VALUE
002370         'MODULES LINKED '.
002380     05  ABL-BUCKET               PIC X(14).
002390     05  FILLER                   PIC X(3) VALUE ' = '.
002400     05  ABL-COUNT                PIC ZZZ,ZZ9.
002410     05  FILLER                   PIC X(94) VALUE SPACES.
002420 01  AGING-CUTOFF-HEADER-LINE.
002430     05  FILLER                   PIC X(22) VALUE
002440         'MODULES LINKED BEFORE '.
002450     05  ACH-CUTOFF-DATE          PIC X(8).
002460     05  FILLER                   PIC X(19) VALUE
002470         ' BY LOADLIB DSNAME:'.
002480     05  FILLER                   PIC X(84) VALUE SPACES.
002490 01  COMPILER-TYPE-HEADER-LINE.
002500     05  FILLER                   PIC X(14) VALUE
002510         'COMPILER TYPE '.
002520     05  CTH-TYPE                 PIC XX.
002530     05  FILLER                   PIC X(8) VALUE ' DETAIL:'.
002540     05  FILLER                   PIC X(109) VALUE SPACES.
002550 01  COMPILER-DETAIL-LINE.
002560     05  FILLER                   PIC X(3) VALUE SPACES.
002570     05  CDL-MODULE               PIC X(8).
002580     05  FILLER                   PIC X(2) VALUE SPACES.
002590     05  CDL-FIELD-1              PIC X(10).
002600     05  FILLER                   PIC X(2) VALUE SPACES.
002610     05  CDL-FIELD-2              PIC X(10).
002620     05  FILLER                   PIC X(2) VALUE SPACES.
002630     05  CDL-COBSM                PIC X(4).
002640     05  FILLER                   PIC X(2) VALUE SPACES.
002650     05  CDL-COBDC                PIC X(8).
002660     05  FILLER                   PIC X(2) VALUE SPACES.
002670     05  CDL-STD-FLAG             PIC X(8).
002680     05  FILLER                   PIC X(72) VALUE SPACES.
002690 01  NONSTANDARD-COUNT-LINE.
002700     05  FILLER                   PIC X(31) VALUE
002710         'NONSTANDARD COMPILE SETTINGS = '.
002720     05  NSL-COUNT                PIC ZZZ,ZZ9.
002730     05  FILLER                   PIC X(95) VALUE SPACES.
002740 01  OLD-MODULE-LINE.
002750     05  FILLER                   PIC X(3) VALUE SPACES.
002760     05  OML-MODULE               PIC X(8).
002770     05  FILLER                   PIC X(2) VALUE SPACES.
002780     05  OML-LINK-DATE            PIC X(8).
002790     05  FILLER                   PIC X(2) VALUE SPACES.
002800     05  OML-DSNAME               PIC X(33).
002810     05  FILLER                   PIC X(77) VALUE SPACES.
002820*
002830***************************************************************
002840*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002850*    MERGED REPORT THE SHOP'S SHARED HEADING AND TRAILER, UNDER *
002860*    BCBSEXT3'S NAME AND TITLE - IT IS BCBSEXT3'S REPORT.       *
002870***************************************************************
002880 COPY RPTHDR0.
002890 01  HEADING-LINE-2.
002900     05  FILLER                   PIC X VALUE SPACES.
002910     05  FILLER                   PIC X(8) VALUE 'MEMBER'.
002920     05  FILLER                   PIC X(37) VALUE 'ATTRIBUTES'.
002930     05  FILLER                   PIC X(33) VALUE
002940         'LOADLIB DSNAME'.
002950     05  FILLER                   PIC X(19) VALUE SPACES.
002960     05  FILLER                   PIC X(8) VALUE 'SYSTEM'.
002970     05  FILLER                   PIC X(27) VALUE SPACES.
002980 PROCEDURE DIVISION.
002990     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
003000     PERFORM 2000-COPY-EXTRACT-RECORD THRU 2000-EXIT
003010         UNTIL PARTITION-EXTRACT-EOF.
003020     PERFORM 2100-PROVE-EXTRACT-COUNT THRU 2100-EXIT.
003030     PERFORM 3000-COPY-EXCEPTION-RECORD THRU 3000-EXIT
003040         UNTIL PARTITION-EXCEPTION-EOF.
003050     PERFORM 4000-COPY-REPORT-LINE THRU 4000-EXIT
003060         UNTIL PARTITION-REPORT-EOF.
003070     PERFORM 9940-WRITE-STATISTICS THRU 9940-EXIT.
003080     PERFORM 9990-END-OF-JOB THRU 9990-EXIT.
003090     GOBACK.
003100*
003110***************************************************************
003120*    1000-1140 READ THE PARTITION STATISTICS AND REBUILD THE    *
003130*    WHOLE-FILE FIGURES FROM THEM.                              *
003140***************************************************************
003150 1000-READ-PARTITION-STATS.
003160     READ PARTITION-STATS-FILE
003170         AT END
003180             MOVE 'Y' TO STATS-FILE-SWITCH
003190             GO TO 1000-EXIT.
003200     IF PST-TOTALS-RECORD
003210         PERFORM 1100-ADD-PARTITION-TOTALS THRU 1100-EXIT
003220     ELSE
003230     IF PST-AGING-RECORD
003240         PERFORM 1110-ADD-PARTITION-AGING THRU 1110-EXIT
003250     ELSE
003260     IF PST-DSNAME-RECORD
003270         PERFORM 1120-MERGE-DSNAME-COUNT THRU 1120-EXIT
003280     ELSE
003290     IF PST-OLD-MODULE-RECORD
003300         PERFORM 1130-ADD-OLD-MODULE THRU 1130-EXIT
003310     ELSE
003320     IF PST-COMPILER-RECORD
003330         PERFORM 1140-ADD-COMPILER-DETAIL THRU 1140-EXIT
003340     ELSE
003350         DISPLAY 'BCBSMRG UNKNOWN STATISTICS RECORD - '
003360             PARTITION-STATS-RECORD.
003370 1000-EXIT. EXIT.
003380*
003390 1100-ADD-PARTITION-TOTALS.
003400     ADD 1 TO PARTITIONS-MERGED.
003410     ADD PST-MACHINE-RECORDS TO MACHINE-RECORDS-READ.
003420     ADD PST-EXTRACT-RECORDS TO EXTRACT-RECORDS-EXPECTED.
003430     ADD PST-USRDAT-EXCEPTIONS TO USRDAT-EXCEPTION-COUNT.
003440     ADD PST-SEQUENCE-EXCEPTIONS TO SEQUENCE-EXCEPTION-COUNT.
003450     ADD PST-NONSTANDARD-COUNT TO NONSTANDARD-COUNT.
003460     ADD PST-PM-COUNT TO PM-MODULE-COUNT.
003470     ADD PST-PR-COUNT TO PR-MODULE-COUNT.
003480     ADD PST-P1-COUNT TO P1-MODULE-COUNT.
003490     ADD PST-P2-COUNT TO P2-MODULE-COUNT.
003500     ADD PST-OTHER-TYPE-COUNT TO OTHER-TYPE-MODULE-COUNT.
003510     DISPLAY 'BCBSMRG PARTITION ' PST-PARTITION
003520         ' MACHINE RECORDS: ' PST-MACHINE-RECORDS
003530         '  EXTRACT RECORDS: ' PST-EXTRACT-RECORDS.
003540 1100-EXIT. EXIT.
003550*
003560 1110-ADD-PARTITION-AGING.
003570     ADD PST-AGE-UNDER-1 TO AGE-UNDER-1-COUNT.
003580     ADD PST-AGE-1-TO-3 TO AGE-1-TO-3-COUNT.
003590     ADD PST-AGE-3-TO-5 TO AGE-3-TO-5-COUNT.
003600     ADD PST-AGE-OVER-5 TO AGE-OVER-5-COUNT.
003610     ADD PST-AGE-UNKNOWN TO AGE-UNKNOWN-COUNT.
003620     IF CUTOFF-CCYYMMDD = ZERO
003630         MOVE PST-CUTOFF-CARD TO CUTOFF-CARD-VALUE
003640         MOVE PST-CUTOFF-CCYYMMDD TO CUTOFF-CCYYMMDD.
003650 1110-EXIT. EXIT.
003660*
003670 1120-MERGE-DSNAME-COUNT.
003680     SET I TO 1.
003690     SEARCH USED-DSNAME-ENTRY
003700         AT END
003710             IF USED-DSNAME-COUNT < 500
003720                 ADD 1 TO USED-DSNAME-COUNT
003730                 SET I TO USED-DSNAME-COUNT
003740                 MOVE PST-DSNAME TO UD-DSNAME (I)
003750                 MOVE PST-LINE-COUNT TO UD-LINE-COUNT (I)
003760             ELSE
003770                 MOVE 'USED-DSNAME-TABLE FULL - COUNT SKIPPED'
003780                     TO EL-MESSAGE
003790                 PERFORM 8100-LOG-TABLE-FULL THRU 8100-EXIT
003800             END-IF
003810         WHEN UD-DSNAME (I) = PST-DSNAME
003820             ADD PST-LINE-COUNT TO UD-LINE-COUNT (I).
003830 1120-EXIT. EXIT.
003840*
003850 1130-ADD-OLD-MODULE.
003860     IF OLD-MODULE-COUNT < 2000
003870         ADD 1 TO OLD-MODULE-COUNT
003880         SET OM-IX TO OLD-MODULE-COUNT
003890         MOVE PST-OM-MODULE TO OM-MODULE (OM-IX)
003900         MOVE PST-OM-DSNAME TO OM-DSNAME (OM-IX)
003910         MOVE PST-OM-LINK-DATE TO OM-LINK-DATE (OM-IX)
003920     ELSE
003930         MOVE 'OLD-MODULE-TABLE FULL - MODULE NOT LISTED'
003940             TO EL-MESSAGE
003950         PERFORM 8100-LOG-TABLE-FULL THRU 8100-EXIT.
003960 1130-EXIT. EXIT.
003970*
003980 1140-ADD-COMPILER-DETAIL.
003990     IF COMPILER-DETAIL-COUNT < 2000
004000         ADD 1 TO COMPILER-DETAIL-COUNT
004010         SET CD-IX TO COMPILER-DETAIL-COUNT
004020         MOVE PST-CD-MODULE TO CD-MODULE (CD-IX)
004030         MOVE PST-CD-TYPE TO CD-TYPE (CD-IX)
004040         MOVE PST-CD-FIELD-1 TO CD-FIELD-1 (CD-IX)
004050         MOVE PST-CD-FIELD-2 TO CD-FIELD-2 (CD-IX)
004060         MOVE PST-CD-COBSM TO CD-COBSM (CD-IX)
004070         MOVE PST-CD-COBDC TO CD-COBDC (CD-IX)
004080         MOVE PST-CD-STD-FLAG TO CD-STD-FLAG (CD-IX)
004090     ELSE
004100         MOVE 'COMPILER-DETAIL-TABLE FULL - MODULE NOT LISTED'
004110             TO EL-MESSAGE
004120         PERFORM 8100-LOG-TABLE-FULL THRU 8100-EXIT.
004130 1140-EXIT. EXIT.
004140*
004150***************************************************************
004160*    1500 PROVES THE PARTITIONS' MACHINE RECORDS ADD UP TO THE  *
004170*    UNSPLIT FILE MACHSPLT READ.  NOTHING HAS BEEN WRITTEN YET, *
004180*    SO A SHORT OR LONG MERGE STOPS WITH NO OUTPUT RELEASED.    *
004190***************************************************************
004200 1500-PROVE-MACHINE-COUNT.
004210     SET CT-VERIFY-TOTAL TO TRUE.
004220     MOVE 'BCBSMRG' TO CT-PROGRAM-ID.
004230     MOVE 'MACHINE' TO CT-FILE-ID.
004240     MOVE MACHINE-RECORDS-READ TO CT-RECORD-COUNT.
004250     CALL 'CTLTOT' USING CTLTOT-PARM.
004260     IF CT-TOTAL-VERIFIED
004270         GO TO 1500-EXIT.
004280     IF CT-TOTAL-MISMATCH
004290         DISPLAY 'BCBSMRG PARTITIONS READ ' CT-RECORD-COUNT
004300             ' MACHINE RECORDS - MACHSPLT READ ' CT-EXPECTED-COUNT
004310         CALL 'ILBOABN0'.
004320     DISPLAY 'BCBSMRG NO MACHSPLT TOTAL FILED FOR MACHINE'.
004330     MOVE 'BCBSMRG' TO EL-PROGRAM-ID.
004340     MOVE '1500-PROVE-MACHINE-COUNT' TO EL-PARAGRAPH.
004350     MOVE 'F' TO EL-SEVERITY.
004360     MOVE 'NO MACHSPLT CONTROL TOTAL - PARTITIONS NOT PROVED'
004370         TO EL-MESSAGE.
004380     CALL 'ERRLOG' USING ERRLOG-PARM.
004390     CALL 'ILBOABN0'.
004400 1500-EXIT. EXIT.
004410*
004420***************************************************************
004430*    2000-4000 COPY THE PARTITIONS' EXTRACTS, EXCEPTIONS AND    *
004440*    REPORT DETAIL LINES, IN PARTITION ORDER, TO THE SINGLE     *
004450*    FILES DOWNSTREAM READS.                                    *
004460***************************************************************
004470 2000-COPY-EXTRACT-RECORD.
004480     READ PARTITION-EXTRACT-FILE
004490         AT END
004500             MOVE 'Y' TO EXTRACT-FILE-SWITCH
004510             GO TO 2000-EXIT.
004520     WRITE MODULE-EXTRACT-RECORD FROM PARTITION-EXTRACT-RECORD.
004530     ADD 1 TO EXTRACT-RECORDS-COPIED.
004540 2000-EXIT. EXIT.
004550*
004560 2100-PROVE-EXTRACT-COUNT.
004570     IF EXTRACT-RECORDS-COPIED = EXTRACT-RECORDS-EXPECTED
004580         GO TO 2100-EXIT.
004590     DISPLAY 'BCBSMRG EXTRACT RECORDS COPIED '
004600         EXTRACT-RECORDS-COPIED
004610         ' - PARTITIONS WROTE ' EXTRACT-RECORDS-EXPECTED.
004620     MOVE 'BCBSMRG' TO EL-PROGRAM-ID.
004630     MOVE '2100-PROVE-EXTRACT-COUNT' TO EL-PARAGRAPH.
004640     MOVE 'F' TO EL-SEVERITY.
004650     MOVE 'PARTITION EXTRACTS DO NOT MATCH PARTITION TOTALS'
004660         TO EL-MESSAGE.
004670     CALL 'ERRLOG' USING ERRLOG-PARM.
004680     CALL 'ILBOABN0'.
004690 2100-EXIT. EXIT.
004700*
004710 3000-COPY-EXCEPTION-RECORD.
004720     READ PARTITION-EXCEPTION-FILE
004730         AT END
004740             MOVE 'Y' TO EXCEPTION-FILE-SWITCH
004750             GO TO 3000-EXIT.
004760     WRITE EXCEPTION-RECORD FROM PARTITION-EXCEPTION-RECORD.
004770     ADD 1 TO EXCEPTION-RECORDS-COPIED.
004780 3000-EXIT. EXIT.
004790*
004800 4000-COPY-REPORT-LINE.
004810     READ PARTITION-REPORT-FILE
004820         AT END
004830             MOVE 'Y' TO REPORT-FILE-SWITCH
004840             GO TO 4000-EXIT.
004850     MOVE PARTITION-REPORT-RECORD TO REPORT-RECORD.
004860     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004870     ADD 1 TO REPORT-LINES-COPIED.
004880 4000-EXIT. EXIT.
004890*
004900***************************************************************
004910*    7500-PRINT-HEADING AND 7600-PRINT-A-LINE PAGINATE THE      *
004920*    MERGED REPORT EXACTLY AS BCBSEXT3 PAGINATES ITS OWN.       *
004930***************************************************************
004940 7500-PRINT-HEADING.
004950     MOVE COUNT-OF-PAGES TO RPT-HEADING-PAGE.
004960     MOVE RPT-HEADING-LINE TO REPORT-RECORD.
004970     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
004980     MOVE HEADING-LINE-2 TO REPORT-RECORD.
004990     MOVE 2 TO CCTL.
005000     WRITE REPORT-RECORD AFTER ADVANCING CCTL LINES.
005010     MOVE SPACES TO REPORT-RECORD.
005020     MOVE 3 TO COUNT-OF-LINES.
005030     ADD 1 TO COUNT-OF-PAGES.
005040     MOVE 1 TO CCTL.
005050 7500-EXIT. EXIT.
005060*
005070 7600-PRINT-A-LINE.
005080     WRITE REPORT-RECORD AFTER ADVANCING CCTL LINES.
005090     ADD CCTL TO COUNT-OF-LINES.
005100     MOVE 1 TO CCTL.
005110     MOVE SPACES TO REPORT-RECORD.
005120     IF BOTTOM-OF-PAGE
005130         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
005140 7600-EXIT. EXIT.
005150*
005160 8100-LOG-TABLE-FULL.
005170     SET TABLE-OVERFLOWED TO TRUE.
005180     DISPLAY 'BCBSMRG ' EL-MESSAGE.
005190     MOVE 'BCBSMRG' TO EL-PROGRAM-ID.
005200     MOVE '1000-READ-PARTITION-STATS' TO EL-PARAGRAPH.
005210     MOVE 'W' TO EL-SEVERITY.
005220     CALL 'ERRLOG' USING ERRLOG-PARM.
005230 8100-EXIT. EXIT.
005240*
005250***************************************************************
005260*    9900 READS AND PROVES THE PARTITION STATISTICS FIRST, AND  *
005270*    ONLY THEN OPENS THE OUTPUTS.                               *
005280***************************************************************
005290 9900-INITIALIZATION.
005300     MOVE SPACES TO EL-RUN-ID.
005310     MOVE 'BCBSMRG' TO OST-PROGRAM-ID.
005320     SET OST-START-OF-JOB TO TRUE.
005330     MOVE SPACES TO OST-NAMED-COUNTERS.
005340     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
005350         OST-EXCEPTION-COUNT.
005360     CALL 'OPSTAT' USING OPSTAT-PARM.
005370     MOVE OST-RUN-ID TO EL-RUN-ID.
005380     OPEN INPUT PARTITION-STATS-FILE.
005390     PERFORM 1000-READ-PARTITION-STATS THRU 1000-EXIT
005400         UNTIL STATS-FILE-EOF.
005410     CLOSE PARTITION-STATS-FILE.
005420     PERFORM 1500-PROVE-MACHINE-COUNT THRU 1500-EXIT.
005430     OPEN INPUT PARTITION-REPORT-FILE, PARTITION-EXCEPTION-FILE,
005440         PARTITION-EXTRACT-FILE.
005450     OPEN OUTPUT REPORT-FILE, EXCEPTION-FILE, MODULE-EXTRACT-FILE.
005460     ACCEPT WS-DATE FROM DATE.
005470     MOVE WS-MONTH TO RPT-HEADING-MONTH.
005480     MOVE WS-DAY TO RPT-HEADING-DAY.
005490     MOVE WS-YEAR TO RPT-HEADING-YEAR.
005500     MOVE 'BCBSEXT3' TO RPT-HEADING-PROGRAM.
005510     MOVE 'LOAD MODULE ANALYSIS REPORT' TO RPT-HEADING-TITLE.
005520     PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
005530 9900-EXIT. EXIT.
005540*
005550***************************************************************
005560*    9940-9951 ARE BCBSEXT3'S END-OF-JOB STATISTICS SECTION,    *
005570*    PRINTED FROM THE MERGED FIGURES.                           *
005580***************************************************************
005590 9940-WRITE-STATISTICS.
005600     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005610     MOVE 'BCBSEXT3 END OF JOB STATISTICS' TO REPORT-RECORD.
005620     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005630     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005640     PERFORM 9941-WRITE-TYPE-COUNTS THRU 9941-EXIT.
005650     PERFORM 9943-WRITE-ONE-DSNAME-COUNT THRU 9943-EXIT
005660         VARYING I FROM 1 BY 1 UNTIL I > USED-DSNAME-COUNT.
005670     PERFORM 9946-WRITE-AGING-ANALYSIS THRU 9946-EXIT.
005680     PERFORM 9949-WRITE-COMPILER-DETAIL THRU 9949-EXIT.
005690     MOVE 'BCBSEXT3' TO RPT-TRAILER-PROGRAM.
005700     MOVE COUNT-OF-PAGES TO RPT-TRAILER-PAGES.
005710     MOVE RPT-TRAILER-LINE TO REPORT-RECORD.
005720     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005730 9940-EXIT. EXIT.
005740*
005750 9941-WRITE-TYPE-COUNTS.
005760     MOVE 'PM' TO STL-TYPE-CODE.
005770     MOVE PM-MODULE-COUNT TO STL-TYPE-COUNT.
005780     MOVE STATISTICS-LINE TO REPORT-RECORD.
005790     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005800     MOVE 'PR' TO STL-TYPE-CODE.
005810     MOVE PR-MODULE-COUNT TO STL-TYPE-COUNT.
005820     MOVE STATISTICS-LINE TO REPORT-RECORD.
005830     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005840     MOVE 'P1' TO STL-TYPE-CODE.
005850     MOVE P1-MODULE-COUNT TO STL-TYPE-COUNT.
005860     MOVE STATISTICS-LINE TO REPORT-RECORD.
005870     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005880     MOVE 'P2' TO STL-TYPE-CODE.
005890     MOVE P2-MODULE-COUNT TO STL-TYPE-COUNT.
005900     MOVE STATISTICS-LINE TO REPORT-RECORD.
005910     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005920     MOVE 'OT' TO STL-TYPE-CODE.
005930     MOVE OTHER-TYPE-MODULE-COUNT TO STL-TYPE-COUNT.
005940     MOVE STATISTICS-LINE TO REPORT-RECORD.
005950     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005960     MOVE USRDAT-EXCEPTION-COUNT TO ECL-EXCEPTION-COUNT.
005970     MOVE EXCEPTION-COUNT-LINE TO REPORT-RECORD.
005980     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005990     MOVE SEQUENCE-EXCEPTION-COUNT TO SCL-EXCEPTION-COUNT.
006000     MOVE SEQUENCE-EXCEPTION-COUNT-LINE TO REPORT-RECORD.
006010     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006020 9941-EXIT. EXIT.
006030*
006040 9943-WRITE-ONE-DSNAME-COUNT.
006050     MOVE UD-DSNAME (I) TO DCL-DSNAME.
006060     MOVE UD-LINE-COUNT (I) TO DCL-LINE-COUNT.
006070     MOVE DSNAME-COUNT-LINE TO REPORT-RECORD.
006080     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006090 9943-EXIT. EXIT.
006100*
006110 9946-WRITE-AGING-ANALYSIS.
006120     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006130     MOVE 'UNDER 1 YEAR' TO ABL-BUCKET.
006140     MOVE AGE-UNDER-1-COUNT TO ABL-COUNT.
006150     MOVE AGING-BUCKET-LINE TO REPORT-RECORD.
006160     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006170     MOVE '1 TO 3 YEARS' TO ABL-BUCKET.
006180     MOVE AGE-1-TO-3-COUNT TO ABL-COUNT.
006190     MOVE AGING-BUCKET-LINE TO REPORT-RECORD.
006200     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006210     MOVE '3 TO 5 YEARS' TO ABL-BUCKET.
006220     MOVE AGE-3-TO-5-COUNT TO ABL-COUNT.
006230     MOVE AGING-BUCKET-LINE TO REPORT-RECORD.
006240     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006250     MOVE 'OVER 5 YEARS' TO ABL-BUCKET.
006260     MOVE AGE-OVER-5-COUNT TO ABL-COUNT.
006270     MOVE AGING-BUCKET-LINE TO REPORT-RECORD.
006280     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006290     MOVE 'DATE UNKNOWN' TO ABL-BUCKET.
006300     MOVE AGE-UNKNOWN-COUNT TO ABL-COUNT.
006310     MOVE AGING-BUCKET-LINE TO REPORT-RECORD.
006320     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006330     IF CUTOFF-CCYYMMDD = ZERO
006340         GO TO 9946-EXIT.
006350     MOVE CUTOFF-CARD-VALUE (1:2) TO ACH-CUTOFF-DATE (1:2).
006360     MOVE '/' TO ACH-CUTOFF-DATE (3:1).
006370     MOVE CUTOFF-CARD-VALUE (3:2) TO ACH-CUTOFF-DATE (4:2).
006380     MOVE '/' TO ACH-CUTOFF-DATE (6:1).
006390     MOVE CUTOFF-CARD-VALUE (5:2) TO ACH-CUTOFF-DATE (7:2).
006400     MOVE AGING-CUTOFF-HEADER-LINE TO REPORT-RECORD.
006410     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006420     PERFORM 9947-LIST-OLD-FOR-DSNAME THRU 9947-EXIT
006430         VARYING I FROM 1 BY 1 UNTIL I > USED-DSNAME-COUNT.
006440 9946-EXIT. EXIT.
006450*
006460 9947-LIST-OLD-FOR-DSNAME.
006470     PERFORM 9948-LIST-ONE-OLD-MODULE THRU 9948-EXIT
006480         VARYING OM-IX FROM 1 BY 1
006490             UNTIL OM-IX > OLD-MODULE-COUNT.
006500 9947-EXIT. EXIT.
006510*
006520 9948-LIST-ONE-OLD-MODULE.
006530     IF OM-DSNAME (OM-IX) NOT = UD-DSNAME (I)
006540         GO TO 9948-EXIT.
006550     MOVE OM-MODULE (OM-IX) TO OML-MODULE.
006560     MOVE OM-LINK-DATE (OM-IX) TO OML-LINK-DATE.
006570     MOVE OM-DSNAME (OM-IX) TO OML-DSNAME.
006580     MOVE OLD-MODULE-LINE TO REPORT-RECORD.
006590     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006600 9948-EXIT. EXIT.
006610*
006620 9949-WRITE-COMPILER-DETAIL.
006630     IF COMPILER-DETAIL-COUNT = ZERO
006640         GO TO 9949-EXIT.
006650     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006660     PERFORM 9950-WRITE-ONE-COMPILER-TYPE THRU 9950-EXIT
006670         VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > 4.
006680     MOVE NONSTANDARD-COUNT TO NSL-COUNT.
006690     MOVE NONSTANDARD-COUNT-LINE TO REPORT-RECORD.
006700     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006710 9949-EXIT. EXIT.
006720*
006730 9950-WRITE-ONE-COMPILER-TYPE.
006740     MOVE COMPILER-TYPE-ENTRY (CT-IX) TO CURRENT-REPORT-TYPE.
006750     MOVE CURRENT-REPORT-TYPE TO CTH-TYPE.
006760     MOVE COMPILER-TYPE-HEADER-LINE TO REPORT-RECORD.
006770     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006780     PERFORM 9951-WRITE-ONE-COMPILER-MODULE THRU 9951-EXIT
006790         VARYING CD-IX FROM 1 BY 1
006800             UNTIL CD-IX > COMPILER-DETAIL-COUNT.
006810 9950-EXIT. EXIT.
006820*
006830 9951-WRITE-ONE-COMPILER-MODULE.
006840     IF CD-TYPE (CD-IX) NOT = CURRENT-REPORT-TYPE
006850         GO TO 9951-EXIT.
006860     MOVE CD-MODULE (CD-IX) TO CDL-MODULE.
006870     MOVE CD-FIELD-1 (CD-IX) TO CDL-FIELD-1.
006880     MOVE CD-FIELD-2 (CD-IX) TO CDL-FIELD-2.
006890     MOVE CD-COBSM (CD-IX) TO CDL-COBSM.
006900     MOVE CD-COBDC (CD-IX) TO CDL-COBDC.
006910     IF CD-NONSTANDARD (CD-IX)
006920         MOVE '*NONSTD*' TO CDL-STD-FLAG
006930     ELSE
006940         MOVE SPACES TO CDL-STD-FLAG.
006950     MOVE COMPILER-DETAIL-LINE TO REPORT-RECORD.
006960     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006970 9951-EXIT. EXIT.
006980*
006990***************************************************************
007000*    9990 CLOSES UP, FILES THE COMBINED EXTRACT TOTAL UNDER     *
007010*    MODEXT - THE TOTAL SRTSVC99 CHECKS - AND REPORTS THE       *
007020*    MERGE.                                                     *
007030***************************************************************
007040 9990-END-OF-JOB.
007050     CLOSE PARTITION-REPORT-FILE, PARTITION-EXCEPTION-FILE,
007060         PARTITION-EXTRACT-FILE, REPORT-FILE, EXCEPTION-FILE,
007070         MODULE-EXTRACT-FILE.
007080     SET CT-WRITE-TOTAL TO TRUE.
007090     MOVE 'BCBSMRG' TO CT-PROGRAM-ID.
007100     MOVE 'MODEXT' TO CT-FILE-ID.
007110     MOVE EXTRACT-RECORDS-COPIED TO CT-RECORD-COUNT.
007120     CALL 'CTLTOT' USING CTLTOT-PARM.
007130     DISPLAY 'BCBSMRG PARTITIONS MERGED:       '
007140         PARTITIONS-MERGED.
007150     DISPLAY 'BCBSMRG MACHINE RECORDS PROVED:  '
007160         MACHINE-RECORDS-READ.
007170     DISPLAY 'BCBSMRG REPORT LINES COPIED:     '
007180         REPORT-LINES-COPIED.
007190     DISPLAY 'BCBSMRG EXCEPTION RECORDS COPIED:'
007200         EXCEPTION-RECORDS-COPIED.
007210     DISPLAY 'BCBSMRG EXTRACT RECORDS COPIED:  '
007220         EXTRACT-RECORDS-COPIED.
007230     MOVE 'BCBSMRG' TO OST-PROGRAM-ID.
007240     SET OST-END-OF-JOB TO TRUE.
007250     MOVE MACHINE-RECORDS-READ TO OST-RECORDS-PROCESSED.
007260     MOVE ZERO TO OST-ERROR-COUNT.
007270     COMPUTE OST-EXCEPTION-COUNT =
007280         USRDAT-EXCEPTION-COUNT + SEQUENCE-EXCEPTION-COUNT.
007290     MOVE 'MACHINE-READ' TO OST-COUNTER-NAME (1).
007300     MOVE MACHINE-RECORDS-READ TO OST-COUNTER-VALUE (1).
007310     MOVE 'MODULES-RPTD' TO OST-COUNTER-NAME (2).
007320     COMPUTE OST-COUNTER-VALUE (2) =
007330         PM-MODULE-COUNT + PR-MODULE-COUNT + P1-MODULE-COUNT
007340         + P2-MODULE-COUNT + OTHER-TYPE-MODULE-COUNT.
007350     MOVE 'EXTRACT-WRTN' TO OST-COUNTER-NAME (3).
007360     MOVE EXTRACT-RECORDS-COPIED TO OST-COUNTER-VALUE (3).
007370     CALL 'OPSTAT' USING OPSTAT-PARM.
007380     CALL 'ERRLOGC'.
007390     IF TABLE-OVERFLOWED
007400         MOVE 4 TO RETURN-CODE.
007410 9990-EXIT. EXIT.
