000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    STALESUB.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* STALE STATICALLY-LINKED SUBROUTINE COPIES - THE RELINK        *
000150* WORKLIST.  BCBSXREF SAYS WHICH LOAD MODULES CONTAIN A CSECT   *
000160* BUT NOT THAT SOME OF THEM CARRY AN OLDER COMPILE OF IT BECAUSE*
000170* THEY WERE NEVER RELINKED AFTER THE SUBROUTINE CHANGED.  THIS  *
000180* STEP READS THE MACHINE FILE (DD UT-S-MACHINE, COPY MRRECCOB)  *
000190* AND GROUPS EVERY NON-IBM CSECT BY ITS COMPILE EVIDENCE -      *
000200* MRC2DATA FOR C2/C3, MROCSYMD FOR VS/V4 - SO EACH DISTINCT     *
000210* EVIDENCE VALUE IS ONE COMPILE OF THE CSECT.  THE EVIDENCE     *
000220* CARRIES THE COMPILE DATE (MM/DD/YY) IN ITS FIRST 8 COLUMNS AND*
000230* THE COMPILER LEVEL BEHIND IT; WHEN THE FIRST 8 COLUMNS ARE NOT*
000240* A DATE THE COMPILE IS DATED BY THE EARLIEST MRDATLKD OF ANY   *
000250* MODULE CARRYING IT, SINCE NO MODULE CAN BE LINKED BEFORE ITS  *
000260* SUBROUTINE WAS COMPILED.  THE LATEST-DATED COMPILE OF A CSECT *
000270* IS ITS NEWEST COPY (THE HIGHER EVIDENCE VALUE BREAKS A TIE);  *
000280* EVERY MODULE CARRYING ANY OTHER COMPILE IS LISTED UNDER THE   *
000290* CSECT WITH ITS USRDAT, SYSTEM, EVIDENCE, COMPILE DATE, LINK   *
000300* DATE, THE AGE GAP IN DAYS BEHIND THE NEWEST COPY (DATECALC    *
000310* 'DC') AND ITS LOAD LIBRARY, FROM BCBSEXT3'S MODULE-EXTRACT-   *
000320* FILE (DD UT-S-MODEXT) BY MEMBER, USRDAT AND SYSTEM.  A CSECT  *
000330* WITH ONE COMPILE EVERYWHERE IS CURRENT AND NOT PRINTED; A     *
000340* PL/I OR OTHER RECORD WITH NO COMPILE EVIDENCE CANNOT BE TOLD  *
000350* APART FROM ANOTHER COPY AND IS ONLY COUNTED.  THE WORKLIST    *
000360* PRINTS TO DD UT-S-STALERPT, AND ANY STALE COPY ENDS THE STEP  *
000370* WITH CONDITION CODE 4.                                        *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MACHINE-FILE ASSIGN TO UT-S-MACHINE.
000440     SELECT MODULE-EXTRACT-FILE ASSIGN TO UT-S-MODEXT.
000450     SELECT SORT-FILE ASSIGN TO SORTWK01.
000460     SELECT WORKLIST-REPORT-FILE ASSIGN TO UT-S-STALERPT.
000470 DATA DIVISION.
000480 FILE SECTION.
000490*
000500 FD  MACHINE-FILE
000510     BLOCK CONTAINS 0 RECORDS
000520     RECORD CONTAINS 200 CHARACTERS
000530     RECORDING MODE F.
000540     COPY MRRECCOB.
000550*
000560 FD  MODULE-EXTRACT-FILE
000570     BLOCK CONTAINS 0 RECORDS
000580     RECORD CONTAINS 80 CHARACTERS
000590     RECORDING MODE F.
000600 01  MODULE-EXTRACT-RECORD.
000610     05  MX-MEMBER-NAME           PIC X(8).
000620     05  MX-USRDAT                PIC X(4).
000630     05  MX-TYPE                  PIC X(2).
000640     05  MX-LINK-DATE             PIC X(8).
000650     05  MX-DSNAME                PIC X(33).
000660     05  MX-SYSTEM-ID             PIC X(8).
000670     05  FILLER                   PIC X(17).
000680*
000690 SD  SORT-FILE
000700     DATA RECORD IS SORT-RECORD.
000710 01  SORT-RECORD.
000720     05  SRT-CSECT                PIC X(8).
000730     05  SRT-MEMBER-NAME          PIC X(8).
000740     05  SRT-USRDAT               PIC X(4).
000750     05  SRT-SYSTEM-ID            PIC X(8).
000760     05  SRT-EVIDENCE             PIC X(10).
000770     05  SRT-COMPILE-DATE         PIC 9(8).
000780     05  SRT-LINK-DATE            PIC X(8).
000790     05  SRT-LINK-CCYYMMDD        PIC 9(8).
000800*
000810 FD  WORKLIST-REPORT-FILE
000820     RECORDING MODE IS F
000830     BLOCK CONTAINS 0 RECORDS
000840     RECORD CONTAINS 133 CHARACTERS
000850     LABEL RECORDS ARE OMITTED.
000860 01  WORKLIST-REPORT-RECORD       PIC X(133).
000870*
000880 WORKING-STORAGE SECTION.
000890 77  FILLER PIC X(36)  VALUE
000900     'STALESUB WORKING STORAGE BEGINS HERE'.
000910*
000920 01  MACHINE-FILE-SWITCH          PIC X VALUE 'N'.
000930     88  MACHINE-FILE-EOF             VALUE 'Y'.
000940 01  EXTRACT-FILE-SWITCH          PIC X VALUE 'N'.
000950     88  EXTRACT-FILE-EOF             VALUE 'Y'.
000960 01  SORT-RETURN-SWITCH           PIC X VALUE 'N'.
000970     88  SORT-RETURN-EOF              VALUE 'Y'.
000980*
000990***************************************************************
001000*    EXTRACT-TABLE HOLDS THE MODULE-EXTRACT-FILE'S MEMBER,      *
001010*    USRDAT AND SYSTEM WITH THE LOAD LIBRARY EACH RESOLVED TO.  *
001020***************************************************************
001030 01  EXTRACT-TABLE-COUNT          PIC S9(4) COMP VALUE +0.
001040 01  EXTRACT-TABLE.
001050     05  EXTRACT-TABLE-ENTRY  OCCURS 1 TO 5000 TIMES
001060                              DEPENDING ON EXTRACT-TABLE-COUNT
001070                              INDEXED BY EX-IX.
001080         10  EX-MEMBER-NAME       PIC X(8).
001090         10  EX-USRDAT            PIC X(4).
001100         10  EX-SYSTEM-ID         PIC X(8).
001110         10  EX-DSNAME            PIC X(33).
001120*
001130***************************************************************
001140*    COPY-TABLE COLLECTS THE CURRENT CSECT'S COPIES - ONE PER   *
001150*    MODULE CARRYING IT - UNTIL THE CSECT BREAKS.  EVIDENCE-    *
001160*    TABLE HOLDS THE CSECT'S DISTINCT COMPILES, EACH WITH ITS   *
001170*    COMPILE DATE FROM THE EVIDENCE (ZERO WHEN THERE IS NONE)   *
001180*    AND THE EARLIEST LINK DATE OF A MODULE CARRYING IT.        *
001190***************************************************************
001200 01  COPY-COUNT                   PIC S9(4) COMP VALUE +0.
001210 01  COPY-TABLE.
001220     05  COPY-ENTRY           OCCURS 1 TO 2000 TIMES
001230                              DEPENDING ON COPY-COUNT
001240                              INDEXED BY CP-IX.
001250         10  CP-MEMBER-NAME       PIC X(8).
001260         10  CP-USRDAT            PIC X(4).
001270         10  CP-SYSTEM-ID         PIC X(8).
001280         10  CP-EVIDENCE          PIC X(10).
001290         10  CP-LINK-DATE         PIC X(8).
001300         10  CP-EVIDENCE-SUB      PIC S9(4) COMP.
001310 01  EVIDENCE-COUNT               PIC S9(4) COMP VALUE +0.
001320 01  EVIDENCE-TABLE.
001330     05  EVIDENCE-ENTRY       OCCURS 1 TO 50 TIMES
001340                              DEPENDING ON EVIDENCE-COUNT
001350                              INDEXED BY EV-IX.
001360         10  EV-EVIDENCE          PIC X(10).
001370         10  EV-COMPILE-DATE      PIC 9(8).
001380         10  EV-FIRST-LINK-DATE   PIC 9(8).
001390         10  EV-DATE              PIC 9(8).
001400         10  EV-DATED-BY-LINK     PIC X.
001410*
001420 01  CSECT-JUDGE-FIELDS.
001430     05  CURRENT-CSECT            PIC X(8) VALUE LOW-VALUES.
001440     05  NEWEST-SUB               PIC S9(4) COMP VALUE +0.
001450     05  CSECT-STALE-COUNT        PIC S9(5) COMP VALUE +0.
001460     05  CSECT-CURRENT-COUNT      PIC S9(5) COMP VALUE +0.
001470     05  LIBRARY-DSNAME           PIC X(33).
001480*
001490*    CONVERT-FIELDS TURN A MACHINE FILE MM/DD/YY DATE INTO
001500*    CCYYMMDD - ZERO WHEN IT IS NOT A DATE.  A YEAR BELOW 70 IS
001510*    TAKEN AS 20YY.
001520 01  CONVERT-FIELDS.
001530     05  CONVERT-MMDDYY           PIC X(8).
001540     05  CONVERT-MMDDYY-PARTS REDEFINES CONVERT-MMDDYY.
001550         10  CONVERT-MM           PIC 99.
001560         10  FILLER               PIC X.
001570         10  CONVERT-DD           PIC 99.
001580         10  FILLER               PIC X.
001590         10  CONVERT-YY           PIC 99.
001600     05  CONVERT-CCYYMMDD         PIC 9(8).
001610     05  CONVERT-CCYYMMDD-PARTS REDEFINES CONVERT-CCYYMMDD.
001620         10  CONVERT-CCYY         PIC 9(4).
001630         10  CONVERT-OUT-MM       PIC 99.
001640         10  CONVERT-OUT-DD       PIC 99.
001650*
001660 01  STATISTICAL-DATA.
001670     05  MACHINE-RECORDS-READ     PIC S9(7) COMP VALUE +0.
001680     05  EXTRACT-RECORDS-READ     PIC S9(7) COMP VALUE +0.
001690     05  IBM-RECORDS-SKIPPED      PIC S9(7) COMP VALUE +0.
001700     05  NO-EVIDENCE-RECORDS      PIC S9(7) COMP VALUE +0.
001710     05  CSECTS-EXAMINED          PIC S9(7) COMP VALUE +0.
001720     05  CSECTS-WITH-STALE-COPIES PIC S9(7) COMP VALUE +0.
001730     05  STALE-COPY-COUNT         PIC S9(7) COMP VALUE +0.
001740     05  COPIES-DROPPED           PIC S9(7) COMP VALUE +0.
001750     05  COUNT-OF-PAGES           PIC S9(5) COMP-3 VALUE +1.
001760     05  COUNT-OF-LINES           PIC S9(3) COMP-3 VALUE +0.
001770         88  BOTTOM-OF-PAGE           VALUE +58.
001780     05  CCTL                     PIC 9 VALUE 1.
001790     05  WS-DATE.
001800         10  WS-YEAR              PIC XX.
001810         10  WS-MONTH             PIC XX.
001820         10  WS-DAY               PIC XX.
001830*
001840*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001850*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001860*    LOGGER, CALLED AT START AND END OF JOB.
001870 COPY OPSTATP.
001880*
001890*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
001900*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
001910*    WHICH COUNTS EACH STALE COPY'S DAYS BEHIND THE NEWEST.
001920 COPY DATECALP.
001930*
001940***************************************************************
001950*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
001960*    WORKLIST THE SHOP'S SHARED HEADING AND TRAILER.            *
001970***************************************************************
001980 COPY RPTHDR0.
001990 01  CSECT-HEADING-LINE.
002000     05  FILLER                   PIC X VALUE SPACE.
002010     05  FILLER                   PIC X(7) VALUE 'CSECT: '.
002020     05  CHL-CSECT                PIC X(8).
002030     05  FILLER                   PIC X(16) VALUE
002040         '   NEWEST COPY: '.
002050     05  CHL-EVIDENCE             PIC X(10).
002060     05  FILLER                   PIC X(10) VALUE
002070         '  DATED '.
002080     05  CHL-DATE                 PIC 9(8).
002090     05  CHL-DATE-X REDEFINES CHL-DATE PIC X(8).
002100     05  CHL-DATED-BY-LINK        PIC X.
002110     05  FILLER                   PIC X(3) VALUE SPACES.
002120     05  CHL-CURRENT-COUNT        PIC ZZZZ9.
002130     05  FILLER                   PIC X(18) VALUE
002140         ' MODULE(S) CURRENT'.
002150     05  FILLER                   PIC X(46) VALUE SPACES.
002160 01  COLUMN-HEADING-LINE.
002170     05  FILLER                   PIC X(3) VALUE SPACES.
002180     05  FILLER                   PIC X(10) VALUE 'MEMBER'.
002190     05  FILLER                   PIC X(6) VALUE 'USRD'.
002200     05  FILLER                   PIC X(10) VALUE 'SYSTEM'.
002210     05  FILLER                   PIC X(12) VALUE 'EVIDENCE'.
002220     05  FILLER                   PIC X(11) VALUE 'DATED'.
002230     05  FILLER                   PIC X(10) VALUE 'LINKED'.
002240     05  FILLER                   PIC X(8) VALUE 'DAYS OLD'.
002250     05  FILLER                   PIC X(2) VALUE SPACES.
002260     05  FILLER                   PIC X(61) VALUE 'LOAD LIBRARY'.
002270 01  STALE-DETAIL-LINE.
002280     05  FILLER                   PIC X(3) VALUE SPACES.
002290     05  SDL-MEMBER-NAME          PIC X(8).
002300     05  FILLER                   PIC X(2) VALUE SPACES.
002310     05  SDL-USRDAT               PIC X(4).
002320     05  FILLER                   PIC X(2) VALUE SPACES.
002330     05  SDL-SYSTEM-ID            PIC X(8).
002340     05  FILLER                   PIC X(2) VALUE SPACES.
002350     05  SDL-EVIDENCE             PIC X(10).
002360     05  FILLER                   PIC X(2) VALUE SPACES.
002370     05  SDL-DATE                 PIC 9(8).
002380     05  SDL-DATE-X REDEFINES SDL-DATE PIC X(8).
002390     05  SDL-DATED-BY-LINK        PIC X.
002400     05  FILLER                   PIC X(2) VALUE SPACES.
002410     05  SDL-LINK-DATE            PIC X(8).
002420     05  FILLER                   PIC X(2) VALUE SPACES.
002430     05  SDL-DAYS                 PIC ZZZ,ZZ9.
002440     05  SDL-DAYS-X REDEFINES SDL-DAYS PIC X(7).
002450     05  FILLER                   PIC X(3) VALUE SPACES.
002460     05  SDL-DSNAME               PIC X(33).
002470     05  FILLER                   PIC X(28) VALUE SPACES.
002480 01  CSECT-COUNT-LINE.
002490     05  FILLER                   PIC X(3) VALUE SPACES.
002500     05  CCL-COUNT                PIC ZZZZ9.
002510     05  FILLER                   PIC X(40) VALUE
002520         ' MODULE(S) TO RELINK FOR THIS CSECT'.
002530     05  FILLER                   PIC X(85) VALUE SPACES.
002540 01  FOOTNOTE-LINE.
002550     05  FILLER                   PIC X VALUE SPACE.
002560     05  FILLER                   PIC X(66) VALUE
002570         '* DATED BY EARLIEST LINK - NO COMPILE DATE IN EVIDENCE'.
002580     05  FILLER                   PIC X(66) VALUE SPACES.
002590 01  NO-WORK-LINE.
002600     05  FILLER                   PIC X VALUE SPACE.
002610     05  FILLER                   PIC X(52) VALUE
002620         'EVERY SHARED CSECT IS AT ONE COMPILE IN ALL MODULES'.
002630     05  FILLER                   PIC X(80) VALUE SPACES.
002640 01  TOTAL-LINE.
002650     05  FILLER                   PIC X VALUE SPACE.
002660     05  TTL-LABEL                PIC X(40).
002670     05  TTL-COUNT                PIC ZZZ,ZZ9.
002680     05  FILLER                   PIC X(85) VALUE SPACES.
002690*
002700 PROCEDURE DIVISION.
002710     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
002720     SORT SORT-FILE
002730         ON ASCENDING KEY SRT-CSECT
002740                          SRT-MEMBER-NAME
002750                          SRT-USRDAT
002760                          SRT-SYSTEM-ID
002770         INPUT PROCEDURE IS 100-RELEASE-CSECT-COPIES
002780         OUTPUT PROCEDURE IS 200-PRINT-WORKLIST.
002790     PERFORM 9990-END-OF-JOB THRU 9990-EXIT.
002800     GOBACK.
002810*
002820***************************************************************
002830*    100 READS THE MACHINE FILE AND RELEASES ONE SORT RECORD    *
002840*    FOR EVERY NON-IBM CSECT THAT CARRIES COMPILE EVIDENCE.     *
002850***************************************************************
002860 100-RELEASE-CSECT-COPIES SECTION.
002870     PERFORM 1000-READ-MACHINE-RECORD THRU 1000-EXIT
002880         UNTIL MACHINE-FILE-EOF.
002890*
002900 200-PRINT-WORKLIST SECTION.
002910     PERFORM 2000-RETURN-SORTED-RECORD THRU 2000-EXIT
002920         UNTIL SORT-RETURN-EOF.
002930*
002940 999-PROCEDURES SECTION.
002950*
002960 1000-READ-MACHINE-RECORD.
002970     READ MACHINE-FILE
002980         AT END
002990             MOVE 'Y' TO MACHINE-FILE-SWITCH
003000             GO TO 1000-EXIT.
003010     ADD 1 TO MACHINE-RECORDS-READ.
003020     IF MRCSECT = SPACES
003030         GO TO 1000-EXIT.
003040     IF MRCSECT (1:3) = 'IBM'
003050         ADD 1 TO IBM-RECORDS-SKIPPED
003060         GO TO 1000-EXIT.
003070     MOVE SPACES TO SORT-RECORD.
003080     IF MRTYPE = 'C2' OR MRTYPE = 'C3'
003090         MOVE MRC2DATA TO SRT-EVIDENCE
003100     ELSE
003110         IF MRTYPE = 'VS' OR MRTYPE = 'V4'
003120             MOVE MROCSYMD TO SRT-EVIDENCE.
003130     IF SRT-EVIDENCE = SPACES
003140         ADD 1 TO NO-EVIDENCE-RECORDS
003150         GO TO 1000-EXIT.
003160     MOVE SRT-EVIDENCE (1:8) TO CONVERT-MMDDYY.
003170     PERFORM 1100-CONVERT-DATE THRU 1100-EXIT.
003180     MOVE CONVERT-CCYYMMDD TO SRT-COMPILE-DATE.
003190     MOVE MRDATLKD TO CONVERT-MMDDYY.
003200     PERFORM 1100-CONVERT-DATE THRU 1100-EXIT.
003210     MOVE CONVERT-CCYYMMDD TO SRT-LINK-CCYYMMDD.
003220     MOVE MRCSECT TO SRT-CSECT.
003230     MOVE MRMEM TO SRT-MEMBER-NAME.
003240     MOVE MRUSRDAT TO SRT-USRDAT.
003250     MOVE MRSYSID TO SRT-SYSTEM-ID.
003260     MOVE MRDATLKD TO SRT-LINK-DATE.
003270     RELEASE SORT-RECORD.
003280 1000-EXIT. EXIT.
003290*
003300 1100-CONVERT-DATE.
003310     MOVE ZERO TO CONVERT-CCYYMMDD.
003320     IF CONVERT-MMDDYY (3:1) NOT = '/'
003330         OR CONVERT-MMDDYY (6:1) NOT = '/'
003340         OR CONVERT-MM NOT NUMERIC
003350         OR CONVERT-DD NOT NUMERIC
003360         OR CONVERT-YY NOT NUMERIC
003370         GO TO 1100-EXIT.
003380     IF CONVERT-MM < 01 OR CONVERT-MM > 12
003390         OR CONVERT-DD < 01 OR CONVERT-DD > 31
003400         GO TO 1100-EXIT.
003410     IF CONVERT-YY < 70
003420         COMPUTE CONVERT-CCYY = 2000 + CONVERT-YY
003430     ELSE
003440         COMPUTE CONVERT-CCYY = 1900 + CONVERT-YY.
003450     MOVE CONVERT-MM TO CONVERT-OUT-MM.
003460     MOVE CONVERT-DD TO CONVERT-OUT-DD.
003470 1100-EXIT. EXIT.
003480*
003490***************************************************************
003500*    2000-2300 COLLECT EACH CSECT'S COPIES AND, AT THE CSECT    *
003510*    BREAK, DATE ITS COMPILES, PICK THE NEWEST, AND PRINT EVERY *
003520*    MODULE STILL CARRYING AN OLDER ONE.  A MODULE WITH THE SAME*
003530*    CSECT ON SEVERAL RECORDS IS ONE COPY - ITS FIRST RECORD.   *
003540***************************************************************
003550 2000-RETURN-SORTED-RECORD.
003560     RETURN SORT-FILE
003570         AT END
003580             MOVE 'Y' TO SORT-RETURN-SWITCH
003590             PERFORM 2200-JUDGE-CSECT-GROUP THRU 2200-EXIT
003600             GO TO 2000-EXIT.
003610     IF SRT-CSECT NOT = CURRENT-CSECT
003620         PERFORM 2200-JUDGE-CSECT-GROUP THRU 2200-EXIT
003630         MOVE SRT-CSECT TO CURRENT-CSECT.
003640     PERFORM 2100-COLLECT-ONE-COPY THRU 2100-EXIT.
003650 2000-EXIT. EXIT.
003660*
003670 2100-COLLECT-ONE-COPY.
003680     IF COPY-COUNT > ZERO
003690         IF SRT-MEMBER-NAME = CP-MEMBER-NAME (COPY-COUNT)
003700             AND SRT-USRDAT = CP-USRDAT (COPY-COUNT)
003710             AND SRT-SYSTEM-ID = CP-SYSTEM-ID (COPY-COUNT)
003720             GO TO 2100-EXIT.
003730     IF COPY-COUNT NOT < 2000
003740         ADD 1 TO COPIES-DROPPED
003750         DISPLAY 'STALESUB COPY-TABLE FULL - ' SRT-CSECT
003760             ' IN ' SRT-MEMBER-NAME ' NOT JUDGED'
003770         GO TO 2100-EXIT.
003780     PERFORM 2110-FIND-EVIDENCE THRU 2110-EXIT.
003790     IF EV-IX > EVIDENCE-COUNT
003800         GO TO 2100-EXIT.
003810     ADD 1 TO COPY-COUNT.
003820     SET CP-IX TO COPY-COUNT.
003830     MOVE SRT-MEMBER-NAME TO CP-MEMBER-NAME (CP-IX).
003840     MOVE SRT-USRDAT TO CP-USRDAT (CP-IX).
003850     MOVE SRT-SYSTEM-ID TO CP-SYSTEM-ID (CP-IX).
003860     MOVE SRT-EVIDENCE TO CP-EVIDENCE (CP-IX).
003870     MOVE SRT-LINK-DATE TO CP-LINK-DATE (CP-IX).
003880     SET CP-EVIDENCE-SUB (CP-IX) TO EV-IX.
003890 2100-EXIT. EXIT.
003900*
003910*    2110 LEAVES EV-IX ON THE COPY'S COMPILE, ADDING IT WHEN IT
003920*    IS NEW AND KEEPING THE EARLIEST LINK DATE THAT CARRIES IT.
003930 2110-FIND-EVIDENCE.
003940     SET EV-IX TO 1.
003950     SEARCH EVIDENCE-ENTRY
003960         AT END
003970             IF EVIDENCE-COUNT < 50
003980                 ADD 1 TO EVIDENCE-COUNT
003990                 SET EV-IX TO EVIDENCE-COUNT
004000                 MOVE SRT-EVIDENCE TO EV-EVIDENCE (EV-IX)
004010                 MOVE SRT-COMPILE-DATE TO EV-COMPILE-DATE (EV-IX)
004020                 MOVE SRT-LINK-CCYYMMDD
004030                     TO EV-FIRST-LINK-DATE (EV-IX)
004040             ELSE
004050                 ADD 1 TO COPIES-DROPPED
004060                 DISPLAY 'STALESUB EVIDENCE-TABLE FULL - '
004070                     SRT-CSECT ' IN ' SRT-MEMBER-NAME
004080                     ' NOT JUDGED'
004090                 SET EV-IX TO 51
004100             END-IF
004110         WHEN EV-EVIDENCE (EV-IX) = SRT-EVIDENCE
004120             IF SRT-LINK-CCYYMMDD > ZERO
004130                 AND (EV-FIRST-LINK-DATE (EV-IX) = ZERO
004140                 OR SRT-LINK-CCYYMMDD
004150                     < EV-FIRST-LINK-DATE (EV-IX))
004160                 MOVE SRT-LINK-CCYYMMDD
004170                     TO EV-FIRST-LINK-DATE (EV-IX)
004180             END-IF
004190     END-SEARCH.
004200 2110-EXIT. EXIT.
004210*
004220 2200-JUDGE-CSECT-GROUP.
004230     IF COPY-COUNT = ZERO
004240         GO TO 2290-CLEAR-GROUP.
004250     ADD 1 TO CSECTS-EXAMINED.
004260     IF EVIDENCE-COUNT < 2
004270         GO TO 2290-CLEAR-GROUP.
004280     MOVE ZERO TO NEWEST-SUB.
004290     PERFORM 2210-DATE-ONE-COMPILE THRU 2210-EXIT
004300         VARYING EV-IX FROM 1 BY 1
004310             UNTIL EV-IX > EVIDENCE-COUNT.
004320     MOVE ZERO TO CSECT-STALE-COUNT, CSECT-CURRENT-COUNT.
004330     PERFORM 2220-COUNT-ONE-COPY THRU 2220-EXIT
004340         VARYING CP-IX FROM 1 BY 1
004350             UNTIL CP-IX > COPY-COUNT.
004360     ADD 1 TO CSECTS-WITH-STALE-COPIES.
004370     MOVE CURRENT-CSECT TO CHL-CSECT.
004380     MOVE EV-EVIDENCE (NEWEST-SUB) TO CHL-EVIDENCE.
004390     IF EV-DATE (NEWEST-SUB) = ZERO
004400         MOVE 'UNKNOWN' TO CHL-DATE-X
004410     ELSE
004420         MOVE EV-DATE (NEWEST-SUB) TO CHL-DATE.
004430     MOVE EV-DATED-BY-LINK (NEWEST-SUB) TO CHL-DATED-BY-LINK.
004440     MOVE CSECT-CURRENT-COUNT TO CHL-CURRENT-COUNT.
004450     MOVE 2 TO CCTL.
004460     MOVE CSECT-HEADING-LINE TO WORKLIST-REPORT-RECORD.
004470     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004480     MOVE COLUMN-HEADING-LINE TO WORKLIST-REPORT-RECORD.
004490     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004500     PERFORM 2230-PRINT-ONE-COPY THRU 2230-EXIT
004510         VARYING CP-IX FROM 1 BY 1
004520             UNTIL CP-IX > COPY-COUNT.
004530     MOVE CSECT-STALE-COUNT TO CCL-COUNT.
004540     MOVE CSECT-COUNT-LINE TO WORKLIST-REPORT-RECORD.
004550     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004560 2290-CLEAR-GROUP.
004570     MOVE ZERO TO COPY-COUNT, EVIDENCE-COUNT.
004580 2200-EXIT. EXIT.
004590*
004600*    2210 DATES ONE COMPILE - BY ITS OWN COMPILE DATE, OR BY THE
004610*    EARLIEST LINK THAT CARRIES IT - AND KEEPS THE NEWEST.
004620 2210-DATE-ONE-COMPILE.
004630     IF EV-COMPILE-DATE (EV-IX) > ZERO
004640         MOVE EV-COMPILE-DATE (EV-IX) TO EV-DATE (EV-IX)
004650         MOVE SPACE TO EV-DATED-BY-LINK (EV-IX)
004660     ELSE
004670         MOVE EV-FIRST-LINK-DATE (EV-IX) TO EV-DATE (EV-IX)
004680         MOVE '*' TO EV-DATED-BY-LINK (EV-IX).
004690     IF NEWEST-SUB = ZERO
004700         SET NEWEST-SUB TO EV-IX
004710         GO TO 2210-EXIT.
004720     IF EV-DATE (EV-IX) > EV-DATE (NEWEST-SUB)
004730         OR (EV-DATE (EV-IX) = EV-DATE (NEWEST-SUB)
004740         AND EV-EVIDENCE (EV-IX) > EV-EVIDENCE (NEWEST-SUB))
004750         SET NEWEST-SUB TO EV-IX.
004760 2210-EXIT. EXIT.
004770*
004780 2220-COUNT-ONE-COPY.
004790     IF CP-EVIDENCE-SUB (CP-IX) = NEWEST-SUB
004800         ADD 1 TO CSECT-CURRENT-COUNT
004810     ELSE
004820         ADD 1 TO CSECT-STALE-COUNT, STALE-COPY-COUNT.
004830 2220-EXIT. EXIT.
004840*
004850 2230-PRINT-ONE-COPY.
004860     IF CP-EVIDENCE-SUB (CP-IX) = NEWEST-SUB
004870         GO TO 2230-EXIT.
004880     SET EV-IX TO CP-EVIDENCE-SUB (CP-IX).
004890     MOVE CP-MEMBER-NAME (CP-IX) TO SDL-MEMBER-NAME.
004900     MOVE CP-USRDAT (CP-IX) TO SDL-USRDAT.
004910     MOVE CP-SYSTEM-ID (CP-IX) TO SDL-SYSTEM-ID.
004920     MOVE CP-EVIDENCE (CP-IX) TO SDL-EVIDENCE.
004930     MOVE CP-LINK-DATE (CP-IX) TO SDL-LINK-DATE.
004940     MOVE EV-DATED-BY-LINK (EV-IX) TO SDL-DATED-BY-LINK.
004950     MOVE SPACES TO SDL-DAYS-X.
004960     IF EV-DATE (EV-IX) = ZERO
004970         MOVE 'UNKNOWN' TO SDL-DATE-X
004980     ELSE
004990         MOVE EV-DATE (EV-IX) TO SDL-DATE
005000         IF EV-DATE (NEWEST-SUB) > ZERO
005010             SET DTC-DAY-COUNT-FUNCTION TO TRUE
005020             MOVE EV-DATE (EV-IX) TO DTC-DATE-CCYYMMDD
005030             MOVE EV-DATE (NEWEST-SUB) TO DTC-TO-DATE-CCYYMMDD
005040             CALL 'DATECALC' USING DATECALC-PARM
005050             IF DTC-SUCCESSFUL
005060                 MOVE DTC-DAY-COUNT TO SDL-DAYS.
005070     PERFORM 2300-FIND-LIBRARY THRU 2300-EXIT.
005080     MOVE LIBRARY-DSNAME TO SDL-DSNAME.
005090     MOVE STALE-DETAIL-LINE TO WORKLIST-REPORT-RECORD.
005100     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005110 2230-EXIT. EXIT.
005120*
005130*    2300 RESOLVES THE COPY'S LOAD LIBRARY FROM THE EXTRACT.
005140 2300-FIND-LIBRARY.
005150     MOVE 'NOT RESOLVED - NOT ON THE EXTRACT' TO LIBRARY-DSNAME.
005160     IF EXTRACT-TABLE-COUNT = ZERO
005170         GO TO 2300-EXIT.
005180     SET EX-IX TO 1.
005190     SEARCH EXTRACT-TABLE-ENTRY
005200         AT END
005210             GO TO 2300-EXIT
005220         WHEN EX-MEMBER-NAME (EX-IX) = CP-MEMBER-NAME (CP-IX)
005230             AND EX-USRDAT (EX-IX) = CP-USRDAT (CP-IX)
005240             AND EX-SYSTEM-ID (EX-IX) = CP-SYSTEM-ID (CP-IX)
005250             MOVE EX-DSNAME (EX-IX) TO LIBRARY-DSNAME.
005260 2300-EXIT. EXIT.
005270*
005280***************************************************************
005290*    7500-PRINT-HEADING AND 7600-PRINT-A-LINE GIVE THE WORKLIST *
005300*    A RUN DATE, TITLE AND PAGE NUMBER ON EACH PAGE, THE SAME   *
005310*    TREATMENT CMPCURR GIVES ITS OWN WORKLIST.                  *
005320***************************************************************
005330 7500-PRINT-HEADING.
005340     MOVE COUNT-OF-PAGES TO RPT-HEADING-PAGE.
005350     MOVE RPT-HEADING-LINE TO WORKLIST-REPORT-RECORD.
005360     WRITE WORKLIST-REPORT-RECORD AFTER ADVANCING PAGE.
005370     MOVE SPACES TO WORKLIST-REPORT-RECORD.
005380     MOVE 3 TO COUNT-OF-LINES.
005390     ADD 1 TO COUNT-OF-PAGES.
005400     MOVE 1 TO CCTL.
005410 7500-EXIT. EXIT.
005420*
005430 7600-PRINT-A-LINE.
005440     WRITE WORKLIST-REPORT-RECORD AFTER ADVANCING CCTL LINES.
005450     ADD CCTL TO COUNT-OF-LINES.
005460     MOVE 1 TO CCTL.
005470     MOVE SPACES TO WORKLIST-REPORT-RECORD.
005480     IF BOTTOM-OF-PAGE
005490         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
005500 7600-EXIT. EXIT.
005510*
005520 9900-INITIALIZATION.
005530     OPEN INPUT MACHINE-FILE, MODULE-EXTRACT-FILE.
005540     OPEN OUTPUT WORKLIST-REPORT-FILE.
005550     ACCEPT WS-DATE FROM DATE.
005560     PERFORM 9920-LOAD-EXTRACT-RECORD THRU 9920-EXIT
005570         UNTIL EXTRACT-FILE-EOF.
005580     MOVE WS-MONTH TO RPT-HEADING-MONTH.
005590     MOVE WS-DAY TO RPT-HEADING-DAY.
005600     MOVE WS-YEAR TO RPT-HEADING-YEAR.
005610     MOVE 'STALESUB' TO RPT-HEADING-PROGRAM.
005620     MOVE 'STALE SUBROUTINE COPIES - RELINK WORKLIST'
005630         TO RPT-HEADING-TITLE.
005640     PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
005650     MOVE 'STALESUB' TO OST-PROGRAM-ID.
005660     SET OST-START-OF-JOB TO TRUE.
005670     MOVE SPACES TO OST-NAMED-COUNTERS.
005680     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
005690         OST-EXCEPTION-COUNT.
005700     CALL 'OPSTAT' USING OPSTAT-PARM.
005710 9900-EXIT. EXIT.
005720*
005730 9920-LOAD-EXTRACT-RECORD.
005740     READ MODULE-EXTRACT-FILE
005750         AT END
005760             MOVE 'Y' TO EXTRACT-FILE-SWITCH
005770             GO TO 9920-EXIT.
005780     ADD 1 TO EXTRACT-RECORDS-READ.
005790     IF EXTRACT-TABLE-COUNT < 5000
005800         ADD 1 TO EXTRACT-TABLE-COUNT
005810         SET EX-IX TO EXTRACT-TABLE-COUNT
005820         MOVE MX-MEMBER-NAME TO EX-MEMBER-NAME (EX-IX)
005830         MOVE MX-USRDAT TO EX-USRDAT (EX-IX)
005840         MOVE MX-SYSTEM-ID TO EX-SYSTEM-ID (EX-IX)
005850         MOVE MX-DSNAME TO EX-DSNAME (EX-IX)
005860     ELSE
005870         DISPLAY 'STALESUB EXTRACT-TABLE FULL - MODULE '
005880             MX-MEMBER-NAME ' LEFT UNRESOLVED'.
005890 9920-EXIT. EXIT.
005900*
005910 9990-END-OF-JOB.
005920     MOVE 2 TO CCTL.
005930     IF STALE-COPY-COUNT = ZERO
005940         MOVE NO-WORK-LINE TO WORKLIST-REPORT-RECORD
005950     ELSE
005960         MOVE FOOTNOTE-LINE TO WORKLIST-REPORT-RECORD.
005970     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005980     MOVE 2 TO CCTL.
005990     MOVE 'MACHINE RECORDS READ' TO TTL-LABEL.
006000     MOVE MACHINE-RECORDS-READ TO TTL-COUNT.
006010     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006020     MOVE 'IBM CSECT RECORDS PASSED OVER' TO TTL-LABEL.
006030     MOVE IBM-RECORDS-SKIPPED TO TTL-COUNT.
006040     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006050     MOVE 'RECORDS WITH NO COMPILE EVIDENCE' TO TTL-LABEL.
006060     MOVE NO-EVIDENCE-RECORDS TO TTL-COUNT.
006070     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006080     MOVE 'CSECTS EXAMINED' TO TTL-LABEL.
006090     MOVE CSECTS-EXAMINED TO TTL-COUNT.
006100     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006110     MOVE 'CSECTS WITH STALE COPIES' TO TTL-LABEL.
006120     MOVE CSECTS-WITH-STALE-COPIES TO TTL-COUNT.
006130     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006140     MOVE 'MODULES TO RELINK (STALE COPIES)' TO TTL-LABEL.
006150     MOVE STALE-COPY-COUNT TO TTL-COUNT.
006160     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006170     MOVE 'COPIES NOT JUDGED (TABLE FULL)' TO TTL-LABEL.
006180     MOVE COPIES-DROPPED TO TTL-COUNT.
006190     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006200     MOVE 'STALESUB' TO RPT-TRAILER-PROGRAM.
006210     MOVE COUNT-OF-PAGES TO RPT-TRAILER-PAGES.
006220     MOVE RPT-TRAILER-LINE TO WORKLIST-REPORT-RECORD.
006230     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006240     CLOSE MACHINE-FILE, MODULE-EXTRACT-FILE,
006250         WORKLIST-REPORT-FILE.
006260     MOVE 'STALESUB' TO OST-PROGRAM-ID.
006270     SET OST-END-OF-JOB TO TRUE.
006280     MOVE MACHINE-RECORDS-READ TO OST-RECORDS-PROCESSED.
006290     MOVE COPIES-DROPPED TO OST-ERROR-COUNT.
006300     MOVE STALE-COPY-COUNT TO OST-EXCEPTION-COUNT.
006310     CALL 'OPSTAT' USING OPSTAT-PARM.
006320     IF STALE-COPY-COUNT > ZERO
006330         MOVE 4 TO RETURN-CODE.
006340 9990-EXIT. EXIT.
006350*
006360 9995-PRINT-TOTAL.
006370     MOVE TOTAL-LINE TO WORKLIST-REPORT-RECORD.
006380     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006390 9995-EXIT. EXIT.
