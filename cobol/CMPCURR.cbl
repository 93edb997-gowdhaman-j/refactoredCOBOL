000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CMPCURR.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* COMPILER-CURRENCY COMPLIANCE WORKLIST.  BCBSEXT3 DESCRIBES THE*
000150* COMPILE SETTINGS EVERY COBOL LOAD MODULE CARRIES BUT NOT      *
000160* WHETHER THEY ARE IN POLICY, SO THE YEARLY AUDIT BEFORE A      *
000170* COMPILER UPGRADE WAS BUILT BY HAND.  THIS STEP JUDGES EACH    *
000180* COBOL MODULE ON THE MACHINE FILE (DD UT-S-MACHINE, COPY       *
000190* MRRECCOB) AGAINST THE COMPILER-STANDARDS FILE (DD UT-S-CMPSTD,*
000200* COPY CMPSTD0) - ITS LEVEL (MRC2DATA FOR C2/C3, MROCSYMD FOR   *
000210* VS/V4) AND ITS MRCOBSM AND MRCOBDC OPTIONS, READ FROM THE     *
000220* MODULE'S FIRST MACHINE RECORD AS BCBSEXT3 READS THEM.  EACH   *
000230* SETTING THE STANDARDS CALL DEPRECATED OR BANNED, OR THAT IS   *
000240* MISSING FROM A SETTING THE STANDARDS DO RULE ON (UNLISTED),   *
000250* GOES ON A REMEDIATION WORKLIST GROUPED BY LOAD LIBRARY AND    *
000260* MEMBER - THE LIBRARY COMES FROM BCBSEXT3'S MODULE-EXTRACT-FILE*
000270* (DD UT-S-MODEXT) BY MEMBER AND USRDAT - WITH THE OFFENDING    *
000280* VALUE AND THE DAYS LEFT UNTIL A DEPRECATED SETTING'S SUNSET   *
000290* (DATECALC 'DC').  A DEPRECATED SETTING PAST ITS SUNSET IS     *
000300* BANNED FROM THAT DAY.  A BLANK SETTING IS NOT JUDGED.  'P'    *
000310* CARDS NAME THE PRODUCTION LIBRARIES BY DSNAME PREFIX - WITH   *
000320* NONE, EVERY RESOLVED LIBRARY IS TREATED AS PRODUCTION.  A     *
000330* BANNED SETTING IN A PRODUCTION LIBRARY ENDS THE STEP WITH     *
000340* CONDITION CODE 8.  THE WORKLIST PRINTS TO DD UT-S-CMPRPT.     *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT STANDARDS-FILE ASSIGN TO UT-S-CMPSTD.
000410     SELECT MACHINE-FILE ASSIGN TO UT-S-MACHINE.
000420     SELECT MODULE-EXTRACT-FILE ASSIGN TO UT-S-MODEXT.
000430     SELECT SORT-FILE ASSIGN TO SORTWK01.
000440     SELECT WORKLIST-REPORT-FILE ASSIGN TO UT-S-CMPRPT.
000450 DATA DIVISION.
000460 FILE SECTION.
000470*
000480 FD  STANDARDS-FILE
000490     RECORDING MODE IS F
000500     BLOCK CONTAINS 0 RECORDS
000510     RECORD CONTAINS 80 CHARACTERS
000520     LABEL RECORDS ARE OMITTED
000530     DATA RECORD IS STANDARDS-RECORD.
000540*
000550     COPY CMPSTD0.
000560*
000570 FD  MACHINE-FILE
000580     BLOCK CONTAINS 0 RECORDS
000590     RECORD CONTAINS 200 CHARACTERS
000600     RECORDING MODE F.
000610     COPY MRRECCOB.
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
000750 SD  SORT-FILE
000760     DATA RECORD IS SORT-RECORD.
000770 01  SORT-RECORD.
000780     05  SRT-LIBRARY-KEY          PIC X(33).
000790     05  SRT-MEMBER-NAME          PIC X(8).
000800     05  SRT-SETTING-SEQ          PIC 9.
000810     05  SRT-USRDAT               PIC X(4).
000820     05  SRT-TYPE                 PIC X(2).
000830     05  SRT-SETTING              PIC X(5).
000840     05  SRT-VALUE                PIC X(10).
000850     05  SRT-STATUS               PIC X(11).
000860     05  SRT-SUNSET-DATE          PIC X(8).
000870     05  SRT-DAYS-SWITCH          PIC X.
000880         88  SRT-DAYS-KNOWN           VALUE 'Y'.
000890     05  SRT-DAYS-TO-SUNSET       PIC S9(7).
000900     05  SRT-PRODUCTION-SWITCH    PIC X.
000910         88  SRT-PRODUCTION           VALUE 'Y'.
000920     05  SRT-REMARK               PIC X(40).
000930*
000940 FD  WORKLIST-REPORT-FILE
000950     RECORDING MODE IS F
000960     BLOCK CONTAINS 0 RECORDS
000970     RECORD CONTAINS 133 CHARACTERS
000980     LABEL RECORDS ARE OMITTED.
000990 01  WORKLIST-REPORT-RECORD       PIC X(133).
001000*
001010 WORKING-STORAGE SECTION.
001020 77  FILLER PIC X(35)  VALUE
001030     'CMPCURR WORKING STORAGE BEGINS HERE'.
001040*
001050 01  STANDARDS-FILE-SWITCH        PIC X VALUE 'N'.
001060     88  STANDARDS-FILE-EOF           VALUE 'Y'.
001070 01  MACHINE-FILE-SWITCH          PIC X VALUE 'N'.
001080     88  MACHINE-FILE-EOF             VALUE 'Y'.
001090 01  EXTRACT-FILE-SWITCH          PIC X VALUE 'N'.
001100     88  EXTRACT-FILE-EOF             VALUE 'Y'.
001110 01  SORT-RETURN-SWITCH           PIC X VALUE 'N'.
001120     88  SORT-RETURN-EOF              VALUE 'Y'.
001130*
001140***************************************************************
001150*    RULE-TABLE HOLDS THE 'R' CARDS AND PREFIX-TABLE THE 'P'    *
001160*    CARDS, EACH WITH THE LENGTH OF ITS PREFIX SO A LIBRARY IS  *
001170*    MATCHED ON THE PREFIX ALONE.                               *
001180***************************************************************
001190 01  RULE-TABLE-COUNT             PIC S9(4) COMP VALUE +0.
001200 01  RULE-TABLE.
001210     05  RULE-TABLE-ENTRY     OCCURS 1 TO 300 TIMES
001220                              DEPENDING ON RULE-TABLE-COUNT
001230                              INDEXED BY RU-IX.
001240         10  RU-COMPILER-TYPE     PIC X(2).
001250         10  RU-SETTING           PIC X(5).
001260         10  RU-VALUE             PIC X(10).
001270         10  RU-STATUS            PIC X.
001280             88  RU-ALLOWED           VALUE 'A'.
001290             88  RU-DEPRECATED        VALUE 'D'.
001300             88  RU-BANNED            VALUE 'B'.
001310         10  RU-SUNSET-DATE       PIC X(8).
001320         10  RU-REMARK            PIC X(40).
001330 01  PREFIX-TABLE-COUNT           PIC S9(4) COMP VALUE +0.
001340 01  PREFIX-TABLE.
001350     05  PREFIX-TABLE-ENTRY   OCCURS 1 TO 50 TIMES
001360                              DEPENDING ON PREFIX-TABLE-COUNT
001370                              INDEXED BY PX-IX.
001380         10  PX-PREFIX            PIC X(33).
001390         10  PX-LENGTH            PIC S9(4) COMP.
001400*
001410***************************************************************
001420*    EXTRACT-TABLE HOLDS THE MODULE-EXTRACT-FILE'S MEMBER AND   *
001430*    USRDAT WITH THE LOAD LIBRARY EACH RESOLVED TO.  A MODULE   *
001440*    NOT ON THE EXTRACT IS WORKLISTED UNDER NOT RESOLVED.       *
001450***************************************************************
001460 01  EXTRACT-TABLE-COUNT          PIC S9(4) COMP VALUE +0.
001470 01  EXTRACT-TABLE.
001480     05  EXTRACT-TABLE-ENTRY  OCCURS 1 TO 5000 TIMES
001490                              DEPENDING ON EXTRACT-TABLE-COUNT
001500                              INDEXED BY EX-IX.
001510         10  EX-MEMBER-NAME       PIC X(8).
001520         10  EX-USRDAT            PIC X(4).
001530         10  EX-DSNAME            PIC X(33).
001540*
001550***************************************************************
001560*    MODULE-CHECK-FIELDS CARRY THE MODULE AND SETTING BEING     *
001570*    JUDGED.  EXACT-RULE-SUB IS A RULE FOR THE MODULE'S OWN     *
001580*    TYPE, GENERIC-RULE-SUB ONE FOR EVERY COBOL (**); THE OWN-  *
001590*    TYPE RULE WINS WHEN BOTH NAME THE SAME VALUE.              *
001600***************************************************************
001610 01  MODULE-CHECK-FIELDS.
001620     05  PREVIOUS-MODULE          PIC X(8) VALUE LOW-VALUES.
001630     05  CHECK-TYPE               PIC X(2).
001640         88  CHECK-TYPE-C2C3          VALUE 'C2' 'C3'.
001650         88  CHECK-TYPE-COBOL         VALUE 'C2' 'C3' 'VS' 'V4'.
001660     05  CHECK-LIBRARY-KEY        PIC X(33).
001670     05  CHECK-SETTING            PIC X(5).
001680     05  CHECK-SETTING-SEQ        PIC 9.
001690     05  CHECK-VALUE              PIC X(10).
001700     05  EXACT-RULE-SUB           PIC S9(4) COMP VALUE +0.
001710     05  GENERIC-RULE-SUB         PIC S9(4) COMP VALUE +0.
001720     05  JUDGED-RULE-SUB          PIC S9(4) COMP VALUE +0.
001730     05  SETTING-RULED-SWITCH     PIC X VALUE 'N'.
001740         88  SETTING-IS-RULED         VALUE 'Y'.
001750     05  LIBRARY-FOUND-SWITCH     PIC X VALUE 'N'.
001760         88  LIBRARY-FOUND            VALUE 'Y'.
001770     05  PRODUCTION-SWITCH        PIC X VALUE 'N'.
001780         88  PRODUCTION-LIBRARY       VALUE 'Y'.
001790     05  OFFENDING-SWITCH         PIC X VALUE 'N'.
001800         88  SETTING-OFFENDS          VALUE 'Y'.
001810*
001820*    LIBRARY-BREAK-FIELDS CARRY THE LOAD LIBRARY BEING PRINTED.
001830 01  LIBRARY-BREAK-FIELDS.
001840     05  CURRENT-LIBRARY-KEY      PIC X(33) VALUE LOW-VALUES.
001850     05  LIBRARY-ITEM-COUNT       PIC S9(5) COMP VALUE +0.
001860     05  GROUP-OPEN-SWITCH        PIC X VALUE 'N'.
001870         88  LIBRARY-GROUP-OPEN       VALUE 'Y'.
001880*
001890 01  STATISTICAL-DATA.
001900     05  STANDARDS-CARDS-READ     PIC S9(5) COMP VALUE +0.
001910     05  STANDARDS-CARDS-REJECTED PIC S9(5) COMP VALUE +0.
001920     05  MACHINE-RECORDS-READ     PIC S9(7) COMP VALUE +0.
001930     05  EXTRACT-RECORDS-READ     PIC S9(7) COMP VALUE +0.
001940     05  COBOL-MODULES-CHECKED    PIC S9(7) COMP VALUE +0.
001950     05  SETTINGS-COMPLIANT       PIC S9(7) COMP VALUE +0.
001960     05  SETTINGS-DEPRECATED      PIC S9(7) COMP VALUE +0.
001970     05  SETTINGS-PAST-SUNSET     PIC S9(7) COMP VALUE +0.
001980     05  SETTINGS-BANNED          PIC S9(7) COMP VALUE +0.
001990     05  SETTINGS-UNLISTED        PIC S9(7) COMP VALUE +0.
002000     05  BANNED-IN-PRODUCTION     PIC S9(7) COMP VALUE +0.
002010     05  WORKLIST-ITEMS           PIC S9(7) COMP VALUE +0.
002020     05  COUNT-OF-PAGES           PIC S9(5) COMP-3 VALUE +1.
002030     05  COUNT-OF-LINES           PIC S9(3) COMP-3 VALUE +0.
002040         88  BOTTOM-OF-PAGE           VALUE +58.
002050     05  CCTL                     PIC 9 VALUE 1.
002060     05  RUN-DATE-CCYYMMDD        PIC 9(8).
002070     05  WS-DATE.
002080         10  WS-YEAR              PIC XX.
002090         10  WS-MONTH             PIC XX.
002100         10  WS-DAY               PIC XX.
002110     05  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
002120*
002130*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
002140*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002150*    LOGGER, CALLED AT START AND END OF JOB.
002160 COPY OPSTATP.
002170*
002180*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
002190*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
002200*    WHICH COUNTS THE DAYS LEFT UNTIL EACH SUNSET.
002210 COPY DATECALP.
002220*
002230***************************************************************
002240*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002250*    WORKLIST THE SHOP'S SHARED HEADING AND TRAILER.            *
002260***************************************************************
002270 COPY RPTHDR0.
002280 01  LIBRARY-HEADING-LINE.
002290     05  FILLER                   PIC X VALUE SPACE.
002300     05  FILLER                   PIC X(14) VALUE
002310         'LOAD LIBRARY: '.
002320     05  LHL-DSNAME               PIC X(33).
002330     05  LHL-PRODUCTION-NOTE      PIC X(20).
002340     05  FILLER                   PIC X(65) VALUE SPACES.
002350 01  COLUMN-HEADING-LINE.
002360     05  FILLER                   PIC X(3) VALUE SPACES.
002370     05  FILLER                   PIC X(10) VALUE 'MEMBER'.
002380     05  FILLER                   PIC X(8) VALUE 'USRDAT'.
002390     05  FILLER                   PIC X(6) VALUE 'TYPE'.
002400     05  FILLER                   PIC X(9) VALUE 'SETTING'.
002410     05  FILLER                   PIC X(12) VALUE 'VALUE'.
002420     05  FILLER                   PIC X(13) VALUE 'STATUS'.
002430     05  FILLER                   PIC X(10) VALUE 'SUNSET'.
002440     05  FILLER                   PIC X(8) VALUE '  DAYS'.
002450     05  FILLER                   PIC X(54) VALUE
002460         'STANDARDS REMARK'.
002470 01  WORKLIST-DETAIL-LINE.
002480     05  FILLER                   PIC X(3) VALUE SPACES.
002490     05  WDL-MEMBER-NAME          PIC X(8).
002500     05  FILLER                   PIC X(2) VALUE SPACES.
002510     05  WDL-USRDAT               PIC X(4).
002520     05  FILLER                   PIC X(4) VALUE SPACES.
002530     05  WDL-TYPE                 PIC X(2).
002540     05  FILLER                   PIC X(4) VALUE SPACES.
002550     05  WDL-SETTING              PIC X(5).
002560     05  FILLER                   PIC X(4) VALUE SPACES.
002570     05  WDL-VALUE                PIC X(10).
002580     05  FILLER                   PIC X(2) VALUE SPACES.
002590     05  WDL-STATUS               PIC X(11).
002600     05  FILLER                   PIC X(2) VALUE SPACES.
002610     05  WDL-SUNSET-DATE          PIC X(8).
002620     05  FILLER                   PIC X(2) VALUE SPACES.
002630     05  WDL-DAYS                 PIC -(5)9.
002640     05  WDL-DAYS-X REDEFINES WDL-DAYS PIC X(6).
002650     05  FILLER                   PIC X(2) VALUE SPACES.
002660     05  WDL-REMARK               PIC X(40).
002670     05  FILLER                   PIC X(14) VALUE SPACES.
002680 01  LIBRARY-COUNT-LINE.
002690     05  FILLER                   PIC X(3) VALUE SPACES.
002700     05  LCL-COUNT                PIC ZZZZ9.
002710     05  FILLER                   PIC X(40) VALUE
002720         ' ITEM(S) TO REMEDIATE IN THIS LIBRARY'.
002730     05  FILLER                   PIC X(85) VALUE SPACES.
002740 01  NO-WORK-LINE.
002750     05  FILLER                   PIC X VALUE SPACE.
002760     05  FILLER                   PIC X(50) VALUE
002770         'EVERY COBOL MODULE CHECKED IS WITHIN THE STANDARDS'.
002780     05  FILLER                   PIC X(82) VALUE SPACES.
002790 01  TOTAL-LINE.
002800     05  FILLER                   PIC X VALUE SPACE.
002810     05  TTL-LABEL                PIC X(40).
002820     05  TTL-COUNT                PIC ZZZ,ZZ9.
002830     05  FILLER                   PIC X(85) VALUE SPACES.
002840 01  CONDITION-CODE-LINE.
002850     05  FILLER                   PIC X VALUE SPACE.
002860     05  FILLER                   PIC X(60) VALUE
002870         '*** BANNED SETTINGS IN PRODUCTION - CONDITION CODE 8'.
002880     05  FILLER                   PIC X(72) VALUE SPACES.
002890*
002900 PROCEDURE DIVISION.
002910     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
002920     SORT SORT-FILE
002930         ON ASCENDING KEY SRT-LIBRARY-KEY
002940                          SRT-MEMBER-NAME
002950                          SRT-SETTING-SEQ
002960         INPUT PROCEDURE IS 100-JUDGE-MACHINE-FILE
002970         OUTPUT PROCEDURE IS 200-PRINT-WORKLIST.
002980     PERFORM 9990-END-OF-JOB THRU 9990-EXIT.
002990     GOBACK.
003000*
003010***************************************************************
003020*    100 READS THE MACHINE FILE AND JUDGES EACH COBOL MODULE    *
003030*    ON ITS FIRST RECORD, RELEASING ONE SORT RECORD FOR EVERY   *
003040*    SETTING OUT OF POLICY.                                     *
003050***************************************************************
003060 100-JUDGE-MACHINE-FILE SECTION.
003070     PERFORM 1000-READ-MACHINE-RECORD THRU 1000-EXIT
003080         UNTIL MACHINE-FILE-EOF.
003090*
003100 200-PRINT-WORKLIST SECTION.
003110     PERFORM 2000-RETURN-SORTED-RECORD THRU 2000-EXIT
003120         UNTIL SORT-RETURN-EOF.
003130*
003140 999-PROCEDURES SECTION.
003150*
003160 1000-READ-MACHINE-RECORD.
003170     READ MACHINE-FILE
003180         AT END
003190             MOVE 'Y' TO MACHINE-FILE-SWITCH
003200             GO TO 1000-EXIT.
003210     ADD 1 TO MACHINE-RECORDS-READ.
003220     IF MRMEM = PREVIOUS-MODULE
003230         GO TO 1000-EXIT.
003240     MOVE MRMEM TO PREVIOUS-MODULE.
003250     MOVE MRTYPE TO CHECK-TYPE.
003260     IF NOT CHECK-TYPE-COBOL
003270         GO TO 1000-EXIT.
003280     ADD 1 TO COBOL-MODULES-CHECKED.
003290     PERFORM 1100-FIND-LIBRARY THRU 1100-EXIT.
003300     MOVE 'LEVEL' TO CHECK-SETTING.
003310     MOVE 1 TO CHECK-SETTING-SEQ.
003320     IF CHECK-TYPE-C2C3
003330         MOVE MRC2DATA TO CHECK-VALUE
003340     ELSE
003350         MOVE MROCSYMD TO CHECK-VALUE.
003360     PERFORM 1200-JUDGE-ONE-SETTING THRU 1200-EXIT.
003370     MOVE 'COBSM' TO CHECK-SETTING.
003380     MOVE 2 TO CHECK-SETTING-SEQ.
003390     MOVE MRCOBSM TO CHECK-VALUE.
003400     PERFORM 1200-JUDGE-ONE-SETTING THRU 1200-EXIT.
003410     MOVE 'COBDC' TO CHECK-SETTING.
003420     MOVE 3 TO CHECK-SETTING-SEQ.
003430     MOVE MRCOBDC TO CHECK-VALUE.
003440     PERFORM 1200-JUDGE-ONE-SETTING THRU 1200-EXIT.
003450 1000-EXIT. EXIT.
003460*
003470*    1100 RESOLVES THE MODULE'S LOAD LIBRARY FROM THE EXTRACT
003480*    AND DECIDES WHETHER THAT LIBRARY IS PRODUCTION.  AN
003490*    UNRESOLVED MODULE SORTS LAST UNDER A HIGH-VALUES KEY.
003500 1100-FIND-LIBRARY.
003510     MOVE 'N' TO LIBRARY-FOUND-SWITCH, PRODUCTION-SWITCH.
003520     MOVE HIGH-VALUES TO CHECK-LIBRARY-KEY.
003530     IF EXTRACT-TABLE-COUNT = ZERO
003540         GO TO 1100-EXIT.
003550     SET EX-IX TO 1.
003560     SEARCH EXTRACT-TABLE-ENTRY
003570         AT END
003580             GO TO 1100-EXIT
003590         WHEN EX-MEMBER-NAME (EX-IX) = MRMEM
003600             AND EX-USRDAT (EX-IX) = MRUSRDAT
003610             MOVE EX-DSNAME (EX-IX) TO CHECK-LIBRARY-KEY
003620             SET LIBRARY-FOUND TO TRUE.
003630     IF PREFIX-TABLE-COUNT = ZERO
003640         SET PRODUCTION-LIBRARY TO TRUE
003650         GO TO 1100-EXIT.
003660     PERFORM 1110-TEST-ONE-PREFIX
003670         VARYING PX-IX FROM 1 BY 1
003680             UNTIL PX-IX > PREFIX-TABLE-COUNT
003690             OR PRODUCTION-LIBRARY.
003700 1100-EXIT. EXIT.
003710*
003720 1110-TEST-ONE-PREFIX.
003730     IF CHECK-LIBRARY-KEY (1:PX-LENGTH (PX-IX))
003740         = PX-PREFIX (PX-IX) (1:PX-LENGTH (PX-IX))
003750         SET PRODUCTION-LIBRARY TO TRUE.
003760*
003770***************************************************************
003780*    1200-1220 JUDGE ONE SETTING.  AN ALLOWED VALUE IS          *
003790*    COMPLIANT; A DEPRECATED ONE IS WORKLISTED WITH ITS DAYS TO *
003800*    SUNSET, OR AS PAST SUNSET - AND SO BANNED - ONCE THE DAY   *
003810*    HAS COME; A BANNED ONE IS WORKLISTED.  A VALUE NO CARD     *
003820*    NAMES IS UNLISTED WHEN ANY CARD RULES ON THAT SETTING OF   *
003830*    THAT TYPE, AND NOT JUDGED OTHERWISE.                       *
003840***************************************************************
003850 1200-JUDGE-ONE-SETTING.
003860     IF CHECK-VALUE = SPACES
003870         GO TO 1200-EXIT.
003880     MOVE ZERO TO EXACT-RULE-SUB, GENERIC-RULE-SUB.
003890     MOVE 'N' TO SETTING-RULED-SWITCH, OFFENDING-SWITCH.
003900     IF RULE-TABLE-COUNT > ZERO
003910         PERFORM 1210-TEST-ONE-RULE
003920             VARYING RU-IX FROM 1 BY 1
003930                 UNTIL RU-IX > RULE-TABLE-COUNT.
003940     IF EXACT-RULE-SUB > ZERO
003950         MOVE EXACT-RULE-SUB TO JUDGED-RULE-SUB
003960     ELSE
003970         MOVE GENERIC-RULE-SUB TO JUDGED-RULE-SUB.
003980     IF JUDGED-RULE-SUB = ZERO
003990         AND NOT SETTING-IS-RULED
004000         GO TO 1200-EXIT.
004010     MOVE SPACES TO SORT-RECORD.
004020     MOVE 'N' TO SRT-DAYS-SWITCH.
004030     MOVE ZERO TO SRT-DAYS-TO-SUNSET.
004040     IF JUDGED-RULE-SUB = ZERO
004050         MOVE 'UNLISTED' TO SRT-STATUS
004060         MOVE 'VALUE NOT ON THE STANDARDS FILE' TO SRT-REMARK
004070         ADD 1 TO SETTINGS-UNLISTED
004080         SET SETTING-OFFENDS TO TRUE
004090         GO TO 1220-RELEASE-WORKLIST-ITEM.
004100     SET RU-IX TO JUDGED-RULE-SUB.
004110     IF RU-ALLOWED (RU-IX)
004120         ADD 1 TO SETTINGS-COMPLIANT
004130         GO TO 1200-EXIT.
004140     MOVE RU-SUNSET-DATE (RU-IX) TO SRT-SUNSET-DATE.
004150     MOVE RU-REMARK (RU-IX) TO SRT-REMARK.
004160     SET SETTING-OFFENDS TO TRUE.
004170     IF RU-BANNED (RU-IX)
004180         MOVE 'BANNED' TO SRT-STATUS
004190         ADD 1 TO SETTINGS-BANNED
004200         PERFORM 1230-COUNT-BANNED-IN-PRODUCTION
004210         GO TO 1220-RELEASE-WORKLIST-ITEM.
004220     MOVE 'DEPRECATED' TO SRT-STATUS.
004230     IF RU-SUNSET-DATE (RU-IX) NUMERIC
004240         SET DTC-DAY-COUNT-FUNCTION TO TRUE
004250         MOVE RUN-DATE-CCYYMMDD TO DTC-DATE-CCYYMMDD
004260         MOVE RU-SUNSET-DATE (RU-IX) TO DTC-TO-DATE-CCYYMMDD
004270         CALL 'DATECALC' USING DATECALC-PARM
004280         IF DTC-SUCCESSFUL
004290             SET SRT-DAYS-KNOWN TO TRUE
004300             MOVE DTC-DAY-COUNT TO SRT-DAYS-TO-SUNSET.
004310     IF SRT-DAYS-KNOWN
004320         AND SRT-DAYS-TO-SUNSET NOT > ZERO
004330         MOVE 'PAST SUNSET' TO SRT-STATUS
004340         ADD 1 TO SETTINGS-PAST-SUNSET
004350         PERFORM 1230-COUNT-BANNED-IN-PRODUCTION
004360     ELSE
004370         ADD 1 TO SETTINGS-DEPRECATED.
004380*
004390 1220-RELEASE-WORKLIST-ITEM.
004400     MOVE CHECK-LIBRARY-KEY TO SRT-LIBRARY-KEY.
004410     MOVE MRMEM TO SRT-MEMBER-NAME.
004420     MOVE CHECK-SETTING-SEQ TO SRT-SETTING-SEQ.
004430     MOVE MRUSRDAT TO SRT-USRDAT.
004440     MOVE CHECK-TYPE TO SRT-TYPE.
004450     MOVE CHECK-SETTING TO SRT-SETTING.
004460     MOVE CHECK-VALUE TO SRT-VALUE.
004470     IF PRODUCTION-LIBRARY
004480         SET SRT-PRODUCTION TO TRUE
004490     ELSE
004500         MOVE 'N' TO SRT-PRODUCTION-SWITCH.
004510     ADD 1 TO WORKLIST-ITEMS.
004520     RELEASE SORT-RECORD.
004530 1200-EXIT. EXIT.
004540*
004550*    1210 NOTES A RULE FOR THIS SETTING OF THIS TYPE (OR OF
004560*    EVERY COBOL), AND WHICH ONE NAMES THIS VALUE.
004570 1210-TEST-ONE-RULE.
004580     IF RU-SETTING (RU-IX) = CHECK-SETTING
004590         IF RU-COMPILER-TYPE (RU-IX) = CHECK-TYPE
004600             SET SETTING-IS-RULED TO TRUE
004610             IF RU-VALUE (RU-IX) = CHECK-VALUE
004620                 SET EXACT-RULE-SUB TO RU-IX
004630             END-IF
004640         ELSE
004650             IF RU-COMPILER-TYPE (RU-IX) = '**'
004660                 SET SETTING-IS-RULED TO TRUE
004670                 IF RU-VALUE (RU-IX) = CHECK-VALUE
004680                     SET GENERIC-RULE-SUB TO RU-IX.
004690*
004700 1230-COUNT-BANNED-IN-PRODUCTION.
004710     IF PRODUCTION-LIBRARY
004720         ADD 1 TO BANNED-IN-PRODUCTION.
004730*
004740***************************************************************
004750*    2000-2300 PRINT THE SORTED WORKLIST WITH A CONTROL BREAK   *
004760*    ON THE LOAD LIBRARY - EACH LIBRARY GETS ITS HEADING, ITS   *
004770*    MEMBERS' OFFENDING SETTINGS, AND ITS ITEM COUNT.           *
004780***************************************************************
004790 2000-RETURN-SORTED-RECORD.
004800     RETURN SORT-FILE
004810         AT END
004820             MOVE 'Y' TO SORT-RETURN-SWITCH
004830             PERFORM 2300-CLOSE-LIBRARY-GROUP THRU 2300-EXIT
004840             GO TO 2000-EXIT.
004850     IF SRT-LIBRARY-KEY NOT = CURRENT-LIBRARY-KEY
004860         PERFORM 2300-CLOSE-LIBRARY-GROUP THRU 2300-EXIT
004870         PERFORM 2100-OPEN-LIBRARY-GROUP THRU 2100-EXIT.
004880     PERFORM 2200-PRINT-WORKLIST-ITEM THRU 2200-EXIT.
004890 2000-EXIT. EXIT.
004900*
004910 2100-OPEN-LIBRARY-GROUP.
004920     MOVE SRT-LIBRARY-KEY TO CURRENT-LIBRARY-KEY.
004930     MOVE ZERO TO LIBRARY-ITEM-COUNT.
004940     MOVE 'Y' TO GROUP-OPEN-SWITCH.
004950     IF SRT-LIBRARY-KEY = HIGH-VALUES
004960         MOVE 'NOT RESOLVED - NOT ON THE EXTRACT' TO LHL-DSNAME
004970         MOVE SPACES TO LHL-PRODUCTION-NOTE
004980     ELSE
004990         MOVE SRT-LIBRARY-KEY TO LHL-DSNAME
005000         IF SRT-PRODUCTION
005010             MOVE '  (PRODUCTION)' TO LHL-PRODUCTION-NOTE
005020         ELSE
005030             MOVE SPACES TO LHL-PRODUCTION-NOTE.
005040     MOVE 2 TO CCTL.
005050     MOVE LIBRARY-HEADING-LINE TO WORKLIST-REPORT-RECORD.
005060     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005070     MOVE COLUMN-HEADING-LINE TO WORKLIST-REPORT-RECORD.
005080     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005090 2100-EXIT. EXIT.
005100*
005110 2200-PRINT-WORKLIST-ITEM.
005120     MOVE SRT-MEMBER-NAME TO WDL-MEMBER-NAME.
005130     MOVE SRT-USRDAT TO WDL-USRDAT.
005140     MOVE SRT-TYPE TO WDL-TYPE.
005150     MOVE SRT-SETTING TO WDL-SETTING.
005160     MOVE SRT-VALUE TO WDL-VALUE.
005170     MOVE SRT-STATUS TO WDL-STATUS.
005180     MOVE SRT-SUNSET-DATE TO WDL-SUNSET-DATE.
005190     IF SRT-DAYS-KNOWN
005200         MOVE SRT-DAYS-TO-SUNSET TO WDL-DAYS
005210     ELSE
005220         MOVE SPACES TO WDL-DAYS-X.
005230     MOVE SRT-REMARK TO WDL-REMARK.
005240     MOVE WORKLIST-DETAIL-LINE TO WORKLIST-REPORT-RECORD.
005250     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005260     ADD 1 TO LIBRARY-ITEM-COUNT.
005270 2200-EXIT. EXIT.
005280*
005290 2300-CLOSE-LIBRARY-GROUP.
005300     IF LIBRARY-GROUP-OPEN
005310         MOVE LIBRARY-ITEM-COUNT TO LCL-COUNT
005320         MOVE LIBRARY-COUNT-LINE TO WORKLIST-REPORT-RECORD
005330         PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005340     MOVE 'N' TO GROUP-OPEN-SWITCH.
005350 2300-EXIT. EXIT.
005360*
005370***************************************************************
005380*    7500-PRINT-HEADING AND 7600-PRINT-A-LINE GIVE THE WORKLIST *
005390*    A RUN DATE, TITLE AND PAGE NUMBER ON EACH PAGE, THE SAME   *
005400*    TREATMENT MODWHERE GIVES ITS OWN REPORT.                   *
005410***************************************************************
005420 7500-PRINT-HEADING.
005430     MOVE COUNT-OF-PAGES TO RPT-HEADING-PAGE.
005440     MOVE RPT-HEADING-LINE TO WORKLIST-REPORT-RECORD.
005450     WRITE WORKLIST-REPORT-RECORD AFTER ADVANCING PAGE.
005460     MOVE SPACES TO WORKLIST-REPORT-RECORD.
005470     MOVE 3 TO COUNT-OF-LINES.
005480     ADD 1 TO COUNT-OF-PAGES.
005490     MOVE 1 TO CCTL.
005500 7500-EXIT. EXIT.
005510*
005520 7600-PRINT-A-LINE.
005530     WRITE WORKLIST-REPORT-RECORD AFTER ADVANCING CCTL LINES.
005540     ADD CCTL TO COUNT-OF-LINES.
005550     MOVE 1 TO CCTL.
005560     MOVE SPACES TO WORKLIST-REPORT-RECORD.
005570     IF BOTTOM-OF-PAGE
005580         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
005590 7600-EXIT. EXIT.
005600*
005610 9900-INITIALIZATION.
005620     OPEN INPUT STANDARDS-FILE, MACHINE-FILE, MODULE-EXTRACT-FILE.
005630     OPEN OUTPUT WORKLIST-REPORT-FILE.
005640     ACCEPT WS-DATE FROM DATE.
005650     COMPUTE RUN-DATE-CCYYMMDD = 20000000 + WS-DATE-N.
005660     PERFORM 9910-LOAD-STANDARDS-CARD THRU 9910-EXIT
005670         UNTIL STANDARDS-FILE-EOF.
005680     PERFORM 9920-LOAD-EXTRACT-RECORD THRU 9920-EXIT
005690         UNTIL EXTRACT-FILE-EOF.
005700     MOVE WS-MONTH TO RPT-HEADING-MONTH.
005710     MOVE WS-DAY TO RPT-HEADING-DAY.
005720     MOVE WS-YEAR TO RPT-HEADING-YEAR.
005730     MOVE 'CMPCURR' TO RPT-HEADING-PROGRAM.
005740     MOVE 'COMPILER-CURRENCY REMEDIATION WORKLIST'
005750         TO RPT-HEADING-TITLE.
005760     PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
005770     MOVE 'CMPCURR' TO OST-PROGRAM-ID.
005780     SET OST-START-OF-JOB TO TRUE.
005790     MOVE SPACES TO OST-NAMED-COUNTERS.
005800     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
005810         OST-EXCEPTION-COUNT.
005820     CALL 'OPSTAT' USING OPSTAT-PARM.
005830 9900-EXIT. EXIT.
005840*
005850*    9910 - A CARD WITH '*' IN COLUMN 1 OR BLANK IS PASSED OVER.
005860*    A CARD OF UNKNOWN TYPE, SETTING, OR STATUS IS DISPLAYED AND
005870*    REJECTED; A DEPRECATED CARD WITH NO VALID SUNSET IS KEPT,
005880*    BUT NO DAYS CAN BE COUNTED FOR IT.
005890 9910-LOAD-STANDARDS-CARD.
005900     READ STANDARDS-FILE
005910         AT END
005920             MOVE 'Y' TO STANDARDS-FILE-SWITCH
005930             GO TO 9910-EXIT.
005940     ADD 1 TO STANDARDS-CARDS-READ.
005950     IF STANDARDS-RECORD = SPACES
005960         OR CSD-COMMENT
005970         GO TO 9910-EXIT.
005980     IF CSD-PRODUCTION-LIBRARY
005990         PERFORM 9915-LOAD-PREFIX-CARD THRU 9915-EXIT
006000         GO TO 9910-EXIT.
006010     IF NOT CSD-RULE
006020         OR CSD-COMPILER-TYPE = SPACES
006030         OR NOT (CSD-SETTING-LEVEL OR CSD-SETTING-COBSM
006040                 OR CSD-SETTING-COBDC)
006050         OR NOT (CSD-ALLOWED OR CSD-DEPRECATED OR CSD-BANNED)
006060         OR CSD-VALUE = SPACES
006070         DISPLAY 'CMPCURR STANDARDS CARD REJECTED: '
006080             STANDARDS-RECORD
006090         ADD 1 TO STANDARDS-CARDS-REJECTED
006100         GO TO 9910-EXIT.
006110     IF CSD-DEPRECATED
006120         AND CSD-SUNSET-DATE NOT NUMERIC
006130         DISPLAY 'CMPCURR NO SUNSET DATE FOR DEPRECATED '
006140             CSD-COMPILER-TYPE ' ' CSD-SETTING ' ' CSD-VALUE.
006150     IF RULE-TABLE-COUNT < 300
006160         ADD 1 TO RULE-TABLE-COUNT
006170         SET RU-IX TO RULE-TABLE-COUNT
006180         MOVE CSD-COMPILER-TYPE TO RU-COMPILER-TYPE (RU-IX)
006190         MOVE CSD-SETTING TO RU-SETTING (RU-IX)
006200         MOVE CSD-VALUE TO RU-VALUE (RU-IX)
006210         MOVE CSD-STATUS TO RU-STATUS (RU-IX)
006220         MOVE CSD-SUNSET-DATE TO RU-SUNSET-DATE (RU-IX)
006230         MOVE CSD-REMARK TO RU-REMARK (RU-IX)
006240     ELSE
006250         DISPLAY 'CMPCURR RULE-TABLE FULL - CARD SKIPPED: '
006260             STANDARDS-RECORD
006270         ADD 1 TO STANDARDS-CARDS-REJECTED.
006280 9910-EXIT. EXIT.
006290*
006300 9915-LOAD-PREFIX-CARD.
006310     IF CSD-LIBRARY-PREFIX = SPACES
006320         DISPLAY 'CMPCURR STANDARDS CARD REJECTED: '
006330             STANDARDS-RECORD
006340         ADD 1 TO STANDARDS-CARDS-REJECTED
006350         GO TO 9915-EXIT.
006360     IF PREFIX-TABLE-COUNT < 50
006370         ADD 1 TO PREFIX-TABLE-COUNT
006380         SET PX-IX TO PREFIX-TABLE-COUNT
006390         MOVE CSD-LIBRARY-PREFIX TO PX-PREFIX (PX-IX)
006400         MOVE ZERO TO PX-LENGTH (PX-IX)
006410         INSPECT CSD-LIBRARY-PREFIX TALLYING PX-LENGTH (PX-IX)
006420             FOR CHARACTERS BEFORE INITIAL SPACE
006430     ELSE
006440         DISPLAY 'CMPCURR PREFIX-TABLE FULL - CARD SKIPPED: '
006450             STANDARDS-RECORD
006460         ADD 1 TO STANDARDS-CARDS-REJECTED.
006470 9915-EXIT. EXIT.
006480*
006490 9920-LOAD-EXTRACT-RECORD.
006500     READ MODULE-EXTRACT-FILE
006510         AT END
006520             MOVE 'Y' TO EXTRACT-FILE-SWITCH
006530             GO TO 9920-EXIT.
006540     ADD 1 TO EXTRACT-RECORDS-READ.
006550     IF EXTRACT-TABLE-COUNT < 5000
006560         ADD 1 TO EXTRACT-TABLE-COUNT
006570         SET EX-IX TO EXTRACT-TABLE-COUNT
006580         MOVE MX-MEMBER-NAME TO EX-MEMBER-NAME (EX-IX)
006590         MOVE MX-USRDAT TO EX-USRDAT (EX-IX)
006600         MOVE MX-DSNAME TO EX-DSNAME (EX-IX)
006610     ELSE
006620         DISPLAY 'CMPCURR EXTRACT-TABLE FULL - MODULE '
006630             MX-MEMBER-NAME ' LEFT UNRESOLVED'.
006640 9920-EXIT. EXIT.
006650*
006660 9990-END-OF-JOB.
006670     IF WORKLIST-ITEMS = ZERO
006680         MOVE 2 TO CCTL
006690         MOVE NO-WORK-LINE TO WORKLIST-REPORT-RECORD
006700         PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006710     MOVE 2 TO CCTL.
006720     MOVE 'COBOL MODULES CHECKED' TO TTL-LABEL.
006730     MOVE COBOL-MODULES-CHECKED TO TTL-COUNT.
006740     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006750     MOVE 'SETTINGS WITHIN THE STANDARDS' TO TTL-LABEL.
006760     MOVE SETTINGS-COMPLIANT TO TTL-COUNT.
006770     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006780     MOVE 'SETTINGS DEPRECATED' TO TTL-LABEL.
006790     MOVE SETTINGS-DEPRECATED TO TTL-COUNT.
006800     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006810     MOVE 'SETTINGS PAST SUNSET' TO TTL-LABEL.
006820     MOVE SETTINGS-PAST-SUNSET TO TTL-COUNT.
006830     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006840     MOVE 'SETTINGS BANNED' TO TTL-LABEL.
006850     MOVE SETTINGS-BANNED TO TTL-COUNT.
006860     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006870     MOVE 'SETTINGS UNLISTED' TO TTL-LABEL.
006880     MOVE SETTINGS-UNLISTED TO TTL-COUNT.
006890     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006900     MOVE 'BANNED OR PAST SUNSET IN PRODUCTION' TO TTL-LABEL.
006910     MOVE BANNED-IN-PRODUCTION TO TTL-COUNT.
006920     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006930     MOVE 'STANDARDS CARDS REJECTED' TO TTL-LABEL.
006940     MOVE STANDARDS-CARDS-REJECTED TO TTL-COUNT.
006950     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
006960     IF BANNED-IN-PRODUCTION > ZERO
006970         MOVE 2 TO CCTL
006980         MOVE CONDITION-CODE-LINE TO WORKLIST-REPORT-RECORD
006990         PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
007000     MOVE 'CMPCURR' TO RPT-TRAILER-PROGRAM.
007010     MOVE COUNT-OF-PAGES TO RPT-TRAILER-PAGES.
007020     MOVE RPT-TRAILER-LINE TO WORKLIST-REPORT-RECORD.
007030     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
007040     CLOSE STANDARDS-FILE, MACHINE-FILE, MODULE-EXTRACT-FILE,
007050         WORKLIST-REPORT-FILE.
007060     MOVE 'CMPCURR' TO OST-PROGRAM-ID.
007070     SET OST-END-OF-JOB TO TRUE.
007080     MOVE MACHINE-RECORDS-READ TO OST-RECORDS-PROCESSED.
007090     MOVE STANDARDS-CARDS-REJECTED TO OST-ERROR-COUNT.
007100     MOVE WORKLIST-ITEMS TO OST-EXCEPTION-COUNT.
007110     CALL 'OPSTAT' USING OPSTAT-PARM.
007120     IF BANNED-IN-PRODUCTION > ZERO
007130         DISPLAY 'CMPCURR BANNED SETTINGS IN PRODUCTION: '
007140             BANNED-IN-PRODUCTION
007150         MOVE 8 TO RETURN-CODE.
007160 9990-EXIT. EXIT.
007170*
007180 9995-PRINT-TOTAL.
007190     MOVE TOTAL-LINE TO WORKLIST-REPORT-RECORD.
007200     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
007210 9995-EXIT. EXIT.
