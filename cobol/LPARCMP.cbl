000100 ID DIVISION.
000110 PROGRAM-ID. LPARCMP.
000120****************************************************************
000130*    CROSS-SYSTEM (LPAR) CONSISTENCY REPORT OVER BCBSEXT3'S     *
000140*    MODULE-EXTRACT-FILE.  THE SAME LOAD LIBRARIES RUN ON       *
000150*    SEVERAL LPARS AND THE MACHINE FILE LISTING PROCESS RUNS    *
000160*    ON EACH; BCBSEXT3 TAGS EVERY EXTRACT RECORD WITH ITS       *
000170*    MX-SYSTEM-ID, SO ONE EXTRACT (OR THE PER-SYSTEM EXTRACTS   *
000180*    CONCATENATED UNDER DD UT-S-MODEXT) HOLDS EVERY SYSTEM'S    *
000190*    VIEW OF EVERY MEMBER.  THIS STEP LINES EACH MEMBER UP      *
000200*    ACROSS THE SYSTEMS AND FLAGS THE DRIFT THAT MAKES A        *
000210*    MODULE WORK ON ONE LPAR AND FAIL ON ANOTHER - A MEMBER     *
000220*    PRESENT ON SOME SYSTEMS AND NOT OTHERS, OR WHOSE LINK      *
000230*    DATE (MRDATLKD), MRTYPE OR RESOLVED DSNAME DIFFERS         *
000240*    BETWEEN SYSTEMS.  A FLAGGED MEMBER PRINTS (DD              *
000250*    UT-S-LPARRPT) AS ONE LINE PER SYSTEM, IN THE SAME          *
000260*    COLUMNS, WITH 'NOT PRESENT' WHERE THE SYSTEM HAS NO COPY.  *
000270*    THE SYSTEMS COMPARED ARE THOSE FOUND ON THE EXTRACT, PLUS  *
000280*    ANY NAMED ON THE CARD LPARCMP SYSTEMS (READ THROUGH        *
000290*    CTLREAD, UP TO THREE 8-BYTE IDS IN VALUE COLUMNS 1-8,      *
000300*    10-17 AND 19-26) SO A SYSTEM WHOSE LISTING NEVER ARRIVED   *
000310*    STILL SHOWS EVERY MEMBER MISSING.  THE CARD LPARCMP        *
000320*    LIST-ALL YES PRINTS EVERY MEMBER, NOT JUST THE FLAGGED     *
000330*    ONES.  WHEN A MEMBER HAS MORE THAN ONE COPY ON ONE SYSTEM  *
000340*    THE FIRST EXTRACTED IS COMPARED AND THE COPY COUNT IS      *
000350*    SHOWN - BCBSDUPL REPORTS THOSE CONFLICTS.  THE EXTRACT IS  *
000360*    PUT THROUGH AN INTERNAL SORT (MEMBER/SYSTEM/ARRIVAL) THE   *
000370*    SAME WAY BCBSDUPL SORTS IT.  ANY DRIFT, OR FEWER THAN TWO  *
000380*    SYSTEMS TO COMPARE, ENDS THE STEP WITH CONDITION CODE 4.   *
000390****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MODULE-EXTRACT-FILE ASSIGN TO UT-S-MODEXT.
000470     SELECT SORT-FILE ASSIGN TO SORTWK01.
000480     SELECT CONSISTENCY-REPORT-FILE ASSIGN TO UT-S-LPARRPT.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  MODULE-EXTRACT-FILE
000520     BLOCK CONTAINS 0 RECORDS
000530     RECORD CONTAINS 80 CHARACTERS
000540     RECORDING MODE F.
000550 01  MODULE-EXTRACT-RECORD.
000560     05  MX-MEMBER-NAME           PIC X(8).
000570     05  MX-USRDAT                PIC X(4).
000580     05  MX-TYPE                  PIC X(2).
000590     05  MX-LINK-DATE             PIC X(8).
000600     05  MX-DSNAME                PIC X(33).
000610     05  MX-SYSTEM-ID             PIC X(8).
000620     05  FILLER                   PIC X(17).
000630*
000640 SD  SORT-FILE
000650     DATA RECORD IS SORT-RECORD.
000660 01  SORT-RECORD.
000670     05  SRT-MEMBER-NAME          PIC X(8).
000680     05  SRT-SYSTEM-ID            PIC X(8).
000690     05  SRT-ARRIVAL-SEQUENCE     PIC 9(7).
000700     05  SRT-USRDAT               PIC X(4).
000710     05  SRT-TYPE                 PIC X(2).
000720     05  SRT-LINK-DATE            PIC X(8).
000730     05  SRT-DSNAME               PIC X(33).
000740*
000750 FD  CONSISTENCY-REPORT-FILE
000760     BLOCK CONTAINS 0 RECORDS
000770     RECORD CONTAINS 133 CHARACTERS
000780     RECORDING MODE F.
000790 01  CONSISTENCY-REPORT-RECORD    PIC X(133).
000800*
000810 WORKING-STORAGE SECTION.
000820 77  FILLER PIC X(36)  VALUE
000830     'LPARCMP WORKING STORAGE BEGINS HERE'.
000840*
000850 01  EXTRACT-FILE-SWITCH          PIC X VALUE 'N'.
000860     88  EXTRACT-FILE-EOF             VALUE 'Y'.
000870 01  SORT-RETURN-SWITCH           PIC X VALUE 'N'.
000880     88  SORT-RETURN-EOF              VALUE 'Y'.
000890 01  LIST-ALL-SWITCH              PIC X VALUE 'N'.
000900     88  LIST-ALL-MEMBERS             VALUE 'Y'.
000910*
000920 01  STATISTICAL-DATA.
000930     05  EXTRACT-RECORDS-READ     PIC S9(7) COMP VALUE +0.
000940     05  EXTRACT-RECORDS-SKIPPED  PIC S9(7) COMP VALUE +0.
000950     05  MEMBERS-COMPARED         PIC S9(7) COMP VALUE +0.
000960     05  DRIFT-MEMBER-COUNT       PIC S9(7) COMP VALUE +0.
000970     05  MISSING-MEMBER-COUNT     PIC S9(7) COMP VALUE +0.
000980     05  LINK-DATE-DRIFT-COUNT    PIC S9(7) COMP VALUE +0.
000990     05  TYPE-DRIFT-COUNT         PIC S9(7) COMP VALUE +0.
001000     05  DSNAME-DRIFT-COUNT       PIC S9(7) COMP VALUE +0.
001010     05  COUNT-OF-PAGES           PIC S9(5) COMP-3 VALUE +0.
001020     05  COUNT-OF-LINES           PIC S9(3) COMP-3 VALUE +0.
001030         88  BOTTOM-OF-PAGE           VALUE +58 THRU +999.
001040     05  LINES-NEEDED             PIC S9(3) COMP-3 VALUE +0.
001050     05  CCTL                     PIC 9 VALUE 1.
001060     05  WS-DATE.
001070         10  WS-YEAR              PIC XX.
001080         10  WS-MONTH             PIC XX.
001090         10  WS-DAY               PIC XX.
001100 01  CURRENT-MEMBER-NAME          PIC X(8) VALUE SPACES.
001110 01  SEARCH-SYSTEM-ID             PIC X(8) VALUE SPACES.
001120 01  REFERENCE-SUB                PIC S9(4) COMP VALUE +0.
001130 01  CARD-SUB                     PIC S9(4) COMP VALUE +0.
001140*
001150****************************************************************
001160*    SYSTEM-TABLE HOLDS EVERY SYSTEM ID BEING COMPARED, IN THE  *
001170*    ORDER FIRST SEEN (CARD SYSTEMS FIRST), WITH ITS RUN COUNTS *
001180*    AND THE CURRENT MEMBER'S COPY ON THAT SYSTEM.  THE COPY    *
001190*    FIELDS ARE CLEARED AT EVERY MEMBER BREAK.                  *
001200****************************************************************
001210 01  SYSTEM-COUNT                 PIC S9(4) COMP VALUE +0.
001220 01  SYSTEM-TABLE.
001230     05  SYSTEM-ENTRY         OCCURS 1 TO 8 TIMES
001240                              DEPENDING ON SYSTEM-COUNT
001250                              INDEXED BY SY-IX.
001260         10  SY-SYSTEM-ID         PIC X(8).
001270         10  SY-RECORD-COUNT      PIC S9(7) COMP.
001280         10  SY-MEMBER-COUNT      PIC S9(7) COMP.
001290         10  SY-COPY-COUNT        PIC S9(4) COMP.
001300         10  SY-USRDAT            PIC X(4).
001310         10  SY-TYPE              PIC X(2).
001320         10  SY-LINK-DATE         PIC X(8).
001330         10  SY-DSNAME            PIC X(33).
001340*
001350 01  DRIFT-SWITCHES.
001360     05  MISSING-SWITCH           PIC X VALUE 'N'.
001370         88  MEMBER-MISSING           VALUE 'Y'.
001380     05  LINK-DATE-SWITCH         PIC X VALUE 'N'.
001390         88  LINK-DATE-DRIFT          VALUE 'Y'.
001400     05  TYPE-SWITCH              PIC X VALUE 'N'.
001410         88  TYPE-DRIFT               VALUE 'Y'.
001420     05  DSNAME-SWITCH            PIC X VALUE 'N'.
001430         88  DSNAME-DRIFT             VALUE 'Y'.
001440*
001450*    SYSTEMS-CARD-VALUE IS THE LPARCMP SYSTEMS CARD'S VALUE,
001460*    THREE 8-BYTE SYSTEM IDS EACH FOLLOWED BY A BLANK.
001470 01  SYSTEMS-CARD-VALUE.
001480     05  SCV-SYSTEM-ENTRY     OCCURS 3 TIMES.
001490         10  SCV-SYSTEM-ID        PIC X(8).
001500         10  FILLER               PIC X.
001510     05  FILLER                   PIC X(3).
001520*
001530*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001540*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
001550 COPY CTLCARD0.
001560*
001570*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001580*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001590*    LOGGER, CALLED AT START AND END OF JOB SO OPSSUM CAN ROLL
001600*    THIS RUN INTO THE BATCH WINDOW'S CONSOLIDATED SUMMARY.
001610 COPY OPSTATP.
001620*
001630****************************************************************
001640*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
001650*    CONSISTENCY REPORT THE SHOP'S SHARED HEADING AND TRAILER.  *
001660****************************************************************
001670 COPY RPTHDR0.
001680 01  COLUMN-HEADING-LINE.
001690     05  FILLER                   PIC X(4) VALUE SPACES.
001700     05  FILLER                   PIC X(10) VALUE 'SYSTEM'.
001710     05  FILLER                   PIC X(6) VALUE 'USRD'.
001720     05  FILLER                   PIC X(4) VALUE 'TY'.
001730     05  FILLER                   PIC X(10) VALUE 'LINK DATE'.
001740     05  FILLER                   PIC X(35) VALUE
001750         'LOADLIB DSNAME'.
001760     05  FILLER                   PIC X(6) VALUE 'COPIES'.
001770     05  FILLER                   PIC X(58) VALUE SPACES.
001780 01  SYSTEMS-LINE.
001790     05  FILLER                   PIC X VALUE SPACE.
001800     05  FILLER                   PIC X(19) VALUE
001810         'SYSTEMS COMPARED:'.
001820     05  SYL-SYSTEM-ENTRY     OCCURS 8 TIMES.
001830         10  SYL-SYSTEM-ID        PIC X(8).
001840         10  FILLER               PIC X(2).
001850     05  FILLER                   PIC X(33) VALUE SPACES.
001860 01  MEMBER-GROUP-LINE.
001870     05  FILLER                   PIC X VALUE SPACE.
001880     05  FILLER                   PIC X(8) VALUE 'MEMBER: '.
001890     05  MGL-MEMBER-NAME          PIC X(8).
001900     05  FILLER                   PIC X(2) VALUE SPACES.
001910     05  MGL-MISSING-FLAG         PIC X(20).
001920     05  MGL-LINK-DATE-FLAG       PIC X(20).
001930     05  MGL-TYPE-FLAG            PIC X(15).
001940     05  MGL-DSNAME-FLAG          PIC X(15).
001950     05  FILLER                   PIC X(44) VALUE SPACES.
001960 01  SYSTEM-DETAIL-LINE.
001970     05  FILLER                   PIC X(4) VALUE SPACES.
001980     05  SDL-SYSTEM-ID            PIC X(8).
001990     05  FILLER                   PIC X(2) VALUE SPACES.
002000     05  SDL-COPY-DATA.
002010         10  SDL-USRDAT           PIC X(4).
002020         10  FILLER               PIC X(2).
002030         10  SDL-TYPE             PIC X(2).
002040         10  FILLER               PIC X(2).
002050         10  SDL-LINK-DATE        PIC X(8).
002060         10  FILLER               PIC X(2).
002070         10  SDL-DSNAME           PIC X(33).
002080         10  FILLER               PIC X(2).
002090         10  SDL-COPY-COUNT       PIC ZZ9.
002100     05  SDL-NOT-PRESENT      REDEFINES SDL-COPY-DATA
002110                                  PIC X(58).
002120     05  FILLER                   PIC X(61) VALUE SPACES.
002130 01  SYSTEM-COUNT-LINE.
002140     05  FILLER                   PIC X VALUE SPACE.
002150     05  FILLER                   PIC X(7) VALUE 'SYSTEM '.
002160     05  SCL-SYSTEM-ID            PIC X(8).
002170     05  FILLER                   PIC X(25) VALUE
002180         '  EXTRACT RECORDS READ ='.
002190     05  SCL-RECORD-COUNT         PIC ZZZ,ZZ9.
002200     05  FILLER                   PIC X(21) VALUE
002210         '   MEMBERS PRESENT ='.
002220     05  SCL-MEMBER-COUNT         PIC ZZZ,ZZ9.
002230     05  FILLER                   PIC X(57) VALUE SPACES.
002240 01  COUNT-LINE.
002250     05  FILLER                   PIC X VALUE SPACE.
002260     05  CNT-LABEL                PIC X(40).
002270     05  CNT-VALUE                PIC ZZZ,ZZ9.
002280     05  FILLER                   PIC X(85) VALUE SPACES.
002290 01  MESSAGE-LINE.
002300     05  FILLER                   PIC X VALUE SPACE.
002310     05  MSG-TEXT                 PIC X(132).
002320*
002330 PROCEDURE DIVISION.
002340     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
002350     SORT SORT-FILE
002360         ON ASCENDING KEY SRT-MEMBER-NAME
002370         ON ASCENDING KEY SRT-SYSTEM-ID
002380         ON ASCENDING KEY SRT-ARRIVAL-SEQUENCE
002390         INPUT PROCEDURE IS 100-RELEASE-EXTRACT-RECORDS
002400         OUTPUT PROCEDURE IS 200-COMPARE-ACROSS-SYSTEMS.
002410     PERFORM 9990-END-OF-JOB THRU 9990-EXIT.
002420     GOBACK.
002430*
002440 100-RELEASE-EXTRACT-RECORDS SECTION.
002450     PERFORM 1000-READ-EXTRACT-RECORD THRU 100-EXIT
002460         UNTIL EXTRACT-FILE-EOF.
002470*
002480 200-COMPARE-ACROSS-SYSTEMS SECTION.
002490     PERFORM 2000-RETURN-SORTED-RECORD THRU 200-EXIT
002500         UNTIL SORT-RETURN-EOF.
002510*
002520 999-PROCEDURES SECTION.
002530*
002540****************************************************************
002550*    1000-1100 RELEASE EVERY EXTRACT RECORD TO THE SORT AND     *
002560*    REGISTER ITS SYSTEM ID.  A RECORD FROM A NINTH SYSTEM HAS  *
002570*    NO SLOT TO BE COMPARED IN AND IS COUNTED AS SKIPPED.       *
002580****************************************************************
002590 1000-READ-EXTRACT-RECORD.
002600     READ MODULE-EXTRACT-FILE
002610         AT END
002620             MOVE 'Y' TO EXTRACT-FILE-SWITCH
002630             GO TO 100-EXIT.
002640     ADD 1 TO EXTRACT-RECORDS-READ.
002650     MOVE MX-SYSTEM-ID TO SEARCH-SYSTEM-ID.
002660     PERFORM 1100-REGISTER-SYSTEM THRU 1100-EXIT.
002670     IF SY-IX > SYSTEM-COUNT
002680         ADD 1 TO EXTRACT-RECORDS-SKIPPED
002690         GO TO 1000-READ-EXTRACT-RECORD.
002700     ADD 1 TO SY-RECORD-COUNT (SY-IX).
002710     MOVE MX-MEMBER-NAME TO SRT-MEMBER-NAME.
002720     MOVE MX-SYSTEM-ID TO SRT-SYSTEM-ID.
002730     MOVE EXTRACT-RECORDS-READ TO SRT-ARRIVAL-SEQUENCE.
002740     MOVE MX-USRDAT TO SRT-USRDAT.
002750     MOVE MX-TYPE TO SRT-TYPE.
002760     MOVE MX-LINK-DATE TO SRT-LINK-DATE.
002770     MOVE MX-DSNAME TO SRT-DSNAME.
002780     RELEASE SORT-RECORD.
002790     GO TO 1000-READ-EXTRACT-RECORD.
002800 100-EXIT. EXIT.
002810*
002820*    1100-REGISTER-SYSTEM LEAVES SY-IX ON SEARCH-SYSTEM-ID'S
002830*    SLOT, ADDING THE SYSTEM WHEN IT IS NEW, OR PAST
002840*    SYSTEM-COUNT WHEN THE TABLE IS FULL.
002850 1100-REGISTER-SYSTEM.
002860     SET SY-IX TO 1.
002870     SEARCH SYSTEM-ENTRY
002880         AT END
002890             IF SYSTEM-COUNT < 8
002900                 ADD 1 TO SYSTEM-COUNT
002910                 SET SY-IX TO SYSTEM-COUNT
002920                 MOVE SEARCH-SYSTEM-ID TO SY-SYSTEM-ID (SY-IX)
002930                 MOVE ZERO TO SY-RECORD-COUNT (SY-IX),
002940                     SY-MEMBER-COUNT (SY-IX)
002945                 PERFORM 2230-CLEAR-ONE-SYSTEM THRU 2230-EXIT
002950             ELSE
002960                 DISPLAY 'LPARCMP SYSTEM-TABLE FULL - SYSTEM '
002970                     SEARCH-SYSTEM-ID ' NOT COMPARED'
002980                 SET SY-IX TO 9
002990             END-IF
003000         WHEN SY-SYSTEM-ID (SY-IX) = SEARCH-SYSTEM-ID
003010             NEXT SENTENCE
003020     END-SEARCH.
003030 1100-EXIT. EXIT.
003040*
003050****************************************************************
003060*    2000-2300 COLLECT EACH MEMBER'S COPY ON EVERY SYSTEM AND,  *
003070*    AT THE MEMBER BREAK, COMPARE THE SYSTEMS AND PRINT THE     *
003080*    MEMBER WHEN THEY DISAGREE (OR ALWAYS UNDER LIST-ALL).      *
003090****************************************************************
003100 2000-RETURN-SORTED-RECORD.
003110     RETURN SORT-FILE
003120         AT END
003130             MOVE 'Y' TO SORT-RETURN-SWITCH
003140             PERFORM 2200-JUDGE-MEMBER-GROUP THRU 2200-EXIT
003150             GO TO 200-EXIT.
003160     IF SRT-MEMBER-NAME NOT = CURRENT-MEMBER-NAME
003170         PERFORM 2200-JUDGE-MEMBER-GROUP THRU 2200-EXIT
003180         MOVE SRT-MEMBER-NAME TO CURRENT-MEMBER-NAME.
003190     PERFORM 2100-COLLECT-ONE-COPY THRU 2100-EXIT.
003200     GO TO 2000-RETURN-SORTED-RECORD.
003210 200-EXIT. EXIT.
003220*
003230*    THE SORT PUTS A SYSTEM'S EARLIEST EXTRACTED COPY FIRST, SO
003240*    THAT IS THE ONE KEPT FOR COMPARISON; LATER COPIES ON THE
003250*    SAME SYSTEM ONLY ADD TO ITS COPY COUNT.
003260 2100-COLLECT-ONE-COPY.
003270     MOVE SRT-SYSTEM-ID TO SEARCH-SYSTEM-ID.
003280     PERFORM 1100-REGISTER-SYSTEM THRU 1100-EXIT.
003290     IF SY-IX > SYSTEM-COUNT
003300         GO TO 2100-EXIT.
003310     ADD 1 TO SY-COPY-COUNT (SY-IX).
003320     IF SY-COPY-COUNT (SY-IX) > 1
003330         GO TO 2100-EXIT.
003340     ADD 1 TO SY-MEMBER-COUNT (SY-IX).
003350     MOVE SRT-USRDAT TO SY-USRDAT (SY-IX).
003360     MOVE SRT-TYPE TO SY-TYPE (SY-IX).
003370     MOVE SRT-LINK-DATE TO SY-LINK-DATE (SY-IX).
003380     MOVE SRT-DSNAME TO SY-DSNAME (SY-IX).
003390 2100-EXIT. EXIT.
003400*
003410 2200-JUDGE-MEMBER-GROUP.
003420     IF CURRENT-MEMBER-NAME = SPACES
003430         GO TO 2200-EXIT.
003440     ADD 1 TO MEMBERS-COMPARED.
003450     MOVE 'NNNN' TO DRIFT-SWITCHES.
003460     MOVE ZERO TO REFERENCE-SUB.
003470     PERFORM 2210-COMPARE-ONE-SYSTEM THRU 2210-EXIT
003480         VARYING SY-IX FROM 1 BY 1
003490             UNTIL SY-IX > SYSTEM-COUNT.
003500     IF DRIFT-SWITCHES = 'NNNN'
003510         IF LIST-ALL-MEMBERS
003520             GO TO 2250-PRINT-MEMBER-GROUP
003530         ELSE
003540             GO TO 2290-CLEAR-GROUP.
003550     ADD 1 TO DRIFT-MEMBER-COUNT.
003560     MOVE SPACES TO MGL-MISSING-FLAG, MGL-LINK-DATE-FLAG,
003570         MGL-TYPE-FLAG, MGL-DSNAME-FLAG.
003580     IF MEMBER-MISSING
003590         ADD 1 TO MISSING-MEMBER-COUNT
003600         MOVE 'NOT ON ALL SYSTEMS' TO MGL-MISSING-FLAG.
003610     IF LINK-DATE-DRIFT
003620         ADD 1 TO LINK-DATE-DRIFT-COUNT
003630         MOVE 'LINK DATE DIFFERS' TO MGL-LINK-DATE-FLAG.
003640     IF TYPE-DRIFT
003650         ADD 1 TO TYPE-DRIFT-COUNT
003660         MOVE 'MRTYPE DIFFERS' TO MGL-TYPE-FLAG.
003670     IF DSNAME-DRIFT
003680         ADD 1 TO DSNAME-DRIFT-COUNT
003690         MOVE 'DSNAME DIFFERS' TO MGL-DSNAME-FLAG.
003700 2250-PRINT-MEMBER-GROUP.
003710     IF DRIFT-SWITCHES = 'NNNN'
003720         MOVE SPACES TO MGL-MISSING-FLAG, MGL-LINK-DATE-FLAG,
003730             MGL-TYPE-FLAG, MGL-DSNAME-FLAG.
003740     COMPUTE LINES-NEEDED = COUNT-OF-LINES + SYSTEM-COUNT + 2.
003750     IF LINES-NEEDED > 57
003760         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
003770     MOVE CURRENT-MEMBER-NAME TO MGL-MEMBER-NAME.
003780     MOVE MEMBER-GROUP-LINE TO CONSISTENCY-REPORT-RECORD.
003790     MOVE 2 TO CCTL.
003800     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
003810     PERFORM 2220-PRINT-ONE-SYSTEM THRU 2220-EXIT
003820         VARYING SY-IX FROM 1 BY 1
003830             UNTIL SY-IX > SYSTEM-COUNT.
003840 2290-CLEAR-GROUP.
003850     PERFORM 2230-CLEAR-ONE-SYSTEM THRU 2230-EXIT
003860         VARYING SY-IX FROM 1 BY 1
003870             UNTIL SY-IX > SYSTEM-COUNT.
003880 2200-EXIT. EXIT.
003890*
003900*    THE FIRST SYSTEM HOLDING A COPY IS THE REFERENCE EVERY
003910*    OTHER SYSTEM'S COPY IS COMPARED WITH.
003920 2210-COMPARE-ONE-SYSTEM.
003930     IF SY-COPY-COUNT (SY-IX) = ZERO
003940         SET MEMBER-MISSING TO TRUE
003950         GO TO 2210-EXIT.
003960     IF REFERENCE-SUB = ZERO
003970         SET REFERENCE-SUB TO SY-IX
003980         GO TO 2210-EXIT.
003990     IF SY-LINK-DATE (SY-IX) NOT = SY-LINK-DATE (REFERENCE-SUB)
004000         SET LINK-DATE-DRIFT TO TRUE.
004010     IF SY-TYPE (SY-IX) NOT = SY-TYPE (REFERENCE-SUB)
004020         SET TYPE-DRIFT TO TRUE.
004030     IF SY-DSNAME (SY-IX) NOT = SY-DSNAME (REFERENCE-SUB)
004040         SET DSNAME-DRIFT TO TRUE.
004050 2210-EXIT. EXIT.
004060*
004070 2220-PRINT-ONE-SYSTEM.
004080     MOVE SY-SYSTEM-ID (SY-IX) TO SDL-SYSTEM-ID.
004090     IF SY-SYSTEM-ID (SY-IX) = SPACES
004100         MOVE '(NONE)' TO SDL-SYSTEM-ID.
004110     MOVE SPACES TO SDL-COPY-DATA.
004120     IF SY-COPY-COUNT (SY-IX) = ZERO
004130         MOVE 'NOT PRESENT' TO SDL-NOT-PRESENT
004140     ELSE
004150         MOVE SY-USRDAT (SY-IX) TO SDL-USRDAT
004160         MOVE SY-TYPE (SY-IX) TO SDL-TYPE
004170         MOVE SY-LINK-DATE (SY-IX) TO SDL-LINK-DATE
004180         MOVE SY-DSNAME (SY-IX) TO SDL-DSNAME
004190         MOVE SY-COPY-COUNT (SY-IX) TO SDL-COPY-COUNT.
004200     MOVE SYSTEM-DETAIL-LINE TO CONSISTENCY-REPORT-RECORD.
004210     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004220 2220-EXIT. EXIT.
004230*
004240 2230-CLEAR-ONE-SYSTEM.
004250     MOVE ZERO TO SY-COPY-COUNT (SY-IX).
004260     MOVE SPACES TO SY-USRDAT (SY-IX), SY-TYPE (SY-IX),
004270         SY-LINK-DATE (SY-IX), SY-DSNAME (SY-IX).
004280 2230-EXIT. EXIT.
004290*
004300****************************************************************
004310*    7500-PRINT-HEADING AND 7600-PRINT-A-LINE GIVE THE          *
004320*    CONSISTENCY REPORT A RUN DATE, TITLE AND PAGE NUMBER ON    *
004330*    EACH PAGE, THE SAME TREATMENT BCBSDUPL GIVES ITS REPORT,   *
004340*    WITH THE COLUMN HEADINGS UNDER THE TITLE.                  *
004350****************************************************************
004360 7500-PRINT-HEADING.
004370     MOVE COUNT-OF-PAGES TO RPT-HEADING-PAGE.
004380     MOVE RPT-HEADING-LINE TO CONSISTENCY-REPORT-RECORD.
004390     WRITE CONSISTENCY-REPORT-RECORD AFTER ADVANCING PAGE.
004400     MOVE COLUMN-HEADING-LINE TO CONSISTENCY-REPORT-RECORD.
004410     WRITE CONSISTENCY-REPORT-RECORD AFTER ADVANCING 2 LINES.
004420     MOVE SPACES TO CONSISTENCY-REPORT-RECORD.
004430     MOVE 4 TO COUNT-OF-LINES.
004440     ADD 1 TO COUNT-OF-PAGES.
004450     MOVE 1 TO CCTL.
004460 7500-EXIT. EXIT.
004470*
004480 7600-PRINT-A-LINE.
004490     WRITE CONSISTENCY-REPORT-RECORD AFTER ADVANCING CCTL LINES.
004500     ADD CCTL TO COUNT-OF-LINES.
004510     MOVE 1 TO CCTL.
004520     MOVE SPACES TO CONSISTENCY-REPORT-RECORD.
004530     IF BOTTOM-OF-PAGE
004540         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
004550 7600-EXIT. EXIT.
004560*
004570 9900-INITIALIZATION.
004580     OPEN INPUT MODULE-EXTRACT-FILE.
004590     OPEN OUTPUT CONSISTENCY-REPORT-FILE.
004600     ACCEPT WS-DATE FROM DATE.
004610     MOVE WS-MONTH TO RPT-HEADING-MONTH.
004620     MOVE WS-DAY TO RPT-HEADING-DAY.
004630     MOVE WS-YEAR TO RPT-HEADING-YEAR.
004640     MOVE 'LPARCMP' TO RPT-HEADING-PROGRAM.
004650     MOVE 'CROSS-SYSTEM LOAD MODULE CONSISTENCY REPORT'
004660         TO RPT-HEADING-TITLE.
004670     PERFORM 9910-READ-CONTROL-CARDS THRU 9910-EXIT.
004680     PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
004690*
004700*    REGISTER THE START OF JOB WITH OPSTAT SO OPSSUM CAN FLAG
004710*    THIS RUN AS STARTED-BUT-NEVER-FINISHED IF IT HANGS OR
004720*    ABENDS BEFORE 9990-END-OF-JOB.
004730     MOVE 'LPARCMP' TO OST-PROGRAM-ID.
004740     SET OST-START-OF-JOB TO TRUE.
004750     MOVE SPACES TO OST-NAMED-COUNTERS.
004760     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
004770         OST-EXCEPTION-COUNT.
004780     CALL 'OPSTAT' USING OPSTAT-PARM.
004790 9900-EXIT. EXIT.
004800*
004810*    LPARCMP SYSTEMS SEEDS SYSTEM-TABLE WITH THE SYSTEMS EXPECTED
004820*    ON THE EXTRACT; LPARCMP LIST-ALL YES PRINTS EVERY MEMBER.
004830 9910-READ-CONTROL-CARDS.
004840     MOVE 'LPARCMP' TO CTC-PROGRAM-ID.
004850     MOVE 'SYSTEMS' TO CTC-PARM-NAME.
004860     CALL 'CTLREAD' USING CTLCARD-PARM.
004870     IF CTC-PARM-FOUND
004880         MOVE CTC-PARM-VALUE TO SYSTEMS-CARD-VALUE
004890         PERFORM 9920-SEED-ONE-SYSTEM THRU 9920-EXIT
004900             VARYING CARD-SUB FROM 1 BY 1
004910                 UNTIL CARD-SUB > 3.
004920     MOVE 'LPARCMP' TO CTC-PROGRAM-ID.
004930     MOVE 'LIST-ALL' TO CTC-PARM-NAME.
004940     CALL 'CTLREAD' USING CTLCARD-PARM.
004950     IF CTC-PARM-FOUND
004960         IF CTC-PARM-VALUE (1:3) = 'YES'
004970             SET LIST-ALL-MEMBERS TO TRUE.
004980 9910-EXIT. EXIT.
004990*
005000 9920-SEED-ONE-SYSTEM.
005010     IF SCV-SYSTEM-ID (CARD-SUB) NOT = SPACES
005020         MOVE SCV-SYSTEM-ID (CARD-SUB) TO SEARCH-SYSTEM-ID
005030         PERFORM 1100-REGISTER-SYSTEM THRU 1100-EXIT.
005040 9920-EXIT. EXIT.
005050*
005060 9990-END-OF-JOB.
005070     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005080     IF SYSTEM-COUNT < 2
005090         MOVE 'FEWER THAN 2 SYSTEMS ON EXTRACT - NOTHING COMPARED'
005100             TO MSG-TEXT
005110         MOVE MESSAGE-LINE TO CONSISTENCY-REPORT-RECORD
005120         PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005130     MOVE SPACES TO SYSTEMS-LINE (21:80).
005140     PERFORM 9995-LIST-ONE-SYSTEM THRU 9995-EXIT
005150         VARYING SY-IX FROM 1 BY 1
005160             UNTIL SY-IX > SYSTEM-COUNT.
005170     MOVE SYSTEMS-LINE TO CONSISTENCY-REPORT-RECORD.
005180     MOVE 2 TO CCTL.
005190     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005200     PERFORM 9996-COUNT-ONE-SYSTEM THRU 9996-EXIT
005210         VARYING SY-IX FROM 1 BY 1
005220             UNTIL SY-IX > SYSTEM-COUNT.
005230     MOVE 2 TO CCTL.
005240     MOVE 'EXTRACT RECORDS READ' TO CNT-LABEL.
005250     MOVE EXTRACT-RECORDS-READ TO CNT-VALUE.
005260     PERFORM 9997-PRINT-COUNT THRU 9997-EXIT.
005270     MOVE 'EXTRACT RECORDS SKIPPED (TABLE FULL)' TO CNT-LABEL.
005280     MOVE EXTRACT-RECORDS-SKIPPED TO CNT-VALUE.
005290     PERFORM 9997-PRINT-COUNT THRU 9997-EXIT.
005300     MOVE 'MEMBERS COMPARED' TO CNT-LABEL.
005310     MOVE MEMBERS-COMPARED TO CNT-VALUE.
005320     PERFORM 9997-PRINT-COUNT THRU 9997-EXIT.
005330     MOVE 'MEMBERS WITH DRIFT' TO CNT-LABEL.
005340     MOVE DRIFT-MEMBER-COUNT TO CNT-VALUE.
005350     PERFORM 9997-PRINT-COUNT THRU 9997-EXIT.
005360     MOVE '  NOT ON ALL SYSTEMS' TO CNT-LABEL.
005370     MOVE MISSING-MEMBER-COUNT TO CNT-VALUE.
005380     PERFORM 9997-PRINT-COUNT THRU 9997-EXIT.
005390     MOVE '  LINK DATE DIFFERS' TO CNT-LABEL.
005400     MOVE LINK-DATE-DRIFT-COUNT TO CNT-VALUE.
005410     PERFORM 9997-PRINT-COUNT THRU 9997-EXIT.
005420     MOVE '  MRTYPE DIFFERS' TO CNT-LABEL.
005430     MOVE TYPE-DRIFT-COUNT TO CNT-VALUE.
005440     PERFORM 9997-PRINT-COUNT THRU 9997-EXIT.
005450     MOVE '  DSNAME DIFFERS' TO CNT-LABEL.
005460     MOVE DSNAME-DRIFT-COUNT TO CNT-VALUE.
005470     PERFORM 9997-PRINT-COUNT THRU 9997-EXIT.
005480     MOVE 'LPARCMP' TO RPT-TRAILER-PROGRAM.
005490     MOVE COUNT-OF-PAGES TO RPT-TRAILER-PAGES.
005500     MOVE RPT-TRAILER-LINE TO CONSISTENCY-REPORT-RECORD.
005510     MOVE 2 TO CCTL.
005520     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005530     CLOSE MODULE-EXTRACT-FILE, CONSISTENCY-REPORT-FILE.
005540     MOVE 'LPARCMP' TO OST-PROGRAM-ID.
005550     SET OST-END-OF-JOB TO TRUE.
005560     MOVE EXTRACT-RECORDS-READ TO OST-RECORDS-PROCESSED.
005570     MOVE EXTRACT-RECORDS-SKIPPED TO OST-ERROR-COUNT.
005580     MOVE DRIFT-MEMBER-COUNT TO OST-EXCEPTION-COUNT.
005590     CALL 'OPSTAT' USING OPSTAT-PARM.
005600     IF DRIFT-MEMBER-COUNT > ZERO OR SYSTEM-COUNT < 2
005610         MOVE 4 TO RETURN-CODE.
005620 9990-EXIT. EXIT.
005630*
005640 9995-LIST-ONE-SYSTEM.
005650     MOVE SY-SYSTEM-ID (SY-IX) TO SYL-SYSTEM-ID (SY-IX).
005660     IF SY-SYSTEM-ID (SY-IX) = SPACES
005670         MOVE '(NONE)' TO SYL-SYSTEM-ID (SY-IX).
005680 9995-EXIT. EXIT.
005690*
005700 9996-COUNT-ONE-SYSTEM.
005710     MOVE SY-SYSTEM-ID (SY-IX) TO SCL-SYSTEM-ID.
005720     IF SY-SYSTEM-ID (SY-IX) = SPACES
005730         MOVE '(NONE)' TO SCL-SYSTEM-ID.
005740     MOVE SY-RECORD-COUNT (SY-IX) TO SCL-RECORD-COUNT.
005750     MOVE SY-MEMBER-COUNT (SY-IX) TO SCL-MEMBER-COUNT.
005760     MOVE SYSTEM-COUNT-LINE TO CONSISTENCY-REPORT-RECORD.
005770     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005780 9996-EXIT. EXIT.
005790*
005800 9997-PRINT-COUNT.
005810     MOVE COUNT-LINE TO CONSISTENCY-REPORT-RECORD.
005820     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005830 9997-EXIT. EXIT.
