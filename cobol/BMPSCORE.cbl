000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    BMPSCORE.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* MONTHLY DESK RESPONSIVENESS SCORECARD FOR THE BROADCAST BMPS. *
000150* BMPRECON RECONCILES ONE RUN'S DELIVERIES AGAINST THE          *
000160* ACKNOWLEDGMENTS, AND ONE BAD NIGHT LOOKED THE SAME AS A DESK  *
000170* THAT IS ALWAYS SLOW.  BMPRECON NOW APPENDS EVERY RECONCILED   *
000180* REPLY-REQUESTED DELIVERY, AND BMPESCAL EVERY SILENT DESK IT   *
000190* ESCALATES, TO THE CUMULATIVE RESPONSE HISTORY (DD UT-S-       *
000200* RSPHIST, LAYOUT RSPHST0).  THIS PROGRAM SORTS THE MONTH'S     *
000210* HISTORY BY TERMINAL AND PRINTS, PER TERMINAL WITH ITS DESK    *
000220* NAME FROM THE TERMINAL DIRECTORY (DD UT-S-TRMDIR), THE        *
000230* REPLY-REQUESTED MESSAGES DELIVERED, HOW MANY WERE             *
000240* ACKNOWLEDGED AND THE ACKNOWLEDGMENT RATE, THE MEDIAN AND      *
000250* WORST RESPONSE TIMES, AND HOW MANY BROADCASTS HAD TO BE       *
000260* ESCALATED, WITH THE SAME FIGURES FOR ALL DESKS TOGETHER.  A   *
000270* DESK WHOSE RATE IS BELOW THE TARGET IS FLAGGED ON THE REPORT  *
000280* AND ON THE CONSOLE FOR THE OPERATIONS MANAGER AND ENDS THE    *
000290* STEP WITH CONDITION CODE 4.  A RECORD APPENDED TWICE (A RERUN *
000300* OF BMPRECON, OR AN ESCALATION PASS RUN AGAIN OVER THE SAME    *
000310* AUDIT TRAIL) SORTS NEXT TO ITS TWIN AND IS COUNTED ONCE.      *
000320* THE MONTH DEFAULTS TO THE ONE BEFORE THE RUN DATE AND THE     *
000330* TARGET TO 90 PERCENT; BOTH CAN BE SET THROUGH OPERATIONS      *
000340* CONTROL CARDS READ THROUGH CTLREAD:                           *
000350*     BMPSCORE REPORT-MONTH    YYMM                             *
000360*     BMPSCORE TARGET-RATE     NNN.N                            *
000370* THE SCORECARD PRINTS TO DD UT-S-BMPSCR.                       *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL RESPONSE-HISTORY-FILE ASSIGN TO UT-S-RSPHIST.
000440     SELECT OPTIONAL TERMINAL-DIRECTORY-FILE
000450         ASSIGN TO UT-S-TRMDIR.
000460     SELECT SORT-FILE ASSIGN TO SORTWK01.
000470     SELECT SCORECARD-REPORT-FILE ASSIGN TO UT-S-BMPSCR.
000480 DATA DIVISION.
000490 FILE SECTION.
000500*
000510 FD  RESPONSE-HISTORY-FILE
000520     RECORDING MODE IS F
000530     BLOCK CONTAINS 0 RECORDS
000540     RECORD CONTAINS 80 CHARACTERS
000550     LABEL RECORDS ARE OMITTED
000560     DATA RECORD IS RESPONSE-HISTORY-RECORD.
000570     COPY RSPHST0.
000580*
000590*    ONLY THE TERMINAL ID AND DESK NAME OF THE DIRECTORY CARD ARE
000600*    USED HERE - TRMROUTE AND TRMAUDT CARRY THE FULL LAYOUT.
000610 FD  TERMINAL-DIRECTORY-FILE
000620     RECORDING MODE IS F
000630     BLOCK CONTAINS 0 RECORDS
000640     RECORD CONTAINS 80 CHARACTERS
000650     LABEL RECORDS ARE OMITTED
000660     DATA RECORD IS TERMINAL-DIRECTORY-RECORD.
000670 01  TERMINAL-DIRECTORY-RECORD.
000680     05  TD-TERMINAL-ID           PIC X(8).
000690     05  FILLER                   PIC X.
000700     05  TD-ROUTE-CLASS           PIC X.
000710     05  FILLER                   PIC X.
000720     05  TD-DESK-NAME             PIC X(20).
000730     05  FILLER                   PIC X(49).
000740*
000750*    THE SORT KEY IS THE WHOLE RECORD.  WITHIN A TERMINAL THE
000760*    ACKNOWLEDGED DELIVERIES COME FIRST IN ASCENDING RESPONSE
000770*    TIME, THEN THE UNANSWERED ONES, THEN THE ESCALATIONS, AND
000780*    TWO COPIES OF THE SAME HISTORY RECORD COME OFF TOGETHER.
000790 SD  SORT-FILE
000800     DATA RECORD IS SORT-RECORD.
000810 01  SORT-RECORD.
000820     05  SRT-TERMINAL-ID          PIC X(8).
000830     05  SRT-RECORD-TYPE          PIC X.
000840         88  SRT-DELIVERY             VALUE 'D'.
000850         88  SRT-ESCALATION           VALUE 'E'.
000860     05  SRT-DISPOSITION          PIC X.
000870         88  SRT-ACKNOWLEDGED         VALUE 'A'.
000880     05  SRT-RESPONSE-SECONDS     PIC 9(7).
000890     05  SRT-EVENT-DATE           PIC 9(6).
000900     05  SRT-EVENT-TIME           PIC 9(8).
000910     05  SRT-MESSAGE-KEY          PIC X(40).
000920     05  FILLER                   PIC X(9).
000930*
000940 FD  SCORECARD-REPORT-FILE
000950     RECORDING MODE IS F
000960     BLOCK CONTAINS 0 RECORDS
000970     RECORD CONTAINS 133 CHARACTERS
000980     LABEL RECORDS ARE OMITTED.
000990 01  SCORECARD-REPORT-RECORD      PIC X(133).
001000*
001010 WORKING-STORAGE SECTION.
001020 77  FILLER PIC X(36)  VALUE
001030     'BMPSCORE WORKING STORAGE BEGINS HERE'.
001040*
001050 01  HISTORY-FILE-SWITCH          PIC X VALUE 'N'.
001060     88  HISTORY-FILE-EOF             VALUE 'Y'.
001070 01  DIRECTORY-FILE-SWITCH        PIC X VALUE 'N'.
001080     88  DIRECTORY-FILE-EOF           VALUE 'Y'.
001090 01  SORT-RETURN-SWITCH           PIC X VALUE 'N'.
001100     88  SORT-RETURN-EOF              VALUE 'Y'.
001110 01  FIRST-GROUP-SWITCH           PIC X VALUE 'Y'.
001120     88  FIRST-DESK-GROUP             VALUE 'Y'.
001130*
001140 01  STATISTICAL-DATA.
001150     05  HISTORY-RECORDS-READ     PIC S9(7) COMP VALUE +0.
001160     05  MONTH-RECORDS-SORTED     PIC S9(7) COMP VALUE +0.
001170     05  UNUSABLE-RECORD-COUNT    PIC S9(7) COMP VALUE +0.
001180     05  DUPLICATE-RECORD-COUNT   PIC S9(7) COMP VALUE +0.
001190     05  DESKS-SCORED-COUNT       PIC S9(5) COMP-3 VALUE +0.
001200     05  BELOW-TARGET-COUNT       PIC S9(5) COMP-3 VALUE +0.
001210     05  COUNT-OF-PAGES           PIC S9(5) COMP-3 VALUE +0.
001220     05  COUNT-OF-LINES           PIC S9(3) COMP-3 VALUE +0.
001230         88  BOTTOM-OF-PAGE           VALUE +58.
001240     05  CCTL                     PIC 9 VALUE 1.
001250     05  RUN-YY-N                 PIC 99.
001260     05  RUN-MM-N                 PIC 99.
001270     05  WS-DATE.
001280         10  WS-YEAR              PIC XX.
001290         10  WS-MONTH             PIC XX.
001300         10  WS-DAY               PIC XX.
001310*
001320 01  REPORT-MONTH-FIELDS.
001330     05  REPORT-MONTH.
001340         10  REPORT-YY            PIC 99.
001350         10  REPORT-MM            PIC 99.
001360     05  REPORT-MONTH-X REDEFINES REPORT-MONTH PIC X(4).
001370     05  MONTH-CARD-VALUE.
001380         10  CARD-YY              PIC XX.
001390         10  CARD-MM              PIC XX.
001400         10  CARD-MM-N REDEFINES CARD-MM PIC 99.
001410*
001420*    TARGET-RATE IS THE ACKNOWLEDGMENT PERCENTAGE A DESK MUST
001430*    REACH; THE TARGET-RATE CARD IS CONVERTED BY NUMCONV TO
001440*    TENTHS OF A PERCENT.
001450 01  TARGET-RATE-FIELDS.
001460     05  TARGET-RATE              PIC 9(3)V9 VALUE 90.0.
001470     05  TARGET-RATE-TENTHS       PIC 9(4) VALUE ZERO.
001480*
001490***************************************************************
001500*    DIRECTORY-TABLE HOLDS THE TERMINAL DIRECTORY'S DESK NAMES  *
001510*    FOR THE SCORECARD LINES.  A TERMINAL NOT ON THE DIRECTORY  *
001520*    IS STILL SCORED, UNDER ITS ID ALONE.                       *
001530***************************************************************
001540 01  DIRECTORY-TABLE-COUNT        PIC S9(4) COMP VALUE +0.
001550 01  DIRECTORY-TABLE.
001560     05  DIRECTORY-TABLE-ENTRY  OCCURS 1 TO 200 TIMES
001570                                DEPENDING ON DIRECTORY-TABLE-COUNT
001580                                INDEXED BY DIR-IX.
001590         10  DT-TERMINAL-ID       PIC X(8).
001600         10  DT-DESK-NAME         PIC X(20).
001610*
001620***************************************************************
001630*    THE DESK GROUP COUNTERS ARE SCORED FROM THE SORTED         *
001640*    RECORDS OF ONE TERMINAL.  RESPONSE-TIME-TABLE HOLDS THE    *
001650*    ACKNOWLEDGED RESPONSE TIMES IN THE ASCENDING ORDER THEY    *
001660*    COME OFF THE SORT, SO THE MEDIAN IS READ STRAIGHT FROM     *
001670*    THE MIDDLE OF IT.                                          *
001680***************************************************************
001690 01  CURRENT-TERMINAL-ID          PIC X(8) VALUE SPACES.
001700 01  PREVIOUS-SORT-RECORD         PIC X(80) VALUE LOW-VALUES.
001710 01  DESK-GROUP-COUNTERS.
001720     05  GRP-REQUESTED-COUNT      PIC S9(7) COMP-3 VALUE +0.
001730     05  GRP-ACKED-COUNT          PIC S9(7) COMP-3 VALUE +0.
001740     05  GRP-ESCALATED-COUNT      PIC S9(7) COMP-3 VALUE +0.
001750     05  GRP-WORST-SECONDS        PIC S9(7) COMP-3 VALUE +0.
001760 01  RESPONSE-TIME-COUNT          PIC S9(4) COMP VALUE +0.
001770 01  RESPONSE-TIME-TABLE.
001780     05  RT-SECONDS               PIC S9(7) COMP-3
001790                                  OCCURS 5000 TIMES.
001800 01  MEDIAN-WORK.
001810     05  MEDIAN-SUB               PIC S9(4) COMP VALUE +0.
001820     05  MEDIAN-SUB-2             PIC S9(4) COMP VALUE +0.
001830     05  MEDIAN-HALF              PIC S9(4) COMP VALUE +0.
001840     05  MEDIAN-ODD-COUNT         PIC S9(4) COMP VALUE +0.
001850     05  MEDIAN-SECONDS           PIC S9(7) COMP-3 VALUE +0.
001860 01  ALL-DESK-TOTALS.
001870     05  TOTAL-REQUESTED          PIC S9(7) COMP-3 VALUE +0.
001880     05  TOTAL-ACKED              PIC S9(7) COMP-3 VALUE +0.
001890     05  TOTAL-ESCALATED          PIC S9(7) COMP-3 VALUE +0.
001900     05  TOTAL-WORST-SECONDS      PIC S9(7) COMP-3 VALUE +0.
001910 01  ACK-RATE                     PIC 9(3)V9 VALUE ZERO.
001920*
001930 01  TIME-EDIT-WORK.
001940     05  EDIT-SECONDS             PIC S9(7) COMP-3 VALUE +0.
001950     05  EDIT-REMAINDER           PIC S9(7) COMP-3 VALUE +0.
001960     05  EDIT-HH                  PIC 99.
001970     05  EDIT-MM                  PIC 99.
001980     05  EDIT-SS                  PIC 99.
001990     05  EDIT-TIME                PIC X(8).
002000*
002010*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
002020*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER,
002030*    WHICH SUPPLIES THE MONTH TO SCORE AND THE TARGET RATE.
002040 COPY CTLCARD0.
002050*
002060*    NUMCONV-PARM (COPY NUMCONVP) IS THE PARAMETER AREA FOR
002070*    CALL 'NUMCONV' - THE SHOP'S SHARED NUMERIC CONVERSION
002080*    SUBROUTINE, WHICH EDITS THE TARGET-RATE CARD VALUE.
002090 COPY NUMCONVP.
002100*
002110*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
002120*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002130*    LOGGER, CALLED AT START AND END OF JOB SO OPSSUM CAN ROLL
002140*    THIS RUN INTO THE BATCH WINDOW'S CONSOLIDATED SUMMARY.
002150 COPY OPSTATP.
002160*
002170***************************************************************
002180*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002190*    SCORECARD A RUN DATE, TITLE, AND PAGE NUMBER ON EACH PAGE  *
002200*    AND A TOTAL-PAGES TRAILER.                                 *
002210***************************************************************
002220 COPY RPTHDR0.
002230 01  MONTH-LINE.
002240     05  FILLER                   PIC X(2) VALUE SPACES.
002250     05  FILLER                   PIC X(17) VALUE
002260         'SCORECARD MONTH: '.
002270     05  MTL-MM                   PIC XX.
002280     05  FILLER                   PIC X VALUE '/'.
002290     05  MTL-YY                   PIC XX.
002300     05  FILLER                   PIC X(31) VALUE
002310         '   TARGET ACKNOWLEDGMENT RATE: '.
002320     05  MTL-TARGET-RATE          PIC ZZ9.9.
002330     05  FILLER                   PIC X VALUE '%'.
002340     05  FILLER                   PIC X(74) VALUE SPACES.
002350 01  HEADING-LINE-2.
002360     05  FILLER                   PIC X(2) VALUE SPACES.
002370     05  FILLER                   PIC X(10) VALUE 'TERMINAL'.
002380     05  FILLER                   PIC X(20) VALUE 'DESK NAME'.
002390     05  FILLER                   PIC X(9) VALUE 'REPLY REQ'.
002400     05  FILLER                   PIC X(9) VALUE '    ACKED'.
002410     05  FILLER                   PIC X(9) VALUE ' ACK RATE'.
002420     05  FILLER                   PIC X(11) VALUE '     MEDIAN'.
002430     05  FILLER                   PIC X(11) VALUE '      WORST'.
002440     05  FILLER                   PIC X(10) VALUE ' ESCALATED'.
002450     05  FILLER                   PIC X(42) VALUE SPACES.
002460*
002470 01  DESK-DETAIL-LINE.
002480     05  FILLER                   PIC X(2) VALUE SPACES.
002490     05  DDL-TERMINAL-ID          PIC X(8).
002500     05  FILLER                   PIC X(2) VALUE SPACES.
002510     05  DDL-DESK-NAME            PIC X(20).
002520     05  FILLER                   PIC X(2) VALUE SPACES.
002530     05  DDL-REQUESTED            PIC ZZZ,ZZ9.
002540     05  FILLER                   PIC X(2) VALUE SPACES.
002550     05  DDL-ACKED                PIC ZZZ,ZZ9.
002560     05  FILLER                   PIC X(3) VALUE SPACES.
002570     05  DDL-ACK-RATE.
002580         10  DDL-PCT              PIC ZZ9.9.
002590         10  FILLER               PIC X VALUE '%'.
002600     05  DDL-NO-REQUESTS REDEFINES DDL-ACK-RATE PIC X(6).
002610     05  FILLER                   PIC X(3) VALUE SPACES.
002620     05  DDL-MEDIAN               PIC X(8).
002630     05  FILLER                   PIC X(3) VALUE SPACES.
002640     05  DDL-WORST                PIC X(8).
002650     05  FILLER                   PIC X(3) VALUE SPACES.
002660     05  DDL-ESCALATED            PIC ZZZ,ZZ9.
002670     05  FILLER                   PIC X(2) VALUE SPACES.
002680     05  DDL-FLAG                 PIC X(14).
002690     05  FILLER                   PIC X(26) VALUE SPACES.
002700*
002710 01  SUMMARY-LINE.
002720     05  FILLER                   PIC X VALUE SPACE.
002730     05  FILLER                   PIC X(23) VALUE
002740         'HISTORY RECORDS READ = '.
002750     05  SUM-READ-COUNT           PIC ZZZ,ZZ9.
002760     05  FILLER                   PIC X(18) VALUE
002770         '   DESKS SCORED = '.
002780     05  SUM-DESK-COUNT           PIC ZZ,ZZ9.
002790     05  FILLER                   PIC X(18) VALUE
002800         '   BELOW TARGET = '.
002810     05  SUM-BELOW-COUNT          PIC ZZ,ZZ9.
002820     05  FILLER                   PIC X(54) VALUE SPACES.
002830 01  NOTE-LINE.
002840     05  FILLER                   PIC X(2) VALUE SPACES.
002850     05  NTL-TEXT                 PIC X(80).
002860     05  FILLER                   PIC X(51) VALUE SPACES.
002870*
002880 PROCEDURE DIVISION.
002890     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
002900     SORT SORT-FILE
002910         ON ASCENDING KEY SRT-TERMINAL-ID
002920         ON ASCENDING KEY SRT-RECORD-TYPE
002930         ON ASCENDING KEY SRT-DISPOSITION
002940         ON ASCENDING KEY SRT-RESPONSE-SECONDS
002950         ON ASCENDING KEY SRT-EVENT-DATE
002960         ON ASCENDING KEY SRT-EVENT-TIME
002970         ON ASCENDING KEY SRT-MESSAGE-KEY
002980         INPUT PROCEDURE IS 100-RELEASE-MONTH-HISTORY
002990         OUTPUT PROCEDURE IS 200-PRINT-SCORECARD.
003000     PERFORM 9990-END-OF-JOB THRU 9990-EXIT.
003010     GOBACK.
003020*
003030 100-RELEASE-MONTH-HISTORY SECTION.
003040     PERFORM 1000-READ-HISTORY-RECORD THRU 100-EXIT
003050         UNTIL HISTORY-FILE-EOF.
003060*
003070 200-PRINT-SCORECARD SECTION.
003080     PERFORM 2000-RETURN-SORTED-RECORD THRU 200-EXIT
003090         UNTIL SORT-RETURN-EOF.
003100*
003110 999-PROCEDURES SECTION.
003120*
003130***************************************************************
003140*    1000-READ-HISTORY-RECORD RELEASES EVERY HISTORY RECORD     *
003150*    WHOSE EVENT FALLS IN THE SCORECARD MONTH.  A RECORD        *
003160*    WITHOUT A VALID DATE, TYPE, OR TERMINAL IS COUNTED AND     *
003170*    LEFT OUT.                                                  *
003180***************************************************************
003190 1000-READ-HISTORY-RECORD.
003200     READ RESPONSE-HISTORY-FILE
003210         AT END
003220             MOVE 'Y' TO HISTORY-FILE-SWITCH
003230             GO TO 100-EXIT.
003240     ADD 1 TO HISTORY-RECORDS-READ.
003250     IF RSH-EVENT-DATE NOT NUMERIC
003260         OR RSH-TERMINAL-ID = SPACES
003270         OR NOT (RSH-DELIVERY OR RSH-ESCALATION)
003280         ADD 1 TO UNUSABLE-RECORD-COUNT
003290         GO TO 1000-READ-HISTORY-RECORD.
003300     IF RSH-EVENT-DATE (1:4) NOT = REPORT-MONTH-X
003310         GO TO 1000-READ-HISTORY-RECORD.
003320     MOVE SPACES TO SORT-RECORD.
003330     MOVE RSH-TERMINAL-ID TO SRT-TERMINAL-ID.
003340     MOVE RSH-RECORD-TYPE TO SRT-RECORD-TYPE.
003350     MOVE RSH-DISPOSITION TO SRT-DISPOSITION.
003360     MOVE ZERO TO SRT-RESPONSE-SECONDS.
003370     IF RSH-DELIVERY
003380         AND RSH-ACKNOWLEDGED
003390         AND RSH-RESPONSE-SECONDS NUMERIC
003400         MOVE RSH-RESPONSE-SECONDS TO SRT-RESPONSE-SECONDS.
003410     MOVE RSH-EVENT-DATE TO SRT-EVENT-DATE.
003420     MOVE RSH-EVENT-TIME TO SRT-EVENT-TIME.
003430     MOVE RSH-MESSAGE-KEY TO SRT-MESSAGE-KEY.
003440     RELEASE SORT-RECORD.
003450     ADD 1 TO MONTH-RECORDS-SORTED.
003460     GO TO 1000-READ-HISTORY-RECORD.
003470 100-EXIT. EXIT.
003480*
003490***************************************************************
003500*    2000-2300 SCORE THE SORTED HISTORY WITH A CONTROL BREAK    *
003510*    ON TERMINAL.  A RECORD IDENTICAL TO THE ONE BEFORE IT WAS  *
003520*    APPENDED TWICE AND IS SKIPPED.  EACH DELIVERY COUNTS AS    *
003530*    ONE REPLY-REQUESTED MESSAGE AND, WHEN ACKNOWLEDGED, ADDS   *
003540*    ITS RESPONSE TIME; EACH ESCALATION RECORD IS ONE           *
003550*    BROADCAST THE DESK HAD TO BE ESCALATED ON.                 *
003560***************************************************************
003570 2000-RETURN-SORTED-RECORD.
003580     RETURN SORT-FILE
003590         AT END
003600             MOVE 'Y' TO SORT-RETURN-SWITCH
003610             PERFORM 2300-LAST-GROUP-BREAK THRU 2300-EXIT
003620             GO TO 200-EXIT.
003630     IF SORT-RECORD = PREVIOUS-SORT-RECORD
003640         ADD 1 TO DUPLICATE-RECORD-COUNT
003650         GO TO 2000-RETURN-SORTED-RECORD.
003660     MOVE SORT-RECORD TO PREVIOUS-SORT-RECORD.
003670     IF SRT-TERMINAL-ID NOT = CURRENT-TERMINAL-ID
003680         PERFORM 2100-TERMINAL-BREAK THRU 2100-EXIT.
003690     PERFORM 2200-SCORE-ONE-RECORD THRU 2200-EXIT.
003700     GO TO 2000-RETURN-SORTED-RECORD.
003710 200-EXIT. EXIT.
003720*
003730 2100-TERMINAL-BREAK.
003740     IF FIRST-DESK-GROUP
003750         MOVE 'N' TO FIRST-GROUP-SWITCH
003760     ELSE
003770         PERFORM 250-PRINT-DESK-LINE THRU 250-EXIT.
003780     MOVE SRT-TERMINAL-ID TO CURRENT-TERMINAL-ID.
003790 2100-EXIT. EXIT.
003800*
003810 2200-SCORE-ONE-RECORD.
003820     IF SRT-ESCALATION
003830         ADD 1 TO GRP-ESCALATED-COUNT
003840         GO TO 2200-EXIT.
003850     ADD 1 TO GRP-REQUESTED-COUNT.
003860     IF NOT SRT-ACKNOWLEDGED
003870         GO TO 2200-EXIT.
003880     ADD 1 TO GRP-ACKED-COUNT.
003890     IF SRT-RESPONSE-SECONDS > GRP-WORST-SECONDS
003900         MOVE SRT-RESPONSE-SECONDS TO GRP-WORST-SECONDS.
003910     IF RESPONSE-TIME-COUNT < 5000
003920         ADD 1 TO RESPONSE-TIME-COUNT
003930         MOVE SRT-RESPONSE-SECONDS
003940             TO RT-SECONDS (RESPONSE-TIME-COUNT).
003950 2200-EXIT. EXIT.
003960*
003970 2300-LAST-GROUP-BREAK.
003980     IF NOT FIRST-DESK-GROUP
003990         PERFORM 250-PRINT-DESK-LINE THRU 250-EXIT.
004000 2300-EXIT. EXIT.
004010*
004020***************************************************************
004030*    250-PRINT-DESK-LINE PRINTS ONE TERMINAL'S SCORE AND ADDS   *
004040*    IT TO THE ALL-DESKS TOTALS.  A DESK WITH NO REPLY-         *
004050*    REQUESTED DELIVERY IN THE MONTH (ONLY ESCALATIONS) HAS NO  *
004060*    RATE AND IS NEVER FLAGGED.                                 *
004070***************************************************************
004080 250-PRINT-DESK-LINE.
004090     ADD 1 TO DESKS-SCORED-COUNT.
004100     MOVE SPACES TO DDL-FLAG.
004110     MOVE CURRENT-TERMINAL-ID TO DDL-TERMINAL-ID.
004120     MOVE '(NOT IN DIRECTORY)' TO DDL-DESK-NAME.
004130     SET DIR-IX TO 1.
004140     SEARCH DIRECTORY-TABLE-ENTRY
004150         AT END
004160             CONTINUE
004170         WHEN DT-TERMINAL-ID (DIR-IX) = CURRENT-TERMINAL-ID
004180             MOVE DT-DESK-NAME (DIR-IX) TO DDL-DESK-NAME
004190     END-SEARCH.
004200     MOVE GRP-REQUESTED-COUNT TO DDL-REQUESTED.
004210     MOVE GRP-ACKED-COUNT TO DDL-ACKED.
004220     MOVE GRP-ESCALATED-COUNT TO DDL-ESCALATED.
004230     PERFORM 260-FIND-MEDIAN THRU 260-EXIT.
004240     MOVE SPACES TO DDL-WORST.
004250     IF GRP-ACKED-COUNT > ZERO
004260         MOVE GRP-WORST-SECONDS TO EDIT-SECONDS
004270         PERFORM 270-EDIT-RESPONSE-TIME THRU 270-EXIT
004280         MOVE EDIT-TIME TO DDL-WORST.
004290     IF GRP-REQUESTED-COUNT = ZERO
004300         MOVE 'NO REQ' TO DDL-NO-REQUESTS
004310     ELSE
004320         COMPUTE ACK-RATE ROUNDED =
004330             GRP-ACKED-COUNT * 100 / GRP-REQUESTED-COUNT
004340         MOVE ACK-RATE TO DDL-PCT
004350         MOVE '%' TO DDL-ACK-RATE (6:1)
004360         IF ACK-RATE < TARGET-RATE
004370             MOVE '*BELOW TARGET*' TO DDL-FLAG
004380             ADD 1 TO BELOW-TARGET-COUNT
004390             DISPLAY 'BMPSCORE DESK ' CURRENT-TERMINAL-ID ' '
004400                 DDL-DESK-NAME ' ACK RATE ' DDL-ACK-RATE
004410                 ' BELOW TARGET'.
004420     MOVE DESK-DETAIL-LINE TO SCORECARD-REPORT-RECORD.
004430     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004440     ADD GRP-REQUESTED-COUNT TO TOTAL-REQUESTED.
004450     ADD GRP-ACKED-COUNT TO TOTAL-ACKED.
004460     ADD GRP-ESCALATED-COUNT TO TOTAL-ESCALATED.
004470     IF GRP-WORST-SECONDS > TOTAL-WORST-SECONDS
004480         MOVE GRP-WORST-SECONDS TO TOTAL-WORST-SECONDS.
004490     MOVE ZEROS TO GRP-REQUESTED-COUNT, GRP-ACKED-COUNT,
004500         GRP-ESCALATED-COUNT, GRP-WORST-SECONDS,
004510         RESPONSE-TIME-COUNT.
004520 250-EXIT. EXIT.
004530*
004540*    260-FIND-MEDIAN - THE MIDDLE TIME OF AN ODD COUNT, OR THE
004550*    AVERAGE OF THE TWO MIDDLE TIMES OF AN EVEN ONE.  A DESK WITH
004560*    MORE ACKNOWLEDGMENTS THAN THE TABLE HOLDS IS GIVEN THE
004570*    MEDIAN OF THE FASTEST 5000 AND NAMED ON THE CONSOLE.
004580 260-FIND-MEDIAN.
004590     MOVE SPACES TO DDL-MEDIAN.
004600     IF RESPONSE-TIME-COUNT = ZERO
004610         GO TO 260-EXIT.
004620     IF GRP-ACKED-COUNT > RESPONSE-TIME-COUNT
004630         DISPLAY 'BMPSCORE DESK ' CURRENT-TERMINAL-ID
004640             ' MEDIAN TAKEN OVER FIRST ' RESPONSE-TIME-COUNT
004650             ' ACKNOWLEDGMENTS ONLY'.
004660     DIVIDE RESPONSE-TIME-COUNT BY 2 GIVING MEDIAN-HALF
004670         REMAINDER MEDIAN-ODD-COUNT.
004680     IF MEDIAN-ODD-COUNT = 1
004690         COMPUTE MEDIAN-SUB = MEDIAN-HALF + 1
004700         MOVE RT-SECONDS (MEDIAN-SUB) TO MEDIAN-SECONDS
004710     ELSE
004720         MOVE MEDIAN-HALF TO MEDIAN-SUB
004730         COMPUTE MEDIAN-SUB-2 = MEDIAN-HALF + 1
004740         COMPUTE MEDIAN-SECONDS ROUNDED =
004750             (RT-SECONDS (MEDIAN-SUB) + RT-SECONDS (MEDIAN-SUB-2))
004760                 / 2.
004770     MOVE MEDIAN-SECONDS TO EDIT-SECONDS.
004780     PERFORM 270-EDIT-RESPONSE-TIME THRU 270-EXIT.
004790     MOVE EDIT-TIME TO DDL-MEDIAN.
004800 260-EXIT. EXIT.
004810*
004820*    270-EDIT-RESPONSE-TIME - SECONDS AS HH:MM:SS.  A DESK THAT
004830*    NEVER ACKNOWLEDGED IS GIVEN NO TIME AT ALL BY ITS CALLER
004840*    RATHER THAN A ZERO CLOCK.
004850 270-EDIT-RESPONSE-TIME.
004860     MOVE SPACES TO EDIT-TIME.
004870     DIVIDE EDIT-SECONDS BY 3600 GIVING EDIT-HH
004880         REMAINDER EDIT-REMAINDER.
004890     DIVIDE EDIT-REMAINDER BY 60 GIVING EDIT-MM
004900         REMAINDER EDIT-SECONDS.
004910     MOVE EDIT-SECONDS TO EDIT-SS.
004920     MOVE EDIT-HH TO EDIT-TIME (1:2).
004930     MOVE ':' TO EDIT-TIME (3:1).
004940     MOVE EDIT-MM TO EDIT-TIME (4:2).
004950     MOVE ':' TO EDIT-TIME (6:1).
004960     MOVE EDIT-SS TO EDIT-TIME (7:2).
004970 270-EXIT. EXIT.
004980*
004990***************************************************************
005000*    7500-PRINT-HEADING AND 7600-PRINT-A-LINE GIVE THE          *
005010*    SCORECARD A RUN DATE, TITLE AND PAGE NUMBER ON EACH PAGE,  *
005020*    THE SAME TREATMENT CHURNRPT GIVES ITS OWN REPORT.          *
005030***************************************************************
005040 7500-PRINT-HEADING.
005050     ADD 1 TO COUNT-OF-PAGES.
005060     MOVE COUNT-OF-PAGES TO RPT-HEADING-PAGE.
005070     MOVE RPT-HEADING-LINE TO SCORECARD-REPORT-RECORD.
005080     WRITE SCORECARD-REPORT-RECORD AFTER ADVANCING PAGE.
005090     MOVE MONTH-LINE TO SCORECARD-REPORT-RECORD.
005100     MOVE 1 TO CCTL.
005110     WRITE SCORECARD-REPORT-RECORD AFTER ADVANCING CCTL LINES.
005120     MOVE HEADING-LINE-2 TO SCORECARD-REPORT-RECORD.
005130     MOVE 2 TO CCTL.
005140     WRITE SCORECARD-REPORT-RECORD AFTER ADVANCING CCTL LINES.
005150     MOVE SPACES TO SCORECARD-REPORT-RECORD.
005160     MOVE 4 TO COUNT-OF-LINES.
005170     MOVE 1 TO CCTL.
005180 7500-EXIT. EXIT.
005190*
005200 7600-PRINT-A-LINE.
005210     WRITE SCORECARD-REPORT-RECORD AFTER ADVANCING CCTL LINES.
005220     ADD CCTL TO COUNT-OF-LINES.
005230     MOVE 1 TO CCTL.
005240     MOVE SPACES TO SCORECARD-REPORT-RECORD.
005250     IF BOTTOM-OF-PAGE
005260         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
005270 7600-EXIT. EXIT.
005280*
005290 9900-INITIALIZATION.
005300     OPEN INPUT RESPONSE-HISTORY-FILE.
005310     OPEN OUTPUT SCORECARD-REPORT-FILE.
005320     ACCEPT WS-DATE FROM DATE.
005330     MOVE WS-YEAR TO RUN-YY-N.
005340     MOVE WS-MONTH TO RUN-MM-N.
005350     MOVE 'BMPSCORE' TO OST-PROGRAM-ID.
005360     SET OST-START-OF-JOB TO TRUE.
005370     MOVE SPACES TO OST-NAMED-COUNTERS.
005380     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
005390         OST-EXCEPTION-COUNT.
005400     CALL 'OPSTAT' USING OPSTAT-PARM.
005410     PERFORM 9910-SET-REPORT-MONTH THRU 9910-EXIT.
005420     PERFORM 9920-SET-TARGET-RATE THRU 9920-EXIT.
005430     PERFORM 9930-LOAD-DIRECTORY THRU 9930-EXIT.
005440     MOVE WS-MONTH TO RPT-HEADING-MONTH.
005450     MOVE WS-DAY TO RPT-HEADING-DAY.
005460     MOVE WS-YEAR TO RPT-HEADING-YEAR.
005470     MOVE 'BMPSCORE' TO RPT-HEADING-PROGRAM.
005480     MOVE 'BROADCAST DESK RESPONSIVENESS SCORECARD'
005490         TO RPT-HEADING-TITLE.
005500     MOVE REPORT-MM TO MTL-MM.
005510     MOVE REPORT-YY TO MTL-YY.
005520     MOVE TARGET-RATE TO MTL-TARGET-RATE.
005530     PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
005540 9900-EXIT. EXIT.
005550*
005560*    9910 - THE REPORT-MONTH CARD WINS WHEN IT IS A VALID YYMM;
005570*    OTHERWISE THE MONTH BEFORE THE RUN DATE IS SCORED, SO THE
005580*    STEP CAN SIMPLY BE SCHEDULED ON THE FIRST OF EACH MONTH.
005590 9910-SET-REPORT-MONTH.
005600     IF RUN-MM-N = 1
005610         MOVE 12 TO REPORT-MM
005620         IF RUN-YY-N = ZERO
005630             MOVE 99 TO REPORT-YY
005640         ELSE
005650             COMPUTE REPORT-YY = RUN-YY-N - 1
005660         END-IF
005670     ELSE
005680         MOVE RUN-YY-N TO REPORT-YY
005690         COMPUTE REPORT-MM = RUN-MM-N - 1.
005700     MOVE 'BMPSCORE' TO CTC-PROGRAM-ID.
005710     MOVE 'REPORT-MONTH' TO CTC-PARM-NAME.
005720     CALL 'CTLREAD' USING CTLCARD-PARM.
005730     IF CTC-PARM-NOT-FOUND
005740         GO TO 9910-EXIT.
005750     MOVE CTC-PARM-VALUE (1:4) TO MONTH-CARD-VALUE.
005760     IF MONTH-CARD-VALUE NUMERIC
005770         AND CARD-MM-N > ZERO
005780         AND CARD-MM-N < 13
005790         MOVE MONTH-CARD-VALUE TO REPORT-MONTH-X
005800     ELSE
005810         DISPLAY 'BMPSCORE REPORT-MONTH ' MONTH-CARD-VALUE
005820             ' INVALID - SCORING ' REPORT-MONTH-X.
005830 9910-EXIT. EXIT.
005840*
005850*    9920 - A TARGET-RATE CARD THAT NUMCONV REJECTS, OR ONE OVER
005860*    100 PERCENT, LEAVES THE 90 PERCENT DEFAULT IN PLACE.
005870 9920-SET-TARGET-RATE.
005880     MOVE 'BMPSCORE' TO CTC-PROGRAM-ID.
005890     MOVE 'TARGET-RATE' TO CTC-PARM-NAME.
005900     CALL 'CTLREAD' USING CTLCARD-PARM.
005910     IF CTC-PARM-NOT-FOUND
005920         GO TO 9920-EXIT.
005930     MOVE 'BMPSCORE' TO NCV-PROGRAM-ID.
005940     MOVE CTC-PARM-NAME TO NCV-FIELD-NAME.
005950     MOVE OST-RUN-ID TO NCV-RUN-ID.
005960     MOVE CTC-PARM-VALUE TO NCV-INPUT-TEXT.
005970     SET NCV-USAGE-ZONED TO TRUE.
005980     MOVE 3 TO NCV-INTEGER-DIGITS.
005990     MOVE 1 TO NCV-SCALE.
006000     SET NCV-UNSIGNED TO TRUE.
006010     CALL 'NUMCONV' USING NUMCONV-PARM.
006020     IF NOT NCV-CONVERTED
006030         GO TO 9920-EXIT.
006040     MOVE NCV-RESULT-ZONED TO TARGET-RATE-TENTHS.
006050     IF TARGET-RATE-TENTHS > 1000
006060         DISPLAY 'BMPSCORE TARGET-RATE ' CTC-PARM-VALUE
006070             ' OVER 100 PERCENT - IGNORED'
006080         GO TO 9920-EXIT.
006090     COMPUTE TARGET-RATE = TARGET-RATE-TENTHS / 10.
006100 9920-EXIT. EXIT.
006110*
006120*    9930 - THE DIRECTORY IS OPTIONAL; WITHOUT IT EVERY DESK IS
006130*    SCORED UNDER ITS TERMINAL ID ALONE.  COMMENT CARDS ('*' IN
006140*    COLUMN 1) AND BLANK TERMINAL IDS ARE PASSED OVER.
006150 9930-LOAD-DIRECTORY.
006160     OPEN INPUT TERMINAL-DIRECTORY-FILE.
006170     PERFORM 9940-READ-DIRECTORY-RECORD THRU 9940-EXIT
006180         UNTIL DIRECTORY-FILE-EOF.
006190     CLOSE TERMINAL-DIRECTORY-FILE.
006200 9930-EXIT. EXIT.
006210*
006220 9940-READ-DIRECTORY-RECORD.
006230     READ TERMINAL-DIRECTORY-FILE
006240         AT END
006250             MOVE 'Y' TO DIRECTORY-FILE-SWITCH
006260             GO TO 9940-EXIT.
006270     IF TD-TERMINAL-ID = SPACES
006280         OR TD-TERMINAL-ID (1:1) = '*'
006290         GO TO 9940-EXIT.
006300     IF DIRECTORY-TABLE-COUNT NOT < 200
006310         DISPLAY 'BMPSCORE DIRECTORY-TABLE FULL - CARD FOR '
006320             TD-TERMINAL-ID ' DROPPED'
006330         GO TO 9940-EXIT.
006340     ADD 1 TO DIRECTORY-TABLE-COUNT.
006350     SET DIR-IX TO DIRECTORY-TABLE-COUNT.
006360     MOVE TD-TERMINAL-ID TO DT-TERMINAL-ID (DIR-IX).
006370     MOVE TD-DESK-NAME TO DT-DESK-NAME (DIR-IX).
006380 9940-EXIT. EXIT.
006390*
006400***************************************************************
006410*    9990-END-OF-JOB PRINTS THE ALL-DESKS LINE AND THE RUN      *
006420*    SUMMARY.  THE ALL-DESKS LINE CARRIES NO MEDIAN - EACH      *
006430*    DESK'S MEDIAN IS ITS OWN - AND IS NEVER FLAGGED.           *
006440***************************************************************
006450 9990-END-OF-JOB.
006460     IF DESKS-SCORED-COUNT = ZERO
006470         MOVE 'NO RESPONSE HISTORY FOR THE SCORECARD MONTH'
006480             TO NTL-TEXT
006490         MOVE NOTE-LINE TO SCORECARD-REPORT-RECORD
006500         PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT
006510     ELSE
006520         MOVE 2 TO CCTL
006530         MOVE SPACES TO DESK-DETAIL-LINE
006540         MOVE 'ALL DESKS' TO DDL-DESK-NAME
006550         MOVE TOTAL-REQUESTED TO DDL-REQUESTED
006560         MOVE TOTAL-ACKED TO DDL-ACKED
006570         MOVE TOTAL-ESCALATED TO DDL-ESCALATED
006580         IF TOTAL-ACKED > ZERO
006590             MOVE TOTAL-WORST-SECONDS TO EDIT-SECONDS
006600             PERFORM 270-EDIT-RESPONSE-TIME THRU 270-EXIT
006610             MOVE EDIT-TIME TO DDL-WORST
006620         END-IF
006630         IF TOTAL-REQUESTED = ZERO
006640             MOVE 'NO REQ' TO DDL-NO-REQUESTS
006650         ELSE
006660             COMPUTE ACK-RATE ROUNDED =
006670                 TOTAL-ACKED * 100 / TOTAL-REQUESTED
006680             MOVE ACK-RATE TO DDL-PCT
006690             MOVE '%' TO DDL-ACK-RATE (6:1)
006700         END-IF
006710         MOVE DESK-DETAIL-LINE TO SCORECARD-REPORT-RECORD
006720         PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006730     MOVE 2 TO CCTL.
006740     MOVE HISTORY-RECORDS-READ TO SUM-READ-COUNT.
006750     MOVE DESKS-SCORED-COUNT TO SUM-DESK-COUNT.
006760     MOVE BELOW-TARGET-COUNT TO SUM-BELOW-COUNT.
006770     MOVE SUMMARY-LINE TO SCORECARD-REPORT-RECORD.
006780     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006790     MOVE 'BMPSCORE' TO RPT-TRAILER-PROGRAM.
006800     MOVE COUNT-OF-PAGES TO RPT-TRAILER-PAGES.
006810     MOVE RPT-TRAILER-LINE TO SCORECARD-REPORT-RECORD.
006820     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
006830     CLOSE RESPONSE-HISTORY-FILE, SCORECARD-REPORT-FILE.
006840     IF UNUSABLE-RECORD-COUNT > ZERO
006850         DISPLAY 'BMPSCORE ' UNUSABLE-RECORD-COUNT
006860             ' HISTORY RECORDS WITHOUT A VALID DATE/TYPE SKIPPED'.
006870     IF DUPLICATE-RECORD-COUNT > ZERO
006880         DISPLAY 'BMPSCORE ' DUPLICATE-RECORD-COUNT
006890             ' DUPLICATE HISTORY RECORDS COUNTED ONCE'.
006900     MOVE 'BMPSCORE' TO OST-PROGRAM-ID.
006910     SET OST-END-OF-JOB TO TRUE.
006920     MOVE HISTORY-RECORDS-READ TO OST-RECORDS-PROCESSED.
006930     MOVE UNUSABLE-RECORD-COUNT TO OST-ERROR-COUNT.
006940     MOVE BELOW-TARGET-COUNT TO OST-EXCEPTION-COUNT.
006950     MOVE 'DESKS-SCORED' TO OST-COUNTER-NAME (1).
006960     MOVE DESKS-SCORED-COUNT TO OST-COUNTER-VALUE (1).
006970     MOVE 'DUPS-SKIPPED' TO OST-COUNTER-NAME (2).
006980     MOVE DUPLICATE-RECORD-COUNT TO OST-COUNTER-VALUE (2).
006990     CALL 'OPSTAT' USING OPSTAT-PARM.
007000*
007010*    NUMCONV LOGS A REJECTED TARGET-RATE CARD THROUGH ERRLOG,
007020*    WHICH HOLDS THE CENTRAL ERROR LOG OPEN ACROSS CALLS -
007030*    CALL 'ERRLOGC' CLOSES IT CLEANLY NOW THAT ALL LOGGING FOR
007040*    THE RUN IS DONE.
007050     CALL 'ERRLOGC'.
007060     IF BELOW-TARGET-COUNT > ZERO
007070         MOVE 4 TO RETURN-CODE.
007080 9990-EXIT. EXIT.
