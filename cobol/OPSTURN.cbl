000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    OPSTURN.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* SHIFT TURNOVER REPORT.  AT EACH SHIFT CHANGE THE OUTGOING     *
000150* OPERATOR BRIEFED THE INCOMING ONE FROM MEMORY AND SCRAPS OF   *
000160* PAPER, SO A NOTE ABOUT A JOB OR A HOLD PLACED AT THREE IN THE *
000170* MORNING COULD BE LOST.  THIS STEP GATHERS, FOR THE SHIFT JUST *
000180* ENDED, ONE DOCUMENT THE INCOMING SHIFT SIGNS OFF ON:          *
000190*   - THE OPERATOR NOTES KEYED THROUGH BMPQUERY'S NOTE QUERY    *
000200*     (DD UT-S-SHFTNOTE, COPY SHFNOTE0), WITH TERMINAL, USER,   *
000210*     TIME, AND THE ROSTER JOB EACH IS TIED TO;                 *
000220*   - THE FATAL ENTRIES ON THE CENTRAL ERROR LOG (DD            *
000230*     UT-S-ERRLOG, COPY ERLREC0);                               *
000240*   - THE ROSTER JOBS (DD UT-S-ROSTER, COPY ROSTREC0) STILL     *
000250*     RUNNING OR MISSING PER THE OPERATIONS-STATISTICS FILE     *
000260*     (DD UT-S-OPSTAT) - THE SAME READING BMPQUERY'S STATUS     *
000270*     QUERY GIVES, SO A JOB NOT DUE TONIGHT BY ITS RUN          *
000274*     FREQUENCY (DATECALC DECIDES) IS NOT MISSING.  A ROSTER    *
000278*     WHOSE DECLARED PREDECESSORS FORM A CYCLE IS REJECTED, AS  *
000282*     OPSSUM AND OPSPLAN REJECT IT, AND THE SECTION SAYS WHERE  *
000286*     THE CYCLE IS INSTEAD OF LISTING THE JOBS;                 *
000290*   - THE REPLY-REQUESTED BROADCASTS STILL UNANSWERED, JUDGED   *
000300*     FROM BMPCOBOL'S AUDIT TRAIL (DD UT-S-AUDIT) AND THE       *
000310*     ACKNOWLEDGMENT FILE (DD UT-S-ACKFILE) WITH THE SAME       *
000320*     MATCHING BMPRECON USES;                                   *
000330*   - THE GATE HOLDS - EVERY HOLD, RELEASE, AND EXPIRY ON THE   *
000340*     GATE-OVERRIDE FILE (DD UT-S-GATEOVR) DATED IN THE SHIFT,  *
000350*     AND ANY OLDER HOLD STILL IN FORCE.                        *
000360* NOTES, FATAL ENTRIES, AND OVERRIDES ARE TAKEN FROM THE SHIFT  *
000370* ONLY; THE RUNNING/MISSING JOBS, UNANSWERED BROADCASTS, AND    *
000380* HOLDS IN FORCE ARE THE STANDING AT TURNOVER.  THE SHIFT IS    *
000390* THE EIGHT HOURS BEFORE THE STEP RUNS UNLESS AN OPERATIONS     *
000400* CONTROL CARD SAYS OTHERWISE (OPSTURN SHIFT-HOURS NN, 01-24,   *
000410* READ THROUGH CTLREAD).  EVERY INPUT IS OPTIONAL - A MISSING   *
000420* FILE PRINTS ITS SECTION AS NONE.  THE REPORT ENDS WITH        *
000430* SIGN-OFF LINES FOR BOTH SHIFTS AND PRINTS TO DD UT-S-TURNRPT. *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL SHIFT-NOTE-FILE ASSIGN TO UT-S-SHFTNOTE.
000500     SELECT OPTIONAL ERROR-LOG-FILE ASSIGN TO UT-S-ERRLOG.
000510     SELECT OPTIONAL ROSTER-FILE ASSIGN TO UT-S-ROSTER.
000520     SELECT OPTIONAL OPERATIONS-STATISTICS-FILE
000530         ASSIGN TO UT-S-OPSTAT.
000540     SELECT OPTIONAL AUDIT-FILE ASSIGN TO UT-S-AUDIT.
000550     SELECT OPTIONAL ACKNOWLEDGMENT-FILE ASSIGN TO UT-S-ACKFILE.
000560     SELECT OPTIONAL GATE-OVERRIDE-FILE ASSIGN TO UT-S-GATEOVR.
000570     SELECT TURNOVER-REPORT-FILE ASSIGN TO UT-S-TURNRPT.
000580 DATA DIVISION.
000590 FILE SECTION.
000600*
000610 FD  SHIFT-NOTE-FILE
000620     RECORDING MODE IS F
000630     BLOCK CONTAINS 0 RECORDS
000640     RECORD CONTAINS 120 CHARACTERS
000650     LABEL RECORDS ARE OMITTED
000660     DATA RECORD IS SHIFT-NOTE-RECORD.
000670*
000680     COPY SHFNOTE0.
000690*
000700 FD  ERROR-LOG-FILE
000710     RECORDING MODE IS F
000720     BLOCK CONTAINS 0 RECORDS
000730     RECORD CONTAINS 147 CHARACTERS
000740     LABEL RECORDS ARE OMITTED
000750     DATA RECORD IS ERROR-LOG-RECORD.
000760*
000770     COPY ERLREC0.
000780*
000790 FD  ROSTER-FILE
000800     BLOCK CONTAINS 0 RECORDS
000810     RECORD CONTAINS 80 CHARACTERS
000820     LABEL RECORDS ARE OMITTED.
000830     COPY ROSTREC0.
000840*
000850 FD  OPERATIONS-STATISTICS-FILE
000860     RECORDING MODE IS F
000870     BLOCK CONTAINS 0 RECORDS
000880     RECORD CONTAINS 139 CHARACTERS
000890     LABEL RECORDS ARE OMITTED
000900     DATA RECORD IS OPERATIONS-STATISTICS-RECORD.
000910*
000920     COPY OPSTREC0.
000930*
000940 FD  AUDIT-FILE
000950     BLOCK CONTAINS 0 RECORDS
000960     RECORD CONTAINS 823 CHARACTERS
000970     LABEL RECORDS ARE OMITTED
000980     DATA RECORD IS AUDIT-RECORD.
000990 01  AUDIT-RECORD.
001000     05  AUD-TERMINAL-ID        PIC X(8).
001010     05  AUD-TIMESTAMP.
001020         10  AUD-DATE           PIC 9(6).
001030         10  AUD-TIME           PIC 9(8).
001040     05  AUD-MESSAGE-TEXT       PIC X(800).
001050     05  AUD-REPLY-FLAG         PIC X.
001060         88  AUD-REPLY-REQUESTED    VALUE 'Y'.
001070*
001080 FD  ACKNOWLEDGMENT-FILE
001090     BLOCK CONTAINS 0 RECORDS
001100     RECORD CONTAINS 102 CHARACTERS
001110     LABEL RECORDS ARE OMITTED
001120     DATA RECORD IS ACKNOWLEDGMENT-RECORD.
001130 01  ACKNOWLEDGMENT-RECORD.
001140     05  ACK-TERMINAL-ID        PIC X(8).
001150     05  ACK-TIMESTAMP.
001160         10  ACK-DATE           PIC 9(6).
001170         10  ACK-TIME           PIC 9(8).
001180     05  ACK-RESPONSE-TEXT      PIC X(80).
001190*
001200 FD  GATE-OVERRIDE-FILE
001210     RECORDING MODE IS F
001220     BLOCK CONTAINS 0 RECORDS
001230     RECORD CONTAINS 120 CHARACTERS
001240     LABEL RECORDS ARE OMITTED
001250     DATA RECORD IS GATE-OVERRIDE-RECORD.
001260*
001270     COPY GATEOVR0.
001280*
001290 FD  TURNOVER-REPORT-FILE
001300     RECORDING MODE IS F
001310     BLOCK CONTAINS 0 RECORDS
001320     RECORD CONTAINS 133 CHARACTERS
001330     LABEL RECORDS ARE OMITTED.
001340 01  TURNOVER-REPORT-RECORD       PIC X(133).
001350*
001360 WORKING-STORAGE SECTION.
001370 77  FILLER PIC X(35)  VALUE
001380     'OPSTURN WORKING STORAGE BEGINS HERE'.
001390*
001400 01  NOTE-FILE-SWITCH             PIC X VALUE 'N'.
001410     88  NOTE-FILE-EOF                VALUE 'Y'.
001420 01  LOG-FILE-SWITCH              PIC X VALUE 'N'.
001430     88  LOG-FILE-EOF                 VALUE 'Y'.
001440 01  ROSTER-FILE-SWITCH           PIC X VALUE 'N'.
001450     88  ROSTER-FILE-EOF              VALUE 'Y'.
001460 01  STATS-FILE-SWITCH            PIC X VALUE 'N'.
001470     88  STATS-FILE-EOF               VALUE 'Y'.
001480 01  AUDIT-FILE-SWITCH            PIC X VALUE 'N'.
001490     88  AUDIT-FILE-EOF               VALUE 'Y'.
001500 01  ACK-FILE-SWITCH              PIC X VALUE 'N'.
001510     88  ACK-FILE-EOF                 VALUE 'Y'.
001520 01  ACK-FOUND-SWITCH             PIC X VALUE 'N'.
001530     88  ACK-WAS-RECEIVED             VALUE 'Y'.
001540 01  OVERRIDE-FILE-SWITCH         PIC X VALUE 'N'.
001550     88  OVERRIDE-FILE-EOF            VALUE 'Y'.
001560 01  HOLD-IN-FORCE-SWITCH         PIC X VALUE 'N'.
001570     88  HOLD-IN-FORCE                VALUE 'Y'.
001580*
001590***************************************************************
001600*    THE CLOCK IS TAKEN AS 20XX AND EVERY TIMESTAMP IS COMPARED *
001610*    AS CCYYMMDDHHMM - THE SAME READING OPSGATE GIVES A HOLD    *
001620*    EXPIRY.  THE SHIFT RUNS FROM SHIFT-START UP TO NOW; AN     *
001630*    ITEM IS IN THE SHIFT WHEN ITS STAMP FALLS IN THAT SPAN.    *
001640*    SCHEDULE-DATE IS THE NIGHT THE WINDOW OPENED - TODAY FROM  *
001650*    NOON ON, YESTERDAY BEFORE NOON - WHICH EACH ROSTER CARD'S  *
001660*    RUN FREQUENCY IS TESTED AGAINST.                           *
001670***************************************************************
001680 01  SHIFT-FIELDS.
001690     05  CLOCK-DATE               PIC 9(6).
001700     05  CLOCK-TIME               PIC 9(8).
001710     05  NOW-STAMP.
001720         10  NOW-DATE             PIC 9(8).
001730         10  NOW-HHMM             PIC 9(4).
001740         10  NOW-HHMM-PARTS REDEFINES NOW-HHMM.
001750             15  NOW-HH           PIC 99.
001760             15  NOW-MM           PIC 99.
001770     05  NOW-STAMP-X REDEFINES NOW-STAMP PIC X(12).
001780     05  SHIFT-START-STAMP.
001790         10  SHIFT-START-DATE     PIC 9(8).
001800         10  SHIFT-START-HH       PIC 99.
001810         10  SHIFT-START-MM       PIC 99.
001820     05  SHIFT-START-X REDEFINES SHIFT-START-STAMP PIC X(12).
001830     05  ITEM-STAMP.
001840         10  ITEM-DATE            PIC 9(8).
001850         10  ITEM-HHMM            PIC 9(4).
001860     05  ITEM-STAMP-X REDEFINES ITEM-STAMP PIC X(12).
001870     05  ITEM-IN-SHIFT-SWITCH     PIC X VALUE 'N'.
001880         88  ITEM-IN-SHIFT            VALUE 'Y'.
001890     05  SHIFT-HOURS              PIC 99 VALUE 08.
001900     05  HOURS-CARD-VALUE         PIC XX.
001910     05  HOURS-CARD-NUMBER REDEFINES HOURS-CARD-VALUE PIC 99.
001920     05  SCHEDULE-DATE            PIC 9(8).
001930*
001940***************************************************************
001945*    ROSTER-STATUS-TABLE CARRIES EACH ROSTER JOB'S STANDING AT  *
001950*    TURNOVER AND, FOR A RUNNING JOB, WHEN IT STARTED, WITH ITS *
001955*    DECLARED PREDECESSORS FOR THE DEPENDENCY-CYCLE CHECK.      *
001970***************************************************************
001980 01  ROSTER-TABLE-COUNT           PIC S9(4) COMP VALUE +0.
001990 01  ROSTER-STATUS-TABLE.
002000     05  ROSTER-STATUS-ENTRY  OCCURS 1 TO 100 TIMES
002010                              DEPENDING ON ROSTER-TABLE-COUNT
002020                              INDEXED BY RO-IX RP-IX.
002030         10  RT-PROGRAM-ID        PIC X(8).
002040         10  RT-STATUS            PIC X.
002050             88  RT-MISSING           VALUE ' '.
002060             88  RT-RUNNING           VALUE 'S'.
002070             88  RT-DONE              VALUE 'E'.
002080         10  RT-START-DATE        PIC 9(6).
002090         10  RT-START-TIME        PIC 9(8).
002100         10  RT-DUE-SWITCH        PIC X.
002110             88  RT-DUE-TONIGHT       VALUE 'Y'.
002111         10  RT-PREDECESSOR       PIC X(8) OCCURS 5 TIMES.
002112         10  RT-RESOLVED-SWITCH   PIC X.
002113             88  RT-RESOLVED          VALUE 'Y'.
002114*
002115*    DEPENDENCY-SWITCH IS SET WHEN ANY ROSTER CARD DECLARES A
002116*    PREDECESSOR.  THE RESOLVE FIELDS SUPPORT THE DEPENDENCY-CYCLE
002117*    CHECK, AND A REJECTED ROSTER NAMES A JOB ON THE CYCLE IN
002118*    CYCLE-PROGRAM-ID.
002119 01  ROSTER-CHECK-FIELDS.
002120     05  DEPENDENCY-SWITCH        PIC X VALUE 'N'.
002121         88  ROSTER-HAS-DEPENDENCIES  VALUE 'Y'.
002122     05  REJECTED-SWITCH          PIC X VALUE 'N'.
002123         88  ROSTER-REJECTED          VALUE 'Y'.
002124     05  CYCLE-PROGRAM-ID         PIC X(8) VALUE SPACES.
002125     05  PREDECESSOR-SUB          PIC S9(4) COMP VALUE +0.
002126     05  CHECK-PROGRAM-ID         PIC X(8).
002127     05  CHECK-FOUND-SWITCH       PIC X VALUE 'N'.
002128         88  CHECK-ON-ROSTER          VALUE 'Y'.
002129     05  READY-SWITCH             PIC X VALUE 'N'.
002130         88  PREDECESSORS-RESOLVED    VALUE 'Y'.
002131     05  STEP-SWITCH              PIC X VALUE 'N'.
002132         88  STEP-TAKEN               VALUE 'Y'.
002133     05  RESOLVED-COUNT           PIC S9(4) COMP VALUE +0.
002134     05  PASS-RESOLVED-COUNT      PIC S9(4) COMP VALUE +0.
002135*
002136***************************************************************
002140*    ACK-TABLE HOLDS EVERY RECORDED RESPONSE.  AN ENTRY ANSWERS *
002150*    ONE DELIVERY ONLY - THE USED SWITCH STOPS ONE EARLY REPLY  *
002160*    FROM ANSWERING TWO MESSAGES TO THE SAME DESK, AS IN        *
002170*    BMPRECON.                                                  *
002180***************************************************************
002190 01  ACK-TABLE-COUNT              PIC S9(4) COMP VALUE +0.
002200 01  ACK-TABLE.
002210     05  ACK-TABLE-ENTRY      OCCURS 1 TO 200 TIMES
002220                              DEPENDING ON ACK-TABLE-COUNT
002230                              INDEXED BY ACK-IX.
002240         10  AT-TERMINAL-ID       PIC X(8).
002250         10  AT-TIMESTAMP.
002260             15  AT-DATE          PIC 9(6).
002270             15  AT-TIME          PIC 9(8).
002280         10  AT-USED-SWITCH       PIC X.
002290             88  AT-USED              VALUE 'Y'.
002300*
002310***************************************************************
002320*    OVERRIDE-TABLE HOLDS THE GATE-OVERRIDE FILE IN FILE (TIME) *
002330*    ORDER.  THE LAST ENTRY FOR A PROGRAM IS ITS STANDING, AND  *
002340*    A HOLD IS IN FORCE WHILE IT IS THAT STANDING AND ITS EXPIRY*
002350*    (IF ANY) IS STILL AHEAD OF THE CLOCK - AS IN OPSSUM.       *
002360***************************************************************
002370 01  OVERRIDE-TABLE-COUNT         PIC S9(4) COMP VALUE +0.
002380 01  OVERRIDE-TABLE.
002390     05  OVERRIDE-TABLE-ENTRY OCCURS 1 TO 500 TIMES
002400                              DEPENDING ON OVERRIDE-TABLE-COUNT
002410                              INDEXED BY OV-IX.
002420         10  OV-PROGRAM-ID        PIC X(8).
002430         10  OV-ACTION            PIC X.
002440             88  OV-HOLD              VALUE 'H'.
002450             88  OV-RELEASE           VALUE 'R'.
002460         10  OV-TERMINAL-ID       PIC X(8).
002470         10  OV-USERID            PIC X(8).
002480         10  OV-DATE              PIC 9(6).
002490         10  OV-TIME              PIC 9(8).
002500         10  OV-EXPIRY            PIC X(12).
002510         10  OV-REASON            PIC X(60).
002520 01  OVERRIDE-WORK-FIELDS.
002530     05  STANDING-PROGRAM-ID      PIC X(8).
002540     05  STANDING-SUB             PIC S9(4) COMP VALUE +0.
002550     05  OVERRIDE-SAVE-SUB        PIC S9(4) COMP VALUE +0.
002560*
002570 01  TURNOVER-TOTALS.
002580     05  RECORDS-READ             PIC S9(7) COMP VALUE +0.
002590     05  NOTES-PRINTED            PIC S9(5) COMP VALUE +0.
002600     05  FATALS-PRINTED           PIC S9(5) COMP VALUE +0.
002610     05  RUNNING-COUNT            PIC S9(5) COMP VALUE +0.
002620     05  MISSING-COUNT            PIC S9(5) COMP VALUE +0.
002630     05  UNANSWERED-COUNT         PIC S9(5) COMP VALUE +0.
002640     05  OVERRIDES-PRINTED        PIC S9(5) COMP VALUE +0.
002650     05  HOLDS-IN-FORCE-COUNT     PIC S9(5) COMP VALUE +0.
002660     05  OPEN-ITEM-COUNT          PIC S9(7) COMP VALUE +0.
002670     05  WS-DATE.
002680         10  WS-YEAR              PIC XX.
002690         10  WS-MONTH             PIC XX.
002700         10  WS-DAY               PIC XX.
002710*
002720*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
002730*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002740*    LOGGER, CALLED AT START AND END OF JOB SO OPSSUM CAN ROLL
002750*    THIS RUN INTO THE WINDOW'S CONSOLIDATED SUMMARY.
002760 COPY OPSTATP.
002770*
002780*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
002790*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER,
002800*    WHICH SUPPLIES THE SHIFT LENGTH.
002810 COPY CTLCARD0.
002820*
002830*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
002840*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
002850*    WHICH STEPS BACK A DAY AND DECIDES WHETHER EACH ROSTER JOB
002860*    IS DUE TONIGHT.
002870 COPY DATECALP.
002880*
002890***************************************************************
002900*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002910*    TURNOVER REPORT THE SHOP'S SHARED HEADING AND TRAILER.     *
002920***************************************************************
002930 COPY RPTHDR0.
002940 01  SHIFT-LINE.
002950     05  FILLER                   PIC X(2) VALUE SPACES.
002960     05  FILLER                   PIC X(13) VALUE 'SHIFT FROM   '.
002970     05  SHL-START-DATE           PIC 9(8).
002980     05  FILLER                   PIC X VALUE SPACE.
002990     05  SHL-START-HHMM           PIC 9(4).
003000     05  FILLER                   PIC X(4) VALUE ' TO '.
003010     05  SHL-END-DATE             PIC 9(8).
003020     05  FILLER                   PIC X VALUE SPACE.
003030     05  SHL-END-HHMM             PIC 9(4).
003040     05  FILLER                   PIC X(88) VALUE SPACES.
003050 01  SECTION-LINE.
003060     05  FILLER                   PIC X(2) VALUE SPACES.
003070     05  SCL-TITLE                PIC X(60).
003080     05  FILLER                   PIC X(71) VALUE SPACES.
003090 01  NOTE-HEADING-LINE.
003100     05  FILLER                   PIC X(4) VALUE SPACES.
003110     05  FILLER                   PIC X(17) VALUE 'DATE/TIME'.
003120     05  FILLER                   PIC X(10) VALUE 'TERMINAL'.
003130     05  FILLER                   PIC X(10) VALUE 'USER'.
003140     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
003150     05  FILLER                   PIC X(82) VALUE 'NOTE'.
003160 01  NOTE-DETAIL-LINE.
003170     05  FILLER                   PIC X(4) VALUE SPACES.
003180     05  NDL-DATE                 PIC 9(6).
003190     05  FILLER                   PIC X VALUE SPACE.
003200     05  NDL-TIME                 PIC 9(8).
003210     05  FILLER                   PIC X(2) VALUE SPACES.
003220     05  NDL-TERMINAL-ID          PIC X(8).
003230     05  FILLER                   PIC X(2) VALUE SPACES.
003240     05  NDL-USERID               PIC X(8).
003250     05  FILLER                   PIC X(2) VALUE SPACES.
003260     05  NDL-PROGRAM-ID           PIC X(8).
003270     05  FILLER                   PIC X(2) VALUE SPACES.
003280     05  NDL-NOTE-TEXT            PIC X(74).
003290     05  FILLER                   PIC X(8) VALUE SPACES.
003300 01  FATAL-HEADING-LINE.
003310     05  FILLER                   PIC X(4) VALUE SPACES.
003320     05  FILLER                   PIC X(17) VALUE 'DATE/TIME'.
003330     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
003340     05  FILLER                   PIC X(32) VALUE 'PARAGRAPH'.
003350     05  FILLER                   PIC X(70) VALUE 'MESSAGE'.
003360 01  FATAL-DETAIL-LINE.
003370     05  FILLER                   PIC X(4) VALUE SPACES.
003380     05  FDL-DATE                 PIC 9(6).
003390     05  FILLER                   PIC X VALUE SPACE.
003400     05  FDL-TIME                 PIC 9(8).
003410     05  FILLER                   PIC X(2) VALUE SPACES.
003420     05  FDL-PROGRAM-ID           PIC X(8).
003430     05  FILLER                   PIC X(2) VALUE SPACES.
003440     05  FDL-PARAGRAPH            PIC X(30).
003450     05  FILLER                   PIC X(2) VALUE SPACES.
003460     05  FDL-MESSAGE              PIC X(70).
003470 01  JOB-HEADING-LINE.
003480     05  FILLER                   PIC X(4) VALUE SPACES.
003490     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
003500     05  FILLER                   PIC X(10) VALUE 'STANDING'.
003510     05  FILLER                   PIC X(109) VALUE 'STARTED'.
003520 01  JOB-DETAIL-LINE.
003530     05  FILLER                   PIC X(4) VALUE SPACES.
003540     05  JDL-PROGRAM-ID           PIC X(8).
003550     05  FILLER                   PIC X(2) VALUE SPACES.
003560     05  JDL-STANDING             PIC X(8).
003570     05  FILLER                   PIC X(2) VALUE SPACES.
003580     05  JDL-STARTED.
003590         10  JDL-START-DATE       PIC 9(6).
003600         10  FILLER               PIC X VALUE SPACE.
003610         10  JDL-START-TIME       PIC 9(8).
003620     05  FILLER                   PIC X(94) VALUE SPACES.
003630 01  BROADCAST-HEADING-LINE.
003640     05  FILLER                   PIC X(4) VALUE SPACES.
003650     05  FILLER                   PIC X(10) VALUE 'TERMINAL'.
003660     05  FILLER                   PIC X(17) VALUE 'DELIVERED'.
003670     05  FILLER                   PIC X(102) VALUE 'MESSAGE'.
003680 01  BROADCAST-DETAIL-LINE.
003690     05  FILLER                   PIC X(4) VALUE SPACES.
003700     05  BDL-TERMINAL-ID          PIC X(8).
003710     05  FILLER                   PIC X(2) VALUE SPACES.
003720     05  BDL-DATE                 PIC 9(6).
003730     05  FILLER                   PIC X VALUE SPACE.
003740     05  BDL-TIME                 PIC 9(8).
003750     05  FILLER                   PIC X(2) VALUE SPACES.
003760     05  BDL-MESSAGE-TEXT         PIC X(80).
003770     05  FILLER                   PIC X(22) VALUE SPACES.
003780 01  OVERRIDE-HEADING-LINE.
003790     05  FILLER                   PIC X(4) VALUE SPACES.
003800     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
003810     05  FILLER                   PIC X(9) VALUE 'ACTION'.
003820     05  FILLER                   PIC X(17) VALUE 'DATE/TIME'.
003830     05  FILLER                   PIC X(10) VALUE 'TERMINAL'.
003840     05  FILLER                   PIC X(10) VALUE 'USER'.
003850     05  FILLER                   PIC X(73) VALUE 'UNTIL'.
003860 01  OVERRIDE-DETAIL-LINE.
003870     05  FILLER                   PIC X(4) VALUE SPACES.
003880     05  OVL-PROGRAM-ID           PIC X(8).
003890     05  FILLER                   PIC X(2) VALUE SPACES.
003900     05  OVL-ACTION               PIC X(7).
003910     05  FILLER                   PIC X(2) VALUE SPACES.
003920     05  OVL-DATE                 PIC 9(6).
003930     05  FILLER                   PIC X VALUE SPACE.
003940     05  OVL-TIME                 PIC 9(8).
003950     05  FILLER                   PIC X(2) VALUE SPACES.
003960     05  OVL-TERMINAL-ID          PIC X(8).
003970     05  FILLER                   PIC X(2) VALUE SPACES.
003980     05  OVL-USERID               PIC X(8).
003990     05  FILLER                   PIC X(2) VALUE SPACES.
004000     05  OVL-EXPIRY               PIC X(12).
004010     05  FILLER                   PIC X(2) VALUE SPACES.
004020     05  OVL-IN-FORCE             PIC X(14).
004030     05  FILLER                   PIC X(45) VALUE SPACES.
004040 01  OVERRIDE-REASON-LINE.
004050     05  FILLER                   PIC X(14) VALUE SPACES.
004060     05  FILLER                   PIC X(8) VALUE 'REASON: '.
004070     05  ORL-REASON               PIC X(60).
004080     05  FILLER                   PIC X(51) VALUE SPACES.
004090 01  COUNT-LINE.
004100     05  FILLER                   PIC X(4) VALUE SPACES.
004110     05  CTL-COUNT                PIC ZZZZ9.
004120     05  FILLER                   PIC X VALUE SPACE.
004130     05  CTL-LABEL                PIC X(60).
004140     05  FILLER                   PIC X(63) VALUE SPACES.
004150 01  NONE-LINE.
004160     05  FILLER                   PIC X(4) VALUE SPACES.
004170     05  FILLER                   PIC X(4) VALUE 'NONE'.
004180     05  FILLER                   PIC X(125) VALUE SPACES.
004181 01  ROSTER-REJECTED-LINE.
004182     05  FILLER                   PIC X(4) VALUE SPACES.
004183     05  FILLER                   PIC X(38) VALUE
004184         'ROSTER REJECTED - DEPENDENCY CYCLE AT '.
004185     05  RRL-PROGRAM-ID           PIC X(8).
004186     05  FILLER                   PIC X(83) VALUE SPACES.
004190 01  SIGN-OFF-LINE.
004200     05  FILLER                   PIC X(2) VALUE SPACES.
004210     05  SOL-SHIFT                PIC X(20).
004220     05  FILLER                   PIC X(12) VALUE 'SIGNED OFF: '.
004230     05  FILLER                   PIC X(30) VALUE ALL '_'.
004240     05  FILLER                   PIC X(8) VALUE '  TIME: '.
004250     05  FILLER                   PIC X(10) VALUE ALL '_'.
004260     05  FILLER                   PIC X(51) VALUE SPACES.
004270*
004280 PROCEDURE DIVISION.
004290*
004300 A100-EXECUTIVE-CONTROL.
004310     PERFORM A110-INITIALIZATION.
004320     PERFORM B100-OPERATOR-NOTES.
004330     PERFORM C100-FATAL-ERRORS.
004340     PERFORM D100-ROSTER-JOBS-OPEN.
004350     PERFORM E100-UNANSWERED-BROADCASTS.
004360     PERFORM F100-GATE-HOLDS.
004370     PERFORM Z100-SIGN-OFF.
004380     PERFORM Z900-END-OF-PROCESSING.
004390     GOBACK.
004400*
004410 A110-INITIALIZATION.
004420     OPEN OUTPUT TURNOVER-REPORT-FILE.
004430     ACCEPT WS-DATE FROM DATE.
004440     MOVE WS-MONTH TO RPT-HEADING-MONTH.
004450     MOVE WS-DAY TO RPT-HEADING-DAY.
004460     MOVE WS-YEAR TO RPT-HEADING-YEAR.
004470     MOVE 'OPSTURN' TO RPT-HEADING-PROGRAM.
004480     MOVE 'SHIFT TURNOVER REPORT' TO RPT-HEADING-TITLE.
004490     MOVE 1 TO RPT-HEADING-PAGE.
004500     MOVE RPT-HEADING-LINE TO TURNOVER-REPORT-RECORD.
004510     WRITE TURNOVER-REPORT-RECORD.
004520     MOVE 'OPSTURN' TO OST-PROGRAM-ID.
004530     SET OST-START-OF-JOB TO TRUE.
004540     MOVE SPACES TO OST-NAMED-COUNTERS.
004550     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
004560         OST-EXCEPTION-COUNT.
004570     CALL 'OPSTAT' USING OPSTAT-PARM.
004580     PERFORM A120-SET-SHIFT-SPAN.
004590     MOVE SHIFT-START-DATE TO SHL-START-DATE.
004600     MOVE SHIFT-START-STAMP (9:4) TO SHL-START-HHMM.
004610     MOVE NOW-DATE TO SHL-END-DATE.
004620     MOVE NOW-HHMM TO SHL-END-HHMM.
004630     MOVE SHIFT-LINE TO TURNOVER-REPORT-RECORD.
004640     WRITE TURNOVER-REPORT-RECORD.
004650*
004660***************************************************************
004670*    A120-A130 SET THE SHIFT SPAN.  THE SHIFT ENDS NOW AND      *
004680*    STARTS SHIFT-HOURS EARLIER - ON THE PREVIOUS DAY WHEN      *
004690*    THAT REACHES BACK PAST MIDNIGHT.  AN INVALID CARD IS       *
004700*    DISPLAYED AND THE EIGHT-HOUR DEFAULT STANDS.               *
004710***************************************************************
004720 A120-SET-SHIFT-SPAN.
004730     ACCEPT CLOCK-DATE FROM DATE.
004740     ACCEPT CLOCK-TIME FROM TIME.
004750     COMPUTE NOW-DATE = 20000000 + CLOCK-DATE.
004760     DIVIDE CLOCK-TIME BY 10000 GIVING NOW-HHMM.
004770     MOVE 'OPSTURN' TO CTC-PROGRAM-ID.
004780     MOVE 'SHIFT-HOURS' TO CTC-PARM-NAME.
004790     CALL 'CTLREAD' USING CTLCARD-PARM.
004800     IF CTC-PARM-FOUND
004810         MOVE CTC-PARM-VALUE (1:2) TO HOURS-CARD-VALUE
004820         IF HOURS-CARD-VALUE NUMERIC
004830             AND HOURS-CARD-NUMBER > ZERO
004840             AND HOURS-CARD-NUMBER NOT > 24
004850             MOVE HOURS-CARD-NUMBER TO SHIFT-HOURS
004860         ELSE
004870             DISPLAY 'OPSTURN SHIFT-HOURS ' HOURS-CARD-VALUE
004880                 ' INVALID - SHIFT IS ' SHIFT-HOURS ' HOURS'.
004890     MOVE NOW-DATE TO SHIFT-START-DATE.
004900     MOVE NOW-MM TO SHIFT-START-MM.
004910     IF NOW-HH NOT < SHIFT-HOURS
004920         COMPUTE SHIFT-START-HH = NOW-HH - SHIFT-HOURS
004930     ELSE
004940         COMPUTE SHIFT-START-HH = NOW-HH + 24 - SHIFT-HOURS
004950         SET DTC-PREV-DAY TO TRUE
004960         MOVE NOW-DATE TO DTC-DATE-CCYYMMDD
004970         CALL 'DATECALC' USING DATECALC-PARM
004980         IF DTC-SUCCESSFUL
004990             MOVE DTC-RESULT-CCYYMMDD TO SHIFT-START-DATE.
005000     PERFORM A130-SET-SCHEDULE-DATE.
005010*
005020 A130-SET-SCHEDULE-DATE.
005030     MOVE NOW-DATE TO SCHEDULE-DATE.
005040     IF NOW-HHMM < 1200
005050         SET DTC-PREV-DAY TO TRUE
005060         MOVE NOW-DATE TO DTC-DATE-CCYYMMDD
005070         CALL 'DATECALC' USING DATECALC-PARM
005080         IF DTC-SUCCESSFUL
005090             MOVE DTC-RESULT-CCYYMMDD TO SCHEDULE-DATE.
005100*
005110***************************************************************
005120*    B100-B110 LIST THE OPERATOR NOTES KEYED DURING THE SHIFT,  *
005130*    IN THE ORDER THEY WERE FILED.                              *
005140***************************************************************
005150 B100-OPERATOR-NOTES.
005160     MOVE 'OPERATOR NOTES' TO SCL-TITLE.
005170     PERFORM X200-START-SECTION.
005180     MOVE NOTE-HEADING-LINE TO TURNOVER-REPORT-RECORD.
005190     WRITE TURNOVER-REPORT-RECORD.
005200     OPEN INPUT SHIFT-NOTE-FILE.
005210     PERFORM B110-LIST-ONE-NOTE UNTIL NOTE-FILE-EOF.
005220     CLOSE SHIFT-NOTE-FILE.
005230     IF NOTES-PRINTED = ZERO
005240         MOVE NONE-LINE TO TURNOVER-REPORT-RECORD
005250         WRITE TURNOVER-REPORT-RECORD.
005260*
005270 B110-LIST-ONE-NOTE.
005280     READ SHIFT-NOTE-FILE
005290         AT END
005300             SET NOTE-FILE-EOF TO TRUE.
005310     IF NOT NOTE-FILE-EOF
005320         ADD 1 TO RECORDS-READ
005330         MOVE SHN-DATE TO CLOCK-DATE
005340         MOVE SHN-TIME TO CLOCK-TIME
005350         PERFORM X100-TEST-ITEM-IN-SHIFT
005360         IF ITEM-IN-SHIFT
005370             MOVE SHN-DATE TO NDL-DATE
005380             MOVE SHN-TIME TO NDL-TIME
005390             MOVE SHN-TERMINAL-ID TO NDL-TERMINAL-ID
005400             MOVE SHN-USERID TO NDL-USERID
005410             MOVE SHN-PROGRAM-ID TO NDL-PROGRAM-ID
005420             MOVE SHN-NOTE-TEXT TO NDL-NOTE-TEXT
005430             MOVE NOTE-DETAIL-LINE TO TURNOVER-REPORT-RECORD
005440             WRITE TURNOVER-REPORT-RECORD
005450             ADD 1 TO NOTES-PRINTED.
005460*
005470***************************************************************
005480*    C100-C110 LIST THE FATAL ENTRIES LOGGED DURING THE SHIFT.  *
005490***************************************************************
005500 C100-FATAL-ERRORS.
005510     MOVE 'FATAL ERRORS LOGGED' TO SCL-TITLE.
005520     PERFORM X200-START-SECTION.
005530     MOVE FATAL-HEADING-LINE TO TURNOVER-REPORT-RECORD.
005540     WRITE TURNOVER-REPORT-RECORD.
005550     OPEN INPUT ERROR-LOG-FILE.
005560     PERFORM C110-LIST-ONE-FATAL UNTIL LOG-FILE-EOF.
005570     CLOSE ERROR-LOG-FILE.
005580     IF FATALS-PRINTED = ZERO
005590         MOVE NONE-LINE TO TURNOVER-REPORT-RECORD
005600         WRITE TURNOVER-REPORT-RECORD.
005610*
005620 C110-LIST-ONE-FATAL.
005630     READ ERROR-LOG-FILE
005640         AT END
005650             SET LOG-FILE-EOF TO TRUE.
005660     IF NOT LOG-FILE-EOF
005670         ADD 1 TO RECORDS-READ
005680         IF ERL-SEVERITY = 'F'
005690             MOVE ERL-DATE TO CLOCK-DATE
005700             MOVE ERL-TIME TO CLOCK-TIME
005710             PERFORM X100-TEST-ITEM-IN-SHIFT
005720             IF ITEM-IN-SHIFT
005730                 MOVE ERL-DATE TO FDL-DATE
005740                 MOVE ERL-TIME TO FDL-TIME
005750                 MOVE ERL-PROGRAM-ID TO FDL-PROGRAM-ID
005760                 MOVE ERL-PARAGRAPH TO FDL-PARAGRAPH
005770                 MOVE ERL-MESSAGE TO FDL-MESSAGE
005780                 MOVE FATAL-DETAIL-LINE TO TURNOVER-REPORT-RECORD
005790                 WRITE TURNOVER-REPORT-RECORD
005800                 ADD 1 TO FATALS-PRINTED.
005810*
005820***************************************************************
005825*    D100-D160 LIST THE ROSTER JOBS STILL RUNNING OR MISSING.   *
005830*    AN 'S' RECORD MARKS ITS JOB RUNNING; AN 'E' (OR BLANK, FROM*
005835*    A CALLER THAT PREDATES START REGISTRATION) MARKS IT DONE.  *
005840*    A JOB NOT DUE TONIGHT THAT HAS NOT RUN IS LEFT OFF.  A     *
005845*    ROSTER REJECTED BY D200 PRINTS ONE LINE SAYING WHERE ITS   *
005850*    CYCLE IS, AND NO JOB IS LISTED AGAINST IT.                 *
005880 D100-ROSTER-JOBS-OPEN.
005890     MOVE 'ROSTER JOBS STILL RUNNING OR MISSING' TO SCL-TITLE.
005900     PERFORM X200-START-SECTION.
005910     MOVE JOB-HEADING-LINE TO TURNOVER-REPORT-RECORD.
005920     WRITE TURNOVER-REPORT-RECORD.
005930     OPEN INPUT ROSTER-FILE.
005940     PERFORM D110-LOAD-ROSTER-RECORD UNTIL ROSTER-FILE-EOF.
005950     CLOSE ROSTER-FILE.
005955     PERFORM D200-CHECK-ROSTER-CYCLE THRU D200-EXIT.
005960     OPEN INPUT OPERATIONS-STATISTICS-FILE.
005970     PERFORM D130-READ-STATS-RECORD UNTIL STATS-FILE-EOF.
005980     CLOSE OPERATIONS-STATISTICS-FILE.
005990     IF ROSTER-TABLE-COUNT > ZERO
006000         PERFORM D150-LIST-ONE-ROSTER-JOB
006010             VARYING RO-IX FROM 1 BY 1
006020                 UNTIL RO-IX > ROSTER-TABLE-COUNT.
006024     IF ROSTER-REJECTED
006028         MOVE CYCLE-PROGRAM-ID TO RRL-PROGRAM-ID
006032         MOVE ROSTER-REJECTED-LINE TO TURNOVER-REPORT-RECORD
006036         WRITE TURNOVER-REPORT-RECORD
006040     ELSE
006044         IF RUNNING-COUNT + MISSING-COUNT = ZERO
006048             MOVE NONE-LINE TO TURNOVER-REPORT-RECORD
006052             WRITE TURNOVER-REPORT-RECORD.
006060*
006070 D110-LOAD-ROSTER-RECORD.
006080     READ ROSTER-FILE
006090         AT END
006100             SET ROSTER-FILE-EOF TO TRUE.
006110     IF NOT ROSTER-FILE-EOF
006120         ADD 1 TO RECORDS-READ
006130         IF ROSTER-TABLE-COUNT < 100
006140             ADD 1 TO ROSTER-TABLE-COUNT
006150             SET RO-IX TO ROSTER-TABLE-COUNT
006160             MOVE RST-PROGRAM-ID TO RT-PROGRAM-ID (RO-IX)
006170             MOVE SPACE TO RT-STATUS (RO-IX)
006180             MOVE ZEROS TO RT-START-DATE (RO-IX),
006190                 RT-START-TIME (RO-IX)
006193             MOVE 'N' TO RT-RESOLVED-SWITCH (RO-IX)
006196             PERFORM D115-COPY-ONE-PREDECESSOR
006199                 VARYING PREDECESSOR-SUB FROM 1 BY 1
006202                     UNTIL PREDECESSOR-SUB > 5
006205             PERFORM D120-TEST-RUN-DUE
006210         ELSE
006220             DISPLAY 'OPSTURN ROSTER-TABLE FULL - CARD FOR '
006230                 RST-PROGRAM-ID ' DROPPED'.
006231*
006232 D115-COPY-ONE-PREDECESSOR.
006233     MOVE RST-PREDECESSOR (PREDECESSOR-SUB)
006234         TO RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB).
006235     IF RST-PREDECESSOR (PREDECESSOR-SUB) NOT = SPACES
006236         SET ROSTER-HAS-DEPENDENCIES TO TRUE.
006240*
006250*    D120 - A CARD WITH NO FREQUENCY, OR ONE DATECALC CANNOT
006260*    READ, IS DUE EVERY NIGHT.
006270 D120-TEST-RUN-DUE.
006280     SET RT-DUE-TONIGHT (RO-IX) TO TRUE.
006290     IF RST-RUN-FREQUENCY NOT = SPACE
006300         AND RST-RUN-FREQUENCY NOT = 'D'
006310         SET DTC-RUN-DUE-TEST TO TRUE
006320         MOVE SCHEDULE-DATE TO DTC-DATE-CCYYMMDD
006330         MOVE RST-RUN-FREQUENCY TO DTC-RUN-FREQUENCY
006340         MOVE RST-FREQUENCY-DATA TO DTC-FREQUENCY-DATA
006350         CALL 'DATECALC' USING DATECALC-PARM
006360         IF DTC-SUCCESSFUL
006370             IF NOT DTC-RUN-DUE
006380                 MOVE 'N' TO RT-DUE-SWITCH (RO-IX)
006390             END-IF
006400         ELSE
006410             DISPLAY 'OPSTURN ROSTER FREQUENCY '
006420                 RST-RUN-FREQUENCY ' INVALID FOR ' RST-PROGRAM-ID
006430                 ' - DUE NIGHTLY'.
006440*
006450 D130-READ-STATS-RECORD.
006460     READ OPERATIONS-STATISTICS-FILE
006470         AT END
006480             SET STATS-FILE-EOF TO TRUE.
006490     IF NOT STATS-FILE-EOF
006500         ADD 1 TO RECORDS-READ
006510         IF ROSTER-TABLE-COUNT > ZERO
006520             PERFORM D140-MARK-ONE-ROSTER-JOB
006530                 VARYING RO-IX FROM 1 BY 1
006540                     UNTIL RO-IX > ROSTER-TABLE-COUNT.
006550*
006560 D140-MARK-ONE-ROSTER-JOB.
006570     IF RT-PROGRAM-ID (RO-IX) = OPST-PROGRAM-ID
006580         IF OPST-START-OF-JOB
006590             IF RT-MISSING (RO-IX)
006600                 MOVE 'S' TO RT-STATUS (RO-IX)
006610                 MOVE OPST-DATE TO RT-START-DATE (RO-IX)
006620                 MOVE OPST-TIME TO RT-START-TIME (RO-IX)
006630             END-IF
006640         ELSE
006650             MOVE 'E' TO RT-STATUS (RO-IX).
006660*
006670 D150-LIST-ONE-ROSTER-JOB.
006680     IF RT-RUNNING (RO-IX)
006690         ADD 1 TO RUNNING-COUNT
006700         MOVE 'RUNNING' TO JDL-STANDING
006710         MOVE RT-START-DATE (RO-IX) TO JDL-START-DATE
006720         MOVE RT-START-TIME (RO-IX) TO JDL-START-TIME
006730         PERFORM D160-PRINT-JOB-LINE
006740     ELSE
006750         IF RT-MISSING (RO-IX)
006760             AND RT-DUE-TONIGHT (RO-IX)
006770             ADD 1 TO MISSING-COUNT
006780             MOVE 'MISSING' TO JDL-STANDING
006790             MOVE SPACES TO JDL-STARTED
006800             PERFORM D160-PRINT-JOB-LINE.
006810*
006820 D160-PRINT-JOB-LINE.
006830     MOVE RT-PROGRAM-ID (RO-IX) TO JDL-PROGRAM-ID.
006840     MOVE JOB-DETAIL-LINE TO TURNOVER-REPORT-RECORD.
006850     WRITE TURNOVER-REPORT-RECORD.
006851*
006852***************************************************************
006853*    D200-D260 REJECT A ROSTER WHOSE DECLARED PREDECESSORS      *
006854*    FORM A CYCLE, THE SAME CHECK OPSSUM AND OPSPLAN MAKE.      *
006855*    EACH PASS RESOLVES EVERY JOB WHOSE PREDECESSORS ON THE     *
006856*    ROSTER ARE ALL RESOLVED ALREADY; WHEN A PASS RESOLVES      *
006857*    NOTHING, ANY JOB LEFT OVER IS ON A CYCLE OR WAITS ON ONE,  *
006858*    AND STEPPING BACK THROUGH UNRESOLVED PREDECESSORS ONCE PER *
006859*    ROSTER ENTRY LANDS ON THE CYCLE ITSELF.  A REJECTED ROSTER *
006860*    IS DROPPED.                                                *
006861***************************************************************
006862 D200-CHECK-ROSTER-CYCLE.
006863     IF NOT ROSTER-HAS-DEPENDENCIES
006864         GO TO D200-EXIT.
006865     MOVE ZERO TO RESOLVED-COUNT.
006866     MOVE 1 TO PASS-RESOLVED-COUNT.
006867     PERFORM D210-RESOLVE-ONE-PASS
006868         UNTIL PASS-RESOLVED-COUNT = ZERO.
006869     IF RESOLVED-COUNT NOT < ROSTER-TABLE-COUNT
006870         GO TO D200-EXIT.
006871     SET RO-IX TO 1.
006872     SEARCH ROSTER-STATUS-ENTRY
006873         AT END
006874             CONTINUE
006875         WHEN NOT RT-RESOLVED (RO-IX)
006876             MOVE RT-PROGRAM-ID (RO-IX) TO CHECK-PROGRAM-ID
006877     END-SEARCH.
006878     PERFORM D250-STEP-BACK-ONE-JOB ROSTER-TABLE-COUNT TIMES.
006879     MOVE CHECK-PROGRAM-ID TO CYCLE-PROGRAM-ID.
006880     SET ROSTER-REJECTED TO TRUE.
006881     DISPLAY 'OPSTURN ROSTER REJECTED - DEPENDENCY CYCLE AT '
006882         CYCLE-PROGRAM-ID.
006883     MOVE ZERO TO ROSTER-TABLE-COUNT.
006884 D200-EXIT. EXIT.
006885*
006886 D210-RESOLVE-ONE-PASS.
006887     MOVE ZERO TO PASS-RESOLVED-COUNT.
006888     PERFORM D220-TRY-RESOLVE-ONE-JOB
006889         VARYING RO-IX FROM 1 BY 1
006890             UNTIL RO-IX > ROSTER-TABLE-COUNT.
006891*
006892 D220-TRY-RESOLVE-ONE-JOB.
006893     IF NOT RT-RESOLVED (RO-IX)
006894         SET PREDECESSORS-RESOLVED TO TRUE
006895         PERFORM D230-CHECK-ONE-PREDECESSOR
006896             VARYING PREDECESSOR-SUB FROM 1 BY 1
006897                 UNTIL PREDECESSOR-SUB > 5
006898         IF PREDECESSORS-RESOLVED
006899             SET RT-RESOLVED (RO-IX) TO TRUE
006900             ADD 1 TO RESOLVED-COUNT, PASS-RESOLVED-COUNT.
006901*
006902 D230-CHECK-ONE-PREDECESSOR.
006903     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
006904         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
006905             TO CHECK-PROGRAM-ID
006906         PERFORM D240-FIND-CHECK-PROGRAM
006907         IF CHECK-ON-ROSTER
006908             AND NOT RT-RESOLVED (RP-IX)
006909             MOVE 'N' TO READY-SWITCH.
006910*
006911 D240-FIND-CHECK-PROGRAM.
006912     MOVE 'N' TO CHECK-FOUND-SWITCH.
006913     SET RP-IX TO 1.
006914     SEARCH ROSTER-STATUS-ENTRY VARYING RP-IX
006915         AT END
006916             CONTINUE
006917         WHEN RT-PROGRAM-ID (RP-IX) = CHECK-PROGRAM-ID
006918             SET CHECK-ON-ROSTER TO TRUE
006919     END-SEARCH.
006920*
006921 D250-STEP-BACK-ONE-JOB.
006922     PERFORM D240-FIND-CHECK-PROGRAM.
006923     SET RO-IX TO RP-IX.
006924     MOVE 'N' TO STEP-SWITCH.
006925     PERFORM D260-FIND-UNRESOLVED-PREDECESSOR
006926         VARYING PREDECESSOR-SUB FROM 1 BY 1
006927             UNTIL PREDECESSOR-SUB > 5
006928             OR STEP-TAKEN.
006929*
006930 D260-FIND-UNRESOLVED-PREDECESSOR.
006931     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
006932         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
006933             TO CHECK-PROGRAM-ID
006934         PERFORM D240-FIND-CHECK-PROGRAM
006935         IF CHECK-ON-ROSTER
006936             AND NOT RT-RESOLVED (RP-IX)
006937             SET STEP-TAKEN TO TRUE.
006938*
006939***************************************************************
006940*    E100-E120 LIST THE REPLY-REQUESTED DELIVERIES STILL        *
006941*    UNANSWERED.  EACH DELIVERY IS MATCHED TO ITS DESK'S FIRST  *
006942*    UNUSED RESPONSE AT OR AFTER THE DELIVERY TIMESTAMP.        *
006943***************************************************************
006944 E100-UNANSWERED-BROADCASTS.
006945     MOVE 'BROADCASTS AWAITING A REPLY' TO SCL-TITLE.
006946     PERFORM X200-START-SECTION.
006950     MOVE BROADCAST-HEADING-LINE TO TURNOVER-REPORT-RECORD.
006960     WRITE TURNOVER-REPORT-RECORD.
006970     OPEN INPUT ACKNOWLEDGMENT-FILE.
006980     PERFORM E110-LOAD-ACK-RECORD UNTIL ACK-FILE-EOF.
006990     CLOSE ACKNOWLEDGMENT-FILE.
007000     OPEN INPUT AUDIT-FILE.
007010     PERFORM E120-JUDGE-ONE-DELIVERY UNTIL AUDIT-FILE-EOF.
007020     CLOSE AUDIT-FILE.
007030     IF UNANSWERED-COUNT = ZERO
007040         MOVE NONE-LINE TO TURNOVER-REPORT-RECORD
007050         WRITE TURNOVER-REPORT-RECORD.
007060*
007070 E110-LOAD-ACK-RECORD.
007080     READ ACKNOWLEDGMENT-FILE
007090         AT END
007100             SET ACK-FILE-EOF TO TRUE.
007110     IF NOT ACK-FILE-EOF
007120         ADD 1 TO RECORDS-READ
007130         IF ACK-TABLE-COUNT < 200
007140             ADD 1 TO ACK-TABLE-COUNT
007150             SET ACK-IX TO ACK-TABLE-COUNT
007160             MOVE ACK-TERMINAL-ID TO AT-TERMINAL-ID (ACK-IX)
007170             MOVE ACK-DATE TO AT-DATE (ACK-IX)
007180             MOVE ACK-TIME TO AT-TIME (ACK-IX)
007190             MOVE 'N' TO AT-USED-SWITCH (ACK-IX)
007200         ELSE
007210             DISPLAY 'OPSTURN ACK-TABLE FULL - RESPONSE '
007220                 'DROPPED'.
007230*
007240 E120-JUDGE-ONE-DELIVERY.
007250     READ AUDIT-FILE
007260         AT END
007270             SET AUDIT-FILE-EOF TO TRUE.
007280     IF NOT AUDIT-FILE-EOF
007290         ADD 1 TO RECORDS-READ
007300         IF AUD-REPLY-REQUESTED
007310             PERFORM E130-LOOK-FOR-RESPONSE
007320             IF NOT ACK-WAS-RECEIVED
007330                 ADD 1 TO UNANSWERED-COUNT
007340                 MOVE AUD-TERMINAL-ID TO BDL-TERMINAL-ID
007350                 MOVE AUD-DATE TO BDL-DATE
007360                 MOVE AUD-TIME TO BDL-TIME
007370                 MOVE AUD-MESSAGE-TEXT TO BDL-MESSAGE-TEXT
007380                 MOVE BROADCAST-DETAIL-LINE
007390                     TO TURNOVER-REPORT-RECORD
007400                 WRITE TURNOVER-REPORT-RECORD.
007410*
007420 E130-LOOK-FOR-RESPONSE.
007430     MOVE 'N' TO ACK-FOUND-SWITCH.
007440     IF ACK-TABLE-COUNT > ZERO
007450         SET ACK-IX TO 1
007460         SEARCH ACK-TABLE-ENTRY
007470             AT END
007480                 CONTINUE
007490             WHEN AT-TERMINAL-ID (ACK-IX) = AUD-TERMINAL-ID
007500                 AND NOT AT-USED (ACK-IX)
007510                 AND AT-TIMESTAMP (ACK-IX) NOT < AUD-TIMESTAMP
007520                 SET AT-USED (ACK-IX) TO TRUE
007530                 SET ACK-WAS-RECEIVED TO TRUE
007540         END-SEARCH.
007550*
007560***************************************************************
007570*    F100-F150 LIST THE GATE HOLDS - EVERY OVERRIDE DATED IN    *
007580*    THE SHIFT AND ANY OLDER HOLD THAT IS STILL ITS PROGRAM'S   *
007590*    STANDING AND STILL IN FORCE, FOLLOWED BY THE COUNT OF      *
007600*    HOLDS STILL IN FORCE AT TURNOVER.                          *
007610***************************************************************
007620 F100-GATE-HOLDS.
007630     MOVE 'GATE HOLDS' TO SCL-TITLE.
007640     PERFORM X200-START-SECTION.
007650     MOVE OVERRIDE-HEADING-LINE TO TURNOVER-REPORT-RECORD.
007660     WRITE TURNOVER-REPORT-RECORD.
007670     OPEN INPUT GATE-OVERRIDE-FILE.
007680     PERFORM F110-LOAD-OVERRIDE-RECORD UNTIL OVERRIDE-FILE-EOF.
007690     CLOSE GATE-OVERRIDE-FILE.
007700     IF OVERRIDE-TABLE-COUNT > ZERO
007710         PERFORM F120-LIST-ONE-OVERRIDE THRU F120-EXIT
007720             VARYING OV-IX FROM 1 BY 1
007730                 UNTIL OV-IX > OVERRIDE-TABLE-COUNT.
007740     IF OVERRIDES-PRINTED = ZERO
007750         MOVE NONE-LINE TO TURNOVER-REPORT-RECORD
007760         WRITE TURNOVER-REPORT-RECORD
007770     ELSE
007780         MOVE HOLDS-IN-FORCE-COUNT TO CTL-COUNT
007790         MOVE 'HOLD(S) STILL IN FORCE' TO CTL-LABEL
007800         MOVE COUNT-LINE TO TURNOVER-REPORT-RECORD
007810         WRITE TURNOVER-REPORT-RECORD.
007820*
007830 F110-LOAD-OVERRIDE-RECORD.
007840     READ GATE-OVERRIDE-FILE
007850         AT END
007860             SET OVERRIDE-FILE-EOF TO TRUE.
007870     IF NOT OVERRIDE-FILE-EOF
007880         ADD 1 TO RECORDS-READ
007890         IF OVERRIDE-TABLE-COUNT < 500
007900             ADD 1 TO OVERRIDE-TABLE-COUNT
007910             SET OV-IX TO OVERRIDE-TABLE-COUNT
007920             MOVE GOV-PROGRAM-ID TO OV-PROGRAM-ID (OV-IX)
007930             MOVE GOV-ACTION TO OV-ACTION (OV-IX)
007940             MOVE GOV-TERMINAL-ID TO OV-TERMINAL-ID (OV-IX)
007950             MOVE GOV-USERID TO OV-USERID (OV-IX)
007960             MOVE GOV-DATE TO OV-DATE (OV-IX)
007970             MOVE GOV-TIME TO OV-TIME (OV-IX)
007980             MOVE GOV-EXPIRY TO OV-EXPIRY (OV-IX)
007990             MOVE GOV-REASON TO OV-REASON (OV-IX)
008000         ELSE
008010             DISPLAY 'OPSTURN OVERRIDE-TABLE FULL - '
008020                 'REMAINING GATE OVERRIDES NOT LISTED'
008030             SET OVERRIDE-FILE-EOF TO TRUE.
008040*
008050 F120-LIST-ONE-OVERRIDE.
008060     MOVE 'N' TO HOLD-IN-FORCE-SWITCH.
008070     IF OV-HOLD (OV-IX)
008080         MOVE OV-PROGRAM-ID (OV-IX) TO STANDING-PROGRAM-ID
008090         SET OVERRIDE-SAVE-SUB TO OV-IX
008100         PERFORM F130-CHECK-STANDING-HOLD
008110         SET OV-IX TO OVERRIDE-SAVE-SUB
008120         IF HOLD-IN-FORCE
008130             AND STANDING-SUB NOT = OVERRIDE-SAVE-SUB
008140             MOVE 'N' TO HOLD-IN-FORCE-SWITCH.
008150     IF HOLD-IN-FORCE
008160         ADD 1 TO HOLDS-IN-FORCE-COUNT
008170         MOVE 'STILL IN FORCE' TO OVL-IN-FORCE
008180     ELSE
008190         MOVE SPACES TO OVL-IN-FORCE
008200         MOVE OV-DATE (OV-IX) TO CLOCK-DATE
008210         MOVE OV-TIME (OV-IX) TO CLOCK-TIME
008220         PERFORM X100-TEST-ITEM-IN-SHIFT
008230         IF NOT ITEM-IN-SHIFT
008240             GO TO F120-EXIT.
008250     MOVE OV-PROGRAM-ID (OV-IX) TO OVL-PROGRAM-ID.
008260     MOVE OV-DATE (OV-IX) TO OVL-DATE.
008270     MOVE OV-TIME (OV-IX) TO OVL-TIME.
008280     MOVE OV-TERMINAL-ID (OV-IX) TO OVL-TERMINAL-ID.
008290     MOVE OV-USERID (OV-IX) TO OVL-USERID.
008300     MOVE SPACES TO OVL-EXPIRY.
008310     IF OV-HOLD (OV-IX)
008320         MOVE 'HOLD' TO OVL-ACTION
008330         IF OV-EXPIRY (OV-IX) NUMERIC
008340             MOVE OV-EXPIRY (OV-IX) TO OVL-EXPIRY
008350         ELSE
008360             MOVE 'RELEASED' TO OVL-EXPIRY
008370         END-IF
008380     ELSE
008390         IF OV-RELEASE (OV-IX)
008400             MOVE 'RELEASE' TO OVL-ACTION
008410         ELSE
008420             MOVE 'EXPIRED' TO OVL-ACTION.
008430     MOVE OVERRIDE-DETAIL-LINE TO TURNOVER-REPORT-RECORD.
008440     WRITE TURNOVER-REPORT-RECORD.
008450     ADD 1 TO OVERRIDES-PRINTED.
008460     IF OV-REASON (OV-IX) NOT = SPACES
008470         MOVE OV-REASON (OV-IX) TO ORL-REASON
008480         MOVE OVERRIDE-REASON-LINE TO TURNOVER-REPORT-RECORD
008490         WRITE TURNOVER-REPORT-RECORD.
008500 F120-EXIT. EXIT.
008510*
008520*    F130 FINDS THE LAST OVERRIDE ENTRY FOR STANDING-PROGRAM-ID
008530*    AND SETS HOLD-IN-FORCE WHEN THAT ENTRY IS A HOLD WHOSE
008540*    EXPIRY HAS NOT PASSED.
008550 F130-CHECK-STANDING-HOLD.
008560     MOVE 'N' TO HOLD-IN-FORCE-SWITCH.
008570     MOVE ZERO TO STANDING-SUB.
008580     PERFORM F140-NOTE-PROGRAM-ENTRY
008590         VARYING OV-IX FROM 1 BY 1
008600             UNTIL OV-IX > OVERRIDE-TABLE-COUNT.
008610     IF STANDING-SUB > ZERO
008620         IF OV-HOLD (STANDING-SUB)
008630             IF OV-EXPIRY (STANDING-SUB) NOT NUMERIC
008640                 OR OV-EXPIRY (STANDING-SUB) > NOW-STAMP-X
008650                 SET HOLD-IN-FORCE TO TRUE.
008660*
008670 F140-NOTE-PROGRAM-ENTRY.
008680     IF OV-PROGRAM-ID (OV-IX) = STANDING-PROGRAM-ID
008690         SET STANDING-SUB TO OV-IX.
008700*
008710***************************************************************
008720*    Z100-SIGN-OFF COUNTS THE ITEMS LEFT OPEN FOR THE INCOMING  *
008730*    SHIFT AND GIVES BOTH SHIFTS A LINE TO SIGN.                *
008740***************************************************************
008750 Z100-SIGN-OFF.
008760     COMPUTE OPEN-ITEM-COUNT = RUNNING-COUNT + MISSING-COUNT
008770         + UNANSWERED-COUNT + HOLDS-IN-FORCE-COUNT.
008780     MOVE 'TURNOVER SUMMARY' TO SCL-TITLE.
008790     PERFORM X200-START-SECTION.
008800     MOVE NOTES-PRINTED TO CTL-COUNT.
008810     MOVE 'OPERATOR NOTE(S)' TO CTL-LABEL.
008820     PERFORM X300-PRINT-COUNT.
008830     MOVE FATALS-PRINTED TO CTL-COUNT.
008840     MOVE 'FATAL ERROR(S) LOGGED' TO CTL-LABEL.
008850     PERFORM X300-PRINT-COUNT.
008860     MOVE RUNNING-COUNT TO CTL-COUNT.
008870     MOVE 'ROSTER JOB(S) STILL RUNNING' TO CTL-LABEL.
008880     PERFORM X300-PRINT-COUNT.
008890     MOVE MISSING-COUNT TO CTL-COUNT.
008900     MOVE 'ROSTER JOB(S) MISSING' TO CTL-LABEL.
008910     PERFORM X300-PRINT-COUNT.
008920     MOVE UNANSWERED-COUNT TO CTL-COUNT.
008930     MOVE 'BROADCAST(S) AWAITING A REPLY' TO CTL-LABEL.
008940     PERFORM X300-PRINT-COUNT.
008950     MOVE HOLDS-IN-FORCE-COUNT TO CTL-COUNT.
008960     MOVE 'GATE HOLD(S) STILL IN FORCE' TO CTL-LABEL.
008970     PERFORM X300-PRINT-COUNT.
008980     MOVE SPACES TO TURNOVER-REPORT-RECORD.
008990     WRITE TURNOVER-REPORT-RECORD.
009000     MOVE 'OUTGOING SHIFT' TO SOL-SHIFT.
009010     MOVE SIGN-OFF-LINE TO TURNOVER-REPORT-RECORD.
009020     WRITE TURNOVER-REPORT-RECORD.
009030     MOVE SPACES TO TURNOVER-REPORT-RECORD.
009040     WRITE TURNOVER-REPORT-RECORD.
009050     MOVE 'INCOMING SHIFT' TO SOL-SHIFT.
009060     MOVE SIGN-OFF-LINE TO TURNOVER-REPORT-RECORD.
009070     WRITE TURNOVER-REPORT-RECORD.
009080*
009090 Z900-END-OF-PROCESSING.
009100     MOVE 'OPSTURN' TO RPT-TRAILER-PROGRAM.
009110     MOVE 1 TO RPT-TRAILER-PAGES.
009120     MOVE RPT-TRAILER-LINE TO TURNOVER-REPORT-RECORD.
009130     WRITE TURNOVER-REPORT-RECORD.
009140     CLOSE TURNOVER-REPORT-FILE.
009150     MOVE 'OPSTURN' TO OST-PROGRAM-ID.
009160     SET OST-END-OF-JOB TO TRUE.
009170     MOVE RECORDS-READ TO OST-RECORDS-PROCESSED.
009180     MOVE ZERO TO OST-ERROR-COUNT.
009190     MOVE OPEN-ITEM-COUNT TO OST-EXCEPTION-COUNT.
009200     CALL 'OPSTAT' USING OPSTAT-PARM.
009210*
009220*    X100 SETS ITEM-IN-SHIFT WHEN THE YYMMDD/HHMMSSTT IN
009230*    CLOCK-DATE/CLOCK-TIME FALLS FROM SHIFT START UP TO NOW.
009240 X100-TEST-ITEM-IN-SHIFT.
009250     MOVE 'N' TO ITEM-IN-SHIFT-SWITCH.
009260     COMPUTE ITEM-DATE = 20000000 + CLOCK-DATE.
009270     DIVIDE CLOCK-TIME BY 10000 GIVING ITEM-HHMM.
009280     IF ITEM-STAMP-X NOT < SHIFT-START-X
009290         AND ITEM-STAMP-X NOT > NOW-STAMP-X
009300         SET ITEM-IN-SHIFT TO TRUE.
009310*
009320 X200-START-SECTION.
009330     MOVE SPACES TO TURNOVER-REPORT-RECORD.
009340     WRITE TURNOVER-REPORT-RECORD.
009350     MOVE SECTION-LINE TO TURNOVER-REPORT-RECORD.
009360     WRITE TURNOVER-REPORT-RECORD.
009370*
009380 X300-PRINT-COUNT.
009390     MOVE COUNT-LINE TO TURNOVER-REPORT-RECORD.
009400     WRITE TURNOVER-REPORT-RECORD.
