000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DSNTASOF.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* SHOWS DSNAME-TABLE-FILE AS IT STOOD AT THE END OF ANY PAST    *
000150* DATE, SO A QUESTIONED BCBSEXT3 REPORT CAN BE EXPLAINED FROM   *
000160* THE TABLE BCBSEXT3 ACTUALLY READ.  THE DATE IS THE CARD       *
000170* DSNTASOF AS-OF-DATE CCYYMMDD (READ THROUGH CTLREAD).  TODAY'S *
000180* TABLE (DD DSNTAB) IS LOADED AND THE DSNTMNT CHANGE JOURNAL    *
000190* (COPY DSNTJRN0, DD UT-S-DSNTJRN) IS PLAYED BACKWARD OVER IT,  *
000200* NEWEST CHANGE FIRST, FOR EVERY CHANGE APPLIED AFTER THAT      *
000210* DATE - AN ADD IS TAKEN OUT, A CHANGE PUT BACK TO ITS BEFORE   *
000220* IMAGE, A DELETE PUT BACK IN.  THE REPORT (DD UT-S-ASOFRPT)    *
000230* LISTS EACH CHANGE ROLLED BACK - WHEN, WHICH PENDING NUMBER,   *
000240* WHO ASKED, WHO RELEASED, BEFORE AND AFTER - AND THEN EVERY    *
000250* ROW OF THE TABLE AS OF THE DATE, MARKING THE ROWS IN EFFECT   *
000260* ON THAT DATE AND THE ROWS LATER CHANGED OR DELETED.           *
000270* THE JOURNAL IS WRITTEN WHEN DSNTMNT BUILDS THE NEW TABLE, SO  *
000280* IT ASSUMES DSNTAB IS THE TABLE DSNTMNT LAST BUILT.  A JOURNAL *
000290* CHANGE THAT DOES NOT FIT THE TABLE (A NEW TABLE NEVER         *
000300* INSTALLED, OR ONE CHANGED OUTSIDE DSNTMNT) IS PRINTED AS A    *
000310* MISMATCH, AND AN AS-OF DATE EARLIER THAN THE JOURNAL'S FIRST  *
000320* RECORD IS NOTED - CHANGES BEFORE THE JOURNAL BEGAN ARE NOT    *
000330* KNOWN.  EITHER ENDS THE STEP WITH CONDITION CODE 4, AS DOES   *
000340* A MISSING OR INVALID AS-OF-DATE CARD (TODAY IS USED).         *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DSNAME-TABLE-FILE ASSIGN TO DSNTAB
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS DT-KEY.
000440     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO UT-S-DSNTJRN.
000450     SELECT ASOF-REPORT-FILE ASSIGN TO UT-S-ASOFRPT.
000460 DATA DIVISION.
000470 FILE SECTION.
000480*
000490 FD  DSNAME-TABLE-FILE
000500     BLOCK CONTAINS 0 RECORDS
000510     RECORD CONTAINS 53 CHARACTERS.
000520 01  DSNAME-TABLE-RECORD.
000530     05  DT-KEY.
000540         10  DT-ARG               PIC X(4).
000550         10  DT-EFFECTIVE-DATE    PIC X(8).
000560     05  DT-DSNAME                PIC X(33).
000570     05  DT-EXPIRY-DATE           PIC X(8).
000580*
000590 FD  JOURNAL-FILE
000600     RECORDING MODE IS F
000610     BLOCK CONTAINS 0 RECORDS
000620     RECORD CONTAINS 200 CHARACTERS
000630     LABEL RECORDS ARE STANDARD.
000640 01  JOURNAL-FILE-RECORD          PIC X(200).
000650*
000660 FD  ASOF-REPORT-FILE
000670     RECORDING MODE IS F
000680     BLOCK CONTAINS 0 RECORDS
000690     RECORD CONTAINS 133 CHARACTERS
000700     LABEL RECORDS ARE OMITTED.
000710 01  ASOF-REPORT-RECORD           PIC X(133).
000720*
000730 WORKING-STORAGE SECTION.
000740 77  FILLER PIC X(37)  VALUE
000750     'DSNTASOF WORKING STORAGE BEGINS HERE'.
000760*
000770 01  TABLE-FILE-SWITCH            PIC X VALUE 'N'.
000780     88  TABLE-FILE-EOF               VALUE 'Y'.
000790 01  JOURNAL-FILE-SWITCH          PIC X VALUE 'N'.
000800     88  JOURNAL-FILE-EOF             VALUE 'Y'.
000810 01  OVERFLOW-SWITCH              PIC X VALUE 'N'.
000820     88  TABLE-OVERFLOWED             VALUE 'Y'.
000830 01  CARD-SWITCH                  PIC X VALUE 'N'.
000840     88  AS-OF-CARD-IN-ERROR          VALUE 'Y'.
000850*
000860 01  ASOF-COUNTERS.
000870     05  TABLE-ROWS-READ          PIC S9(5) COMP-3 VALUE +0.
000880     05  JOURNAL-RECORDS-READ     PIC S9(7) COMP-3 VALUE +0.
000890     05  CHANGES-ROLLED-BACK      PIC S9(5) COMP-3 VALUE +0.
000900     05  ROWS-AS-OF-DATE          PIC S9(5) COMP-3 VALUE +0.
000910     05  ROWS-IN-EFFECT           PIC S9(5) COMP-3 VALUE +0.
000920     05  MISMATCH-COUNT           PIC S9(5) COMP-3 VALUE +0.
000930     05  WS-DATE.
000940         10  WS-YEAR              PIC XX.
000950         10  WS-MONTH             PIC XX.
000960         10  WS-DAY               PIC XX.
000970     05  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
000980*
000990 01  ASOF-FIELDS.
001000     05  AS-OF-DATE               PIC 9(8).
001010     05  AS-OF-CARD-VALUE         PIC X(8).
001020     05  AS-OF-CARD-PARTS REDEFINES AS-OF-CARD-VALUE.
001030         10  AOC-CCYY             PIC 9(4).
001040         10  AOC-MM               PIC 99.
001050         10  AOC-DD               PIC 99.
001060     05  JOURNAL-FIRST-DATE       PIC 9(8) VALUE ZERO.
001070     05  ROW-EFFECTIVE            PIC X(8).
001080     05  ROW-EXPIRY               PIC X(8).
001090*
001100***************************************************************
001110*    ROW-TABLE IS THE TABLE BEING ROLLED BACK, IN KEY ORDER.    *
001120*    A ROW TAKEN OUT BY THE ROLLBACK IS ONLY MARKED; A ROW PUT  *
001130*    BACK IS SLOTTED INTO ITS KEY PLACE.  RT-LATER-NOTE SAYS    *
001140*    WHAT BECAME OF THE ROW AFTER THE AS-OF DATE.               *
001150***************************************************************
001160 01  ROW-TABLE-COUNT              PIC S9(4) COMP VALUE +0.
001170 01  ROW-TABLE.
001180     05  ROW-TABLE-ENTRY      OCCURS 1 TO 3000 TIMES
001190                              DEPENDING ON ROW-TABLE-COUNT
001200                              INDEXED BY RT-IX.
001210         10  RT-KEY.
001220             15  RT-ARG           PIC X(4).
001230             15  RT-EFFECTIVE     PIC X(8).
001240         10  RT-DSNAME            PIC X(33).
001250         10  RT-EXPIRY            PIC X(8).
001260         10  RT-REMOVED-SWITCH    PIC X.
001270             88  RT-REMOVED           VALUE 'Y'.
001280         10  RT-LATER-NOTE        PIC X(13).
001290 01  ROW-SUB                      PIC S9(4) COMP VALUE +0.
001300 01  INSERT-SUB                   PIC S9(4) COMP VALUE +0.
001310 01  LOOKUP-KEY.
001320     05  LOOKUP-ARG               PIC X(4).
001330     05  LOOKUP-EFFECTIVE         PIC X(8).
001340 01  LOOKUP-RESULT-SWITCH         PIC X VALUE 'N'.
001350     88  ROW-FOUND                    VALUE 'Y'.
001360*
001370***************************************************************
001380*    CHANGE-TABLE HOLDS THE JOURNAL RECORDS APPLIED AFTER THE   *
001390*    AS-OF DATE, OLDEST FIRST, SO THEY CAN BE ROLLED BACK       *
001400*    NEWEST FIRST.                                              *
001410***************************************************************
001420 01  CHANGE-TABLE-COUNT           PIC S9(4) COMP VALUE +0.
001430 01  CHANGE-TABLE.
001440     05  CHANGE-TABLE-ENTRY   OCCURS 1 TO 5000 TIMES
001450                              DEPENDING ON CHANGE-TABLE-COUNT.
001460         10  CT-APPLIED-DATE      PIC 9(8).
001470         10  CT-APPLIED-TIME      PIC 9(6).
001480         10  CT-ACTION            PIC X.
001490             88  CT-ADD               VALUE 'A'.
001500             88  CT-CHANGE            VALUE 'C'.
001510             88  CT-DELETE            VALUE 'D'.
001520         10  CT-PENDING-NUMBER    PIC 9(7).
001530         10  CT-REQUESTER         PIC X(8).
001540         10  CT-APPROVER          PIC X(8).
001550         10  CT-BEFORE-IMAGE.
001560             15  CT-BEFORE-ARG        PIC X(4).
001570             15  CT-BEFORE-EFFECTIVE  PIC X(8).
001580             15  CT-BEFORE-DSNAME     PIC X(33).
001590             15  CT-BEFORE-EXPIRY     PIC X(8).
001600         10  CT-AFTER-IMAGE.
001610             15  CT-AFTER-ARG         PIC X(4).
001620             15  CT-AFTER-EFFECTIVE   PIC X(8).
001630             15  CT-AFTER-DSNAME      PIC X(33).
001640             15  CT-AFTER-EXPIRY      PIC X(8).
001650 01  CHANGE-SUB                   PIC S9(4) COMP VALUE +0.
001660*
001670*    DSNAME-JOURNAL-RECORD (COPY DSNTJRN0) IS THE WORK AREA THE
001680*    JOURNAL IS READ INTO.
001690 COPY DSNTJRN0.
001700*
001710*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001720*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001730*    LOGGER, CALLED AT START AND END OF JOB.
001740 COPY OPSTATP.
001750*
001760*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001770*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
001780 COPY CTLCARD0.
001790*
001800***************************************************************
001810*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
001820*    REPORT THE SHOP'S SHARED HEADING AND TRAILER.              *
001830***************************************************************
001840 COPY RPTHDR0.
001850*
001860 01  ASOF-TITLE.
001870     05  FILLER                   PIC X(35) VALUE
001880         'DSNAME TABLE AS IT STOOD AT END OF '.
001890     05  ATL-DATE                 PIC 9(8).
001900 01  SECTION-LINE.
001910     05  FILLER                   PIC X VALUE SPACE.
001920     05  SCL-TEXT                 PIC X(60).
001930     05  FILLER                   PIC X(72) VALUE SPACES.
001940 01  CHANGE-LINE.
001950     05  FILLER                   PIC X VALUE SPACE.
001960     05  CHL-APPLIED-DATE         PIC 9(8).
001970     05  FILLER                   PIC X VALUE SPACE.
001980     05  CHL-APPLIED-TIME         PIC 9(6).
001990     05  FILLER                   PIC X VALUE SPACE.
002000     05  CHL-ACTION               PIC X(6).
002010     05  FILLER                   PIC X VALUE SPACE.
002020     05  CHL-ARG                  PIC X(4).
002030     05  FILLER                   PIC X VALUE SPACE.
002040     05  CHL-EFFECTIVE            PIC X(8).
002050     05  FILLER                   PIC X(9) VALUE ' PENDING '.
002060     05  CHL-PENDING-NUMBER       PIC 9(7).
002070     05  FILLER                   PIC X(5) VALUE ' REQ '.
002080     05  CHL-REQUESTER            PIC X(8).
002090     05  FILLER                   PIC X(5) VALUE ' APR '.
002100     05  CHL-APPROVER             PIC X(8).
002110     05  FILLER                   PIC X VALUE SPACE.
002120     05  CHL-NOTE                 PIC X(40).
002130     05  FILLER                   PIC X(12) VALUE SPACES.
002140 01  IMAGE-LINE.
002150     05  FILLER                   PIC X(10) VALUE SPACES.
002160     05  IML-TAG                  PIC X(7).
002170     05  IML-DSNAME               PIC X(33).
002180     05  FILLER                   PIC X(8) VALUE ' EXPIRY '.
002190     05  IML-EXPIRY               PIC X(8).
002200     05  FILLER                   PIC X(67) VALUE SPACES.
002210 01  ROW-HEADING-LINE.
002220     05  FILLER                   PIC X(6) VALUE ' ARG'.
002230     05  FILLER                   PIC X(9) VALUE 'EFFECT'.
002240     05  FILLER                   PIC X(9) VALUE 'EXPIRY'.
002250     05  FILLER                   PIC X(34) VALUE 'DSNAME'.
002260     05  FILLER                   PIC X(75) VALUE SPACES.
002270 01  ROW-LINE.
002280     05  FILLER                   PIC X VALUE SPACE.
002290     05  RWL-ARG                  PIC X(4).
002300     05  FILLER                   PIC X VALUE SPACE.
002310     05  RWL-EFFECTIVE            PIC X(8).
002320     05  FILLER                   PIC X VALUE SPACE.
002330     05  RWL-EXPIRY               PIC X(8).
002340     05  FILLER                   PIC X VALUE SPACE.
002350     05  RWL-DSNAME               PIC X(33).
002360     05  FILLER                   PIC X VALUE SPACE.
002370     05  RWL-IN-EFFECT            PIC X(9).
002380     05  FILLER                   PIC X VALUE SPACE.
002390     05  RWL-LATER-NOTE           PIC X(13).
002400     05  FILLER                   PIC X(52) VALUE SPACES.
002410 01  JOURNAL-BEGINS-LINE.
002420     05  FILLER                   PIC X(16) VALUE
002430         ' JOURNAL BEGINS '.
002440     05  JBL-DATE                 PIC 9(8).
002450     05  FILLER                   PIC X VALUE SPACE.
002460     05  JBL-NOTE                 PIC X(60).
002470     05  FILLER                   PIC X(48) VALUE SPACES.
002480 01  COUNT-LINE.
002490     05  FILLER                   PIC X VALUE SPACE.
002500     05  CNT-LABEL                PIC X(28).
002510     05  FILLER                   PIC X(3) VALUE ' = '.
002520     05  CNT-VALUE                PIC ZZ,ZZ9.
002530     05  FILLER                   PIC X(95) VALUE SPACES.
002540*
002550 PROCEDURE DIVISION.
002560*
002570 A100-EXECUTIVE-CONTROL.
002580     PERFORM A110-INITIALIZATION.
002590     PERFORM B100-LOAD-ONE-TABLE-ROW UNTIL TABLE-FILE-EOF.
002600     PERFORM B200-READ-ONE-JOURNAL-RECORD UNTIL JOURNAL-FILE-EOF.
002610     IF TABLE-OVERFLOWED
002620         MOVE
002630             'TOO MANY ROWS OR CHANGES TO HOLD - NONE ROLLED BACK'
002640             TO SCL-TEXT
002650         PERFORM X200-PRINT-SECTION
002660     ELSE
002670         MOVE 'CHANGES APPLIED AFTER THE AS-OF DATE, NEWEST FIRST'
002680             TO SCL-TEXT
002690         PERFORM X200-PRINT-SECTION
002700         PERFORM C100-ROLL-BACK-ONE-CHANGE
002710             VARYING CHANGE-SUB FROM CHANGE-TABLE-COUNT BY -1
002720                 UNTIL CHANGE-SUB < 1
002730         MOVE SPACES TO SCL-TEXT
002740         PERFORM X200-PRINT-SECTION
002750         MOVE 'TABLE ROWS AS OF THE DATE:' TO SCL-TEXT
002760         PERFORM X200-PRINT-SECTION
002770         MOVE ROW-HEADING-LINE TO ASOF-REPORT-RECORD
002780         WRITE ASOF-REPORT-RECORD
002790         PERFORM D100-PRINT-ONE-ROW
002800             VARYING RT-IX FROM 1 BY 1
002810                 UNTIL RT-IX > ROW-TABLE-COUNT
002820     END-IF.
002830     PERFORM Z100-END-OF-PROCESSING.
002840     GOBACK.
002850*
002860 A110-INITIALIZATION.
002870     OPEN INPUT DSNAME-TABLE-FILE, JOURNAL-FILE.
002880     OPEN OUTPUT ASOF-REPORT-FILE.
002890     ACCEPT WS-DATE FROM DATE.
002900     COMPUTE AS-OF-DATE = 20000000 + WS-DATE-N.
002910     MOVE 'DSNTASOF' TO CTC-PROGRAM-ID.
002920     MOVE 'AS-OF-DATE' TO CTC-PARM-NAME.
002930     CALL 'CTLREAD' USING CTLCARD-PARM.
002940     MOVE CTC-PARM-VALUE (1:8) TO AS-OF-CARD-VALUE.
002950     IF CTC-PARM-FOUND
002960         AND AS-OF-CARD-VALUE NUMERIC
002970         AND AOC-MM NOT < 01 AND AOC-MM NOT > 12
002980         AND AOC-DD NOT < 01 AND AOC-DD NOT > 31
002990         MOVE AS-OF-CARD-VALUE TO AS-OF-DATE
003000     ELSE
003010         SET AS-OF-CARD-IN-ERROR TO TRUE
003020         DISPLAY 'DSNTASOF MISSING OR INVALID AS-OF-DATE CARD - '
003030             'TODAY USED: ' CTC-PARM-VALUE
003040     END-IF.
003050     MOVE WS-MONTH TO RPT-HEADING-MONTH.
003060     MOVE WS-DAY TO RPT-HEADING-DAY.
003070     MOVE WS-YEAR TO RPT-HEADING-YEAR.
003080     MOVE 'DSNTASOF' TO RPT-HEADING-PROGRAM.
003090     MOVE AS-OF-DATE TO ATL-DATE.
003100     MOVE ASOF-TITLE TO RPT-HEADING-TITLE.
003110     MOVE 1 TO RPT-HEADING-PAGE.
003120     MOVE RPT-HEADING-LINE TO ASOF-REPORT-RECORD.
003130     WRITE ASOF-REPORT-RECORD.
003140     MOVE 'DSNTASOF' TO OST-PROGRAM-ID.
003150     SET OST-START-OF-JOB TO TRUE.
003160     MOVE SPACES TO OST-NAMED-COUNTERS.
003170     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003180         OST-EXCEPTION-COUNT.
003190     CALL 'OPSTAT' USING OPSTAT-PARM.
003200*
003210***************************************************************
003220*    B100 LOADS TODAY'S TABLE; B200-B210 KEEP EVERY JOURNAL     *
003230*    RECORD APPLIED AFTER THE AS-OF DATE.                       *
003240***************************************************************
003250 B100-LOAD-ONE-TABLE-ROW.
003260     READ DSNAME-TABLE-FILE
003270         AT END
003280             SET TABLE-FILE-EOF TO TRUE.
003290     IF NOT TABLE-FILE-EOF
003300         ADD 1 TO TABLE-ROWS-READ
003310         IF ROW-TABLE-COUNT = 3000
003320             SET TABLE-OVERFLOWED TO TRUE
003330         ELSE
003340             ADD 1 TO ROW-TABLE-COUNT
003350             SET RT-IX TO ROW-TABLE-COUNT
003360             MOVE DT-ARG TO RT-ARG (RT-IX)
003370             MOVE DT-EFFECTIVE-DATE TO RT-EFFECTIVE (RT-IX)
003380             MOVE DT-DSNAME TO RT-DSNAME (RT-IX)
003390             MOVE DT-EXPIRY-DATE TO RT-EXPIRY (RT-IX)
003400             MOVE 'N' TO RT-REMOVED-SWITCH (RT-IX)
003410             MOVE SPACES TO RT-LATER-NOTE (RT-IX)
003420         END-IF
003430     END-IF.
003440*
003450 B200-READ-ONE-JOURNAL-RECORD.
003460     READ JOURNAL-FILE INTO DSNAME-JOURNAL-RECORD
003470         AT END
003480             SET JOURNAL-FILE-EOF TO TRUE.
003490     IF NOT JOURNAL-FILE-EOF
003500         ADD 1 TO JOURNAL-RECORDS-READ
003510         IF JOURNAL-FIRST-DATE = ZERO
003520             MOVE JRN-APPLIED-DATE TO JOURNAL-FIRST-DATE
003530         END-IF
003540         IF JRN-APPLIED-DATE > AS-OF-DATE
003550             PERFORM B210-KEEP-ONE-CHANGE
003560         END-IF
003570     END-IF.
003580*
003590 B210-KEEP-ONE-CHANGE.
003600     IF CHANGE-TABLE-COUNT = 5000
003610         SET TABLE-OVERFLOWED TO TRUE
003620     ELSE
003630         ADD 1 TO CHANGE-TABLE-COUNT
003640         MOVE CHANGE-TABLE-COUNT TO CHANGE-SUB
003650         MOVE JRN-APPLIED-DATE TO CT-APPLIED-DATE (CHANGE-SUB)
003660         MOVE JRN-APPLIED-TIME TO CT-APPLIED-TIME (CHANGE-SUB)
003670         MOVE JRN-ACTION TO CT-ACTION (CHANGE-SUB)
003680         MOVE JRN-PENDING-NUMBER TO CT-PENDING-NUMBER (CHANGE-SUB)
003690         MOVE JRN-REQUESTER TO CT-REQUESTER (CHANGE-SUB)
003700         MOVE JRN-APPROVER TO CT-APPROVER (CHANGE-SUB)
003710         MOVE JRN-BEFORE-IMAGE TO CT-BEFORE-IMAGE (CHANGE-SUB)
003720         MOVE JRN-AFTER-IMAGE TO CT-AFTER-IMAGE (CHANGE-SUB)
003730     END-IF.
003740*
003750***************************************************************
003760*    C100-C130 ROLL ONE CHANGE BACK AND PRINT IT.  AN ADD IS    *
003770*    TAKEN OUT, A CHANGE PUT BACK TO ITS BEFORE IMAGE, AND A    *
003780*    DELETE PUT BACK IN ITS KEY PLACE.  A CHANGE THE TABLE DOES *
003790*    NOT FIT IS PRINTED AS A MISMATCH AND LEFT AS IT IS.        *
003800***************************************************************
003810 C100-ROLL-BACK-ONE-CHANGE.
003820     MOVE SPACES TO CHL-NOTE.
003830     IF CT-ADD (CHANGE-SUB)
003840         MOVE 'ADD' TO CHL-ACTION
003850         MOVE CT-AFTER-ARG (CHANGE-SUB) TO LOOKUP-ARG
003860         MOVE CT-AFTER-EFFECTIVE (CHANGE-SUB) TO LOOKUP-EFFECTIVE
003870         PERFORM C200-FIND-ROW-BY-KEY
003880         IF ROW-FOUND
003890             SET RT-REMOVED (RT-IX) TO TRUE
003900         END-IF
003910     ELSE
003920         IF CT-CHANGE (CHANGE-SUB)
003930             MOVE 'CHANGE' TO CHL-ACTION
003940             MOVE CT-AFTER-ARG (CHANGE-SUB) TO LOOKUP-ARG
003950             MOVE CT-AFTER-EFFECTIVE (CHANGE-SUB)
003960                 TO LOOKUP-EFFECTIVE
003970             PERFORM C200-FIND-ROW-BY-KEY
003980             IF ROW-FOUND
003990                 MOVE CT-BEFORE-DSNAME (CHANGE-SUB)
004000                     TO RT-DSNAME (RT-IX)
004010                 MOVE CT-BEFORE-EXPIRY (CHANGE-SUB)
004020                     TO RT-EXPIRY (RT-IX)
004030                 MOVE 'LATER CHANGED' TO RT-LATER-NOTE (RT-IX)
004040             END-IF
004050         ELSE
004060             MOVE 'DELETE' TO CHL-ACTION
004070             MOVE CT-BEFORE-ARG (CHANGE-SUB) TO LOOKUP-ARG
004080             MOVE CT-BEFORE-EFFECTIVE (CHANGE-SUB)
004090                 TO LOOKUP-EFFECTIVE
004100             PERFORM C200-FIND-ROW-BY-KEY
004110             IF ROW-FOUND
004120                 MOVE 'N' TO LOOKUP-RESULT-SWITCH
004130             ELSE
004140                 PERFORM C300-PUT-BACK-DELETED-ROW
004150             END-IF
004160         END-IF
004170     END-IF.
004180     IF ROW-FOUND
004190         ADD 1 TO CHANGES-ROLLED-BACK
004200     ELSE
004210         ADD 1 TO MISMATCH-COUNT
004220         MOVE 'MISMATCH - JOURNAL DOES NOT FIT TABLE'
004230             TO CHL-NOTE
004240     END-IF.
004250     PERFORM C130-PRINT-ONE-CHANGE.
004260*
004270 C130-PRINT-ONE-CHANGE.
004280     MOVE CT-APPLIED-DATE (CHANGE-SUB) TO CHL-APPLIED-DATE.
004290     MOVE CT-APPLIED-TIME (CHANGE-SUB) TO CHL-APPLIED-TIME.
004300     MOVE LOOKUP-ARG TO CHL-ARG.
004310     MOVE LOOKUP-EFFECTIVE TO CHL-EFFECTIVE.
004320     MOVE CT-PENDING-NUMBER (CHANGE-SUB) TO CHL-PENDING-NUMBER.
004330     MOVE CT-REQUESTER (CHANGE-SUB) TO CHL-REQUESTER.
004340     MOVE CT-APPROVER (CHANGE-SUB) TO CHL-APPROVER.
004350     MOVE CHANGE-LINE TO ASOF-REPORT-RECORD.
004360     WRITE ASOF-REPORT-RECORD.
004370     IF NOT CT-ADD (CHANGE-SUB)
004380         MOVE 'BEFORE' TO IML-TAG
004390         MOVE CT-BEFORE-DSNAME (CHANGE-SUB) TO IML-DSNAME
004400         MOVE CT-BEFORE-EXPIRY (CHANGE-SUB) TO IML-EXPIRY
004410         MOVE IMAGE-LINE TO ASOF-REPORT-RECORD
004420         WRITE ASOF-REPORT-RECORD
004430     END-IF.
004440     IF NOT CT-DELETE (CHANGE-SUB)
004450         MOVE 'AFTER' TO IML-TAG
004460         MOVE CT-AFTER-DSNAME (CHANGE-SUB) TO IML-DSNAME
004470         MOVE CT-AFTER-EXPIRY (CHANGE-SUB) TO IML-EXPIRY
004480         MOVE IMAGE-LINE TO ASOF-REPORT-RECORD
004490         WRITE ASOF-REPORT-RECORD
004500     END-IF.
004510*
004520*    C200-FIND-ROW-BY-KEY LEAVES RT-IX ON THE ROW STILL IN THE
004530*    TABLE CARRYING LOOKUP-KEY, WITH ROW-FOUND SET.
004540 C200-FIND-ROW-BY-KEY.
004550     MOVE 'N' TO LOOKUP-RESULT-SWITCH.
004560     SET RT-IX TO 1.
004570     SEARCH ROW-TABLE-ENTRY
004580         AT END
004590             CONTINUE
004600         WHEN RT-KEY (RT-IX) = LOOKUP-KEY
004610             AND NOT RT-REMOVED (RT-IX)
004620             SET ROW-FOUND TO TRUE
004630     END-SEARCH.
004640*
004650*    C300 SLOTS A DELETED ROW BACK IN AHEAD OF THE FIRST ROW
004660*    WITH A HIGHER KEY, SHIFTING THE REST DOWN ONE PLACE.  A
004670*    FULL TABLE IS A MISMATCH - THE ROW CANNOT BE SHOWN.
004680 C300-PUT-BACK-DELETED-ROW.
004690     IF ROW-TABLE-COUNT < 3000
004700         SET ROW-FOUND TO TRUE
004710         ADD 1 TO ROW-TABLE-COUNT
004720         MOVE ROW-TABLE-COUNT TO INSERT-SUB
004730         PERFORM C310-FIND-INSERT-PLACE
004740             VARYING ROW-SUB FROM 1 BY 1
004750                 UNTIL ROW-SUB > ROW-TABLE-COUNT - 1
004760                 OR INSERT-SUB < ROW-TABLE-COUNT
004770         COMPUTE ROW-SUB = ROW-TABLE-COUNT - 1
004780         PERFORM C320-SHIFT-ONE-ROW
004790             VARYING ROW-SUB FROM ROW-SUB BY -1
004800                 UNTIL ROW-SUB < INSERT-SUB
004810         SET RT-IX TO INSERT-SUB
004820         MOVE CT-BEFORE-ARG (CHANGE-SUB) TO RT-ARG (RT-IX)
004830         MOVE CT-BEFORE-EFFECTIVE (CHANGE-SUB)
004840             TO RT-EFFECTIVE (RT-IX)
004850         MOVE CT-BEFORE-DSNAME (CHANGE-SUB) TO RT-DSNAME (RT-IX)
004860         MOVE CT-BEFORE-EXPIRY (CHANGE-SUB) TO RT-EXPIRY (RT-IX)
004870         MOVE 'N' TO RT-REMOVED-SWITCH (RT-IX)
004880         MOVE 'LATER DELETED' TO RT-LATER-NOTE (RT-IX)
004890     END-IF.
004900*
004910 C310-FIND-INSERT-PLACE.
004920     IF RT-KEY (ROW-SUB) > LOOKUP-KEY
004930         MOVE ROW-SUB TO INSERT-SUB.
004940*
004950 C320-SHIFT-ONE-ROW.
004960     MOVE ROW-TABLE-ENTRY (ROW-SUB)
004970         TO ROW-TABLE-ENTRY (ROW-SUB + 1).
004980*
004990***************************************************************
005000*    D100 PRINTS ONE ROW OF THE TABLE AS OF THE DATE.  BLANK OR *
005010*    ZERO DATES ARE OPEN, AS DSNTMNT TREATS THEM.               *
005020***************************************************************
005030 D100-PRINT-ONE-ROW.
005040     IF NOT RT-REMOVED (RT-IX)
005050         ADD 1 TO ROWS-AS-OF-DATE
005060         MOVE RT-EFFECTIVE (RT-IX) TO ROW-EFFECTIVE
005070         MOVE RT-EXPIRY (RT-IX) TO ROW-EXPIRY
005080         IF ROW-EFFECTIVE = SPACES
005090             MOVE '00000000' TO ROW-EFFECTIVE
005100         END-IF
005110         IF ROW-EXPIRY = SPACES OR ROW-EXPIRY = '00000000'
005120             MOVE '99999999' TO ROW-EXPIRY
005130         END-IF
005140         MOVE SPACES TO RWL-IN-EFFECT
005150         IF ROW-EFFECTIVE NOT > AS-OF-DATE
005160             AND ROW-EXPIRY NOT < AS-OF-DATE
005170             MOVE 'IN EFFECT' TO RWL-IN-EFFECT
005180             ADD 1 TO ROWS-IN-EFFECT
005190         END-IF
005200         MOVE RT-ARG (RT-IX) TO RWL-ARG
005210         MOVE RT-EFFECTIVE (RT-IX) TO RWL-EFFECTIVE
005220         MOVE RT-EXPIRY (RT-IX) TO RWL-EXPIRY
005230         MOVE RT-DSNAME (RT-IX) TO RWL-DSNAME
005240         MOVE RT-LATER-NOTE (RT-IX) TO RWL-LATER-NOTE
005250         MOVE ROW-LINE TO ASOF-REPORT-RECORD
005260         WRITE ASOF-REPORT-RECORD.
005270*
005280 X100-PRINT-COUNT.
005290     MOVE COUNT-LINE TO ASOF-REPORT-RECORD.
005300     WRITE ASOF-REPORT-RECORD.
005310*
005320 X200-PRINT-SECTION.
005330     MOVE SECTION-LINE TO ASOF-REPORT-RECORD.
005340     WRITE ASOF-REPORT-RECORD.
005350*
005360***************************************************************
005370*    Z100 PRINTS WHERE THE JOURNAL BEGINS AND THE COUNTS, AND   *
005380*    SETS THE CONDITION CODE WHEN THE PICTURE IS INCOMPLETE.    *
005390***************************************************************
005400 Z100-END-OF-PROCESSING.
005410     MOVE SPACES TO SCL-TEXT.
005420     PERFORM X200-PRINT-SECTION.
005430     MOVE JOURNAL-FIRST-DATE TO JBL-DATE.
005440     MOVE SPACES TO JBL-NOTE.
005450     IF JOURNAL-RECORDS-READ = ZERO
005460         MOVE '- JOURNAL IS EMPTY, NOTHING COULD BE ROLLED BACK'
005470             TO JBL-NOTE
005480     ELSE
005490         IF AS-OF-DATE < JOURNAL-FIRST-DATE
005500             MOVE '- AS-OF DATE IS EARLIER, OLDER CHANGES UNKNOWN'
005510                 TO JBL-NOTE
005520         END-IF
005530     END-IF.
005540     MOVE JOURNAL-BEGINS-LINE TO ASOF-REPORT-RECORD.
005550     WRITE ASOF-REPORT-RECORD.
005560     MOVE 'TABLE ROWS TODAY' TO CNT-LABEL.
005570     MOVE TABLE-ROWS-READ TO CNT-VALUE.
005580     PERFORM X100-PRINT-COUNT.
005590     MOVE 'JOURNAL RECORDS READ' TO CNT-LABEL.
005600     MOVE JOURNAL-RECORDS-READ TO CNT-VALUE.
005610     PERFORM X100-PRINT-COUNT.
005620     MOVE 'CHANGES ROLLED BACK' TO CNT-LABEL.
005630     MOVE CHANGES-ROLLED-BACK TO CNT-VALUE.
005640     PERFORM X100-PRINT-COUNT.
005650     MOVE 'JOURNAL MISMATCHES' TO CNT-LABEL.
005660     MOVE MISMATCH-COUNT TO CNT-VALUE.
005670     PERFORM X100-PRINT-COUNT.
005680     MOVE 'TABLE ROWS AS OF THE DATE' TO CNT-LABEL.
005690     MOVE ROWS-AS-OF-DATE TO CNT-VALUE.
005700     PERFORM X100-PRINT-COUNT.
005710     MOVE 'ROWS IN EFFECT ON THE DATE' TO CNT-LABEL.
005720     MOVE ROWS-IN-EFFECT TO CNT-VALUE.
005730     PERFORM X100-PRINT-COUNT.
005740     MOVE 'DSNTASOF' TO RPT-TRAILER-PROGRAM.
005750     MOVE 1 TO RPT-TRAILER-PAGES.
005760     MOVE RPT-TRAILER-LINE TO ASOF-REPORT-RECORD.
005770     WRITE ASOF-REPORT-RECORD.
005780     CLOSE DSNAME-TABLE-FILE, JOURNAL-FILE, ASOF-REPORT-FILE.
005790     MOVE 'DSNTASOF' TO OST-PROGRAM-ID.
005800     SET OST-END-OF-JOB TO TRUE.
005810     MOVE JOURNAL-RECORDS-READ TO OST-RECORDS-PROCESSED.
005820     MOVE MISMATCH-COUNT TO OST-ERROR-COUNT.
005830     MOVE CHANGES-ROLLED-BACK TO OST-EXCEPTION-COUNT.
005840     CALL 'OPSTAT' USING OPSTAT-PARM.
005850     IF MISMATCH-COUNT > ZERO
005860         OR TABLE-OVERFLOWED
005870         OR AS-OF-CARD-IN-ERROR
005880         OR (JOURNAL-RECORDS-READ > ZERO
005890             AND AS-OF-DATE < JOURNAL-FIRST-DATE)
005900         MOVE 4 TO RETURN-CODE.
