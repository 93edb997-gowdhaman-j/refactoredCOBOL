000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    BMPSCHED.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* RECURRING BROADCAST SCHEDULE GENERATOR FOR BMPCOBOL.  ROUTINE *
000150* ANNOUNCEMENTS - THE FRIDAY CHANGE-FREEZE REMINDER, THE        *
000160* MONTH-END CLOSE NOTICE - ARE KEPT ONCE ON THE BROADCAST       *
000170* SCHEDULE (LAYOUT BCSCHD0, DD UT-S-BCSCHED) INSTEAD OF AS      *
000180* HAND-BUILT DECKS SOMEONE HAS TO REMEMBER TO SUBMIT.  EACH     *
000190* ENTRY NAMES A TEMPLATE IN BMPCOBOL'S MESSAGE TEMPLATE CATALOG *
000200* (DD UT-S-MSGTPL), A ROUTING CLASS, A REPLY FLAG, AN OPTIONAL  *
000210* DELIVERY WINDOW, SUBSTITUTION VALUES AND A RECURRENCE.  THIS  *
000220* STEP JUDGES EVERY ENTRY AGAINST TONIGHT'S DATE THROUGH        *
000230* DATECALC 'RD' - THE SAME RULES AND HOLIDAY FILE THE ROSTER    *
000240* USES, SO A BUSINESS-DAY RULE MOVES WITH A HOLIDAY - AND       *
000250* WRITES EACH DUE BROADCAST AS A '$$$MSG' HEADER, A '$$$VAL'    *
000260* CARD WHEN THERE ARE VALUES, AND A '$$$TPL' CARD TO DD         *
000270* UT-S-BCDECK, WHICH FEEDS BMPCOBOL'S DD UT-S-READER1 AS IT     *
000280* STANDS.  THE LISTING (DD UT-S-BCSLIST) SHOWS EVERY ENTRY AS   *
000290* DUE, NOT DUE OR REJECTED, AND WHY.  TONIGHT IS THE DATE THE   *
000300* BATCH WINDOW OPENED (TODAY FROM NOON, YESTERDAY BEFORE), AS   *
000310* OPSGATE RECKONS IT; THE CARD                                  *
000320*     BMPSCHED BROADCAST-DATE  CCYYMMDD                         *
000330* (READ THROUGH CTLREAD) BUILDS THE DECK FOR ANOTHER DATE.  AN  *
000340* ENTRY IS REJECTED FOR A MISSING TEMPLATE-ID, A TEMPLATE THE   *
000350* CATALOG DOES NOT HOLD (NOT CHECKED WHEN NO CATALOG IS         *
000360* SUPPLIED), A RECURRENCE DATECALC CANNOT READ, OR A DELIVERY   *
000370* TIME THAT IS NOT HHMMSS; A VALUES CARD THAT FOLLOWS NO        *
000380* SCHEDULE CARD OF ITS ENTRY-ID IS REJECTED TOO.  THE STEP      *
000390* ENDS WITH CONDITION CODE 4 WHEN ANY CARD IS REJECTED.         *
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SCHEDULE-FILE ASSIGN TO UT-S-BCSCHED.
000460     SELECT OPTIONAL TEMPLATE-FILE ASSIGN TO UT-S-MSGTPL.
000470     SELECT DECK-FILE ASSIGN TO UT-S-BCDECK.
000480     SELECT LISTING-FILE ASSIGN TO UT-S-BCSLIST.
000490 DATA DIVISION.
000500 FILE SECTION.
000510*
000520 FD  SCHEDULE-FILE
000530     RECORDING MODE IS F
000540     BLOCK CONTAINS 0 RECORDS
000550     RECORD CONTAINS 80 CHARACTERS
000560     LABEL RECORDS ARE OMITTED.
000570 01  SCHEDULE-CARD                PIC X(80).
000580*
000590***************************************************************
000600*    TEMPLATE-RECORD IS BMPCOBOL'S CATALOG CARD - TEMPLATE-ID   *
000610*    IN COLUMNS 1-8, LINE TEXT IN 10-80.  ONLY THE IDS MATTER.  *
000620***************************************************************
000630 FD  TEMPLATE-FILE
000640     RECORDING MODE IS F
000650     BLOCK CONTAINS 0 RECORDS
000660     RECORD CONTAINS 80 CHARACTERS
000670     LABEL RECORDS ARE OMITTED.
000680 01  TEMPLATE-RECORD.
000690     05  TPL-ID                   PIC X(8).
000700     05  FILLER                   PIC X(72).
000710*
000720***************************************************************
000730*    DECK-RECORD IS ONE BMPCOBOL READER1 CARD.  THE '$$$MSG'    *
000740*    HEADER CARRIES THE REPLY FLAG IN COL 8, THE ROUTING CLASS  *
000750*    IN COL 10 AND THE NOT-BEFORE/NOT-AFTER TIMES IN COLS 12-17 *
000760*    AND 19-24; '$$$VAL' CARRIES THE VALUES IN COLS 8-77 AND    *
000770*    '$$$TPL' THE TEMPLATE-ID IN COLS 8-15.                     *
000780***************************************************************
000790 FD  DECK-FILE
000800     RECORDING MODE IS F
000810     BLOCK CONTAINS 0 RECORDS
000820     RECORD CONTAINS 80 CHARACTERS
000830     LABEL RECORDS ARE OMITTED.
000840 01  DECK-RECORD.
000850     05  DCK-CARD-ID              PIC X(6).
000860     05  FILLER                   PIC X.
000870     05  DCK-HEADER-DATA.
000880         10  DCK-REPLY-FLAG       PIC X.
000890         10  FILLER               PIC X.
000900         10  DCK-ROUTE-CLASS      PIC X.
000910         10  FILLER               PIC X.
000920         10  DCK-NOT-BEFORE       PIC X(6).
000930         10  FILLER               PIC X.
000940         10  DCK-NOT-AFTER        PIC X(6).
000950         10  FILLER               PIC X(56).
000960     05  DCK-VALUES-DATA REDEFINES DCK-HEADER-DATA.
000970         10  DCK-VALUES           PIC X(70).
000980         10  FILLER               PIC X(3).
000990     05  DCK-TEMPLATE-DATA REDEFINES DCK-HEADER-DATA.
001000         10  DCK-TEMPLATE-ID      PIC X(8).
001010         10  FILLER               PIC X(65).
001020*
001030 FD  LISTING-FILE
001040     RECORDING MODE IS F
001050     BLOCK CONTAINS 0 RECORDS
001060     RECORD CONTAINS 133 CHARACTERS
001070     LABEL RECORDS ARE OMITTED.
001080 01  LISTING-RECORD               PIC X(133).
001090*
001100 WORKING-STORAGE SECTION.
001110 77  FILLER PIC X(36)  VALUE
001120     'BMPSCHED WORKING STORAGE BEGINS HERE'.
001130*
001140 01  SCHEDULE-FILE-SWITCH         PIC X VALUE 'N'.
001150     88  SCHEDULE-FILE-EOF            VALUE 'Y'.
001160 01  TEMPLATE-FILE-SWITCH         PIC X VALUE 'N'.
001170     88  TEMPLATE-FILE-EOF            VALUE 'Y'.
001180 01  ENTRY-RESULT-SWITCH          PIC X VALUE SPACE.
001190     88  ENTRY-DUE                    VALUE 'D'.
001200     88  ENTRY-NOT-DUE                VALUE 'N'.
001210     88  ENTRY-REJECTED               VALUE 'R'.
001220*
001230*    BROADCAST-SCHEDULE-RECORD (COPY BCSCHD0) IS THE WORK AREA
001240*    THE SCHEDULE IS READ INTO AND EACH ENTRY IS JUDGED FROM.
001250 COPY BCSCHD0.
001260*
001270***************************************************************
001280*    CATALOG-TABLE HOLDS EACH DISTINCT TEMPLATE-ID IN THE       *
001290*    CATALOG.  ENTRY-TABLE HOLDS EACH SCHEDULE CARD WITH THE    *
001300*    VALUES FROM ITS VALUES CARD, IN SCHEDULE ORDER; A CARD     *
001310*    REJECTED AS IT IS LOADED IS KEPT IN ITS PLACE WITH THE     *
001320*    REASON, SO THE LISTING FOLLOWS THE SCHEDULE.               *
001330***************************************************************
001340 01  CATALOG-TABLE-COUNT          PIC S9(4) COMP VALUE +0.
001350 01  CATALOG-TABLE.
001360     05  CATALOG-TABLE-ENTRY  OCCURS 1 TO 200 TIMES
001370                              DEPENDING ON CATALOG-TABLE-COUNT
001380                              INDEXED BY CT-IX.
001390         10  CT-TEMPLATE-ID       PIC X(8).
001400 01  ENTRY-TABLE-COUNT            PIC S9(4) COMP VALUE +0.
001410 01  ENTRY-TABLE.
001420     05  ENTRY-TABLE-ENTRY    OCCURS 1 TO 300 TIMES
001430                              DEPENDING ON ENTRY-TABLE-COUNT
001440                              INDEXED BY EN-IX.
001450         10  EN-SCHEDULE-CARD     PIC X(80).
001460         10  EN-VALUES            PIC X(70).
001470         10  EN-REJECT-REASON     PIC X(40).
001480*
001490 01  SCHEDULE-FIELDS.
001500     05  SCHEDULE-CLOCK-TIME      PIC 9(8).
001510     05  BROADCAST-DATE           PIC 9(8).
001520     05  DATE-CARD-VALUE          PIC X(8).
001530     05  DATE-CARD-VALUE-N REDEFINES DATE-CARD-VALUE PIC 9(8).
001540     05  ENTRY-REASON             PIC X(40).
001550     05  ENTRY-SUB                PIC S9(4) COMP VALUE +0.
001560     05  MATCH-SUB                PIC S9(4) COMP VALUE +0.
001570     05  NTH-DAY-REASON.
001580         10  FILLER               PIC X(17) VALUE
001590             'NOT BUSINESS DAY '.
001600         10  NDR-DAY              PIC X(2).
001610         10  FILLER               PIC X(21) VALUE
001620             ' OF THE MONTH'.
001630*
001640***************************************************************
001650*    DAY-NAME-TABLE NAMES DATECALC'S DAY OF THE WEEK,           *
001660*    1=MONDAY ... 7=SUNDAY, FOR THE CRITERIA LINE.              *
001670***************************************************************
001680 01  DAY-NAME-VALUES.
001690     05  FILLER                   PIC X(9) VALUE 'MONDAY'.
001700     05  FILLER                   PIC X(9) VALUE 'TUESDAY'.
001710     05  FILLER                   PIC X(9) VALUE 'WEDNESDAY'.
001720     05  FILLER                   PIC X(9) VALUE 'THURSDAY'.
001730     05  FILLER                   PIC X(9) VALUE 'FRIDAY'.
001740     05  FILLER                   PIC X(9) VALUE 'SATURDAY'.
001750     05  FILLER                   PIC X(9) VALUE 'SUNDAY'.
001760 01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
001770     05  DAY-NAME                 PIC X(9) OCCURS 7 TIMES.
001780*
001790 01  SCHEDULE-COUNTERS.
001800     05  SCHEDULE-CARDS-READ      PIC S9(5) COMP-3 VALUE +0.
001810     05  TEMPLATE-CARDS-READ      PIC S9(5) COMP-3 VALUE +0.
001820     05  ENTRIES-DUE-COUNT        PIC S9(5) COMP-3 VALUE +0.
001830     05  ENTRIES-NOT-DUE-COUNT    PIC S9(5) COMP-3 VALUE +0.
001840     05  REJECTED-COUNT           PIC S9(5) COMP-3 VALUE +0.
001850     05  DECK-CARDS-WRITTEN       PIC S9(5) COMP-3 VALUE +0.
001860     05  WS-DATE.
001870         10  WS-YEAR              PIC XX.
001880         10  WS-MONTH             PIC XX.
001890         10  WS-DAY               PIC XX.
001900     05  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
001910*
001920*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001930*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001940*    LOGGER, CALLED AT START AND END OF JOB.
001950 COPY OPSTATP.
001960*
001970*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
001980*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
001990*    WHICH JUDGES EVERY RECURRENCE.
002000 COPY DATECALP.
002010*
002020*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
002030*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
002040 COPY CTLCARD0.
002050*
002060***************************************************************
002070*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002080*    LISTING THE SHOP'S SHARED HEADING AND TRAILER.             *
002090***************************************************************
002100 COPY RPTHDR0.
002110*
002120 01  CRITERIA-LINE.
002130     05  FILLER                   PIC X VALUE SPACE.
002140     05  FILLER                   PIC X(16) VALUE
002150         'BROADCAST DATE: '.
002160     05  CRL-BROADCAST-DATE       PIC 9(8).
002170     05  FILLER                   PIC X VALUE SPACE.
002180     05  CRL-DAY-NAME             PIC X(9).
002190     05  FILLER                   PIC X(17) VALUE
002200         '   BUSINESS DAY: '.
002210     05  CRL-BUSINESS-DAY         PIC X(3).
002220     05  FILLER                   PIC X(78) VALUE SPACES.
002230 01  NO-CATALOG-LINE.
002240     05  FILLER                   PIC X VALUE SPACE.
002250     05  FILLER                   PIC X(47) VALUE
002260         'NO TEMPLATE CATALOG SUPPLIED - TEMPLATE-IDS NOT'.
002270     05  FILLER                   PIC X(85) VALUE
002280         ' CHECKED'.
002290 01  COLUMN-HEADING-LINE.
002300     05  FILLER                   PIC X VALUE SPACE.
002310     05  FILLER                   PIC X(10) VALUE 'ENTRY'.
002320     05  FILLER                   PIC X(10) VALUE 'TEMPLATE'.
002330     05  FILLER                   PIC X(4) VALUE 'CL'.
002340     05  FILLER                   PIC X(4) VALUE 'RPY'.
002350     05  FILLER                   PIC X(2) VALUE 'F'.
002360     05  FILLER                   PIC X(17) VALUE 'DETAIL'.
002370     05  FILLER                   PIC X(10) VALUE 'RESULT'.
002380     05  FILLER                   PIC X(42) VALUE 'REASON'.
002390     05  FILLER                   PIC X(24) VALUE 'DESCRIPTION'.
002400     05  FILLER                   PIC X(9) VALUE SPACES.
002410 01  ENTRY-LINE.
002420     05  FILLER                   PIC X VALUE SPACE.
002430     05  ENL-ENTRY-ID             PIC X(8).
002440     05  FILLER                   PIC X(2) VALUE SPACES.
002450     05  ENL-TEMPLATE-ID          PIC X(8).
002460     05  FILLER                   PIC X(2) VALUE SPACES.
002470     05  ENL-ROUTE-CLASS          PIC X.
002480     05  FILLER                   PIC X(3) VALUE SPACES.
002490     05  ENL-REPLY-FLAG           PIC X.
002500     05  FILLER                   PIC X(3) VALUE SPACES.
002510     05  ENL-FREQUENCY            PIC X.
002520     05  FILLER                   PIC X VALUE SPACE.
002530     05  ENL-FREQUENCY-DATA       PIC X(15).
002540     05  FILLER                   PIC X(2) VALUE SPACES.
002550     05  ENL-RESULT               PIC X(8).
002560     05  FILLER                   PIC X(2) VALUE SPACES.
002570     05  ENL-REASON               PIC X(40).
002580     05  FILLER                   PIC X(2) VALUE SPACES.
002590     05  ENL-DESCRIPTION          PIC X(24).
002600     05  FILLER                   PIC X(9) VALUE SPACES.
002610 01  COUNT-LINE.
002620     05  FILLER                   PIC X VALUE SPACE.
002630     05  CNT-LABEL                PIC X(42).
002640     05  FILLER                   PIC X(3) VALUE ' = '.
002650     05  CNT-VALUE                PIC Z,ZZZ,ZZ9.
002660     05  FILLER                   PIC X(78) VALUE SPACES.
002670*
002680 PROCEDURE DIVISION.
002690*
002700 A100-EXECUTIVE-CONTROL.
002710     PERFORM A110-INITIALIZATION.
002720     PERFORM B100-LOAD-ONE-TEMPLATE UNTIL TEMPLATE-FILE-EOF.
002730     PERFORM C100-START-LISTING.
002740     PERFORM C110-LOAD-ONE-SCHEDULE-CARD
002750         UNTIL SCHEDULE-FILE-EOF.
002760     PERFORM D100-JUDGE-ONE-ENTRY
002770         VARYING EN-IX FROM 1 BY 1
002780         UNTIL EN-IX > ENTRY-TABLE-COUNT.
002790     PERFORM Z100-END-OF-PROCESSING.
002800     GOBACK.
002810*
002820 A110-INITIALIZATION.
002830     OPEN INPUT SCHEDULE-FILE, TEMPLATE-FILE.
002840     OPEN OUTPUT DECK-FILE, LISTING-FILE.
002850     ACCEPT WS-DATE FROM DATE.
002860     ACCEPT SCHEDULE-CLOCK-TIME FROM TIME.
002870     COMPUTE BROADCAST-DATE = 20000000 + WS-DATE-N.
002880     IF SCHEDULE-CLOCK-TIME < 12000000
002890         SET DTC-PREV-DAY TO TRUE
002900         MOVE BROADCAST-DATE TO DTC-DATE-CCYYMMDD
002910         CALL 'DATECALC' USING DATECALC-PARM
002920         IF DTC-SUCCESSFUL
002930             MOVE DTC-RESULT-CCYYMMDD TO BROADCAST-DATE.
002940     MOVE 'BMPSCHED' TO CTC-PROGRAM-ID.
002950     MOVE 'BROADCAST-DATE' TO CTC-PARM-NAME.
002960     CALL 'CTLREAD' USING CTLCARD-PARM.
002970     IF CTC-PARM-FOUND
002980         MOVE CTC-PARM-VALUE (1:8) TO DATE-CARD-VALUE
002990         SET DTC-DAY-OF-WEEK TO TRUE
003000         MOVE DATE-CARD-VALUE TO DTC-DATE-CCYYMMDD
003010         CALL 'DATECALC' USING DATECALC-PARM
003020         IF DTC-SUCCESSFUL
003030             MOVE DATE-CARD-VALUE-N TO BROADCAST-DATE
003040         ELSE
003050             DISPLAY 'BMPSCHED INVALID BROADCAST-DATE CARD '
003060                 'IGNORED: ' CTC-PARM-VALUE.
003070     MOVE WS-MONTH TO RPT-HEADING-MONTH.
003080     MOVE WS-DAY TO RPT-HEADING-DAY.
003090     MOVE WS-YEAR TO RPT-HEADING-YEAR.
003100     MOVE 'BMPSCHED' TO RPT-HEADING-PROGRAM.
003110     MOVE 'RECURRING BROADCAST SCHEDULE' TO RPT-HEADING-TITLE.
003120     MOVE 1 TO RPT-HEADING-PAGE.
003130     MOVE RPT-HEADING-LINE TO LISTING-RECORD.
003140     WRITE LISTING-RECORD.
003150     MOVE 'BMPSCHED' TO OST-PROGRAM-ID.
003160     SET OST-START-OF-JOB TO TRUE.
003170     MOVE SPACES TO OST-NAMED-COUNTERS.
003180     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003190         OST-EXCEPTION-COUNT.
003200     CALL 'OPSTAT' USING OPSTAT-PARM.
003210*
003220 B100-LOAD-ONE-TEMPLATE.
003230     READ TEMPLATE-FILE
003240         AT END
003250             SET TEMPLATE-FILE-EOF TO TRUE.
003260     IF NOT TEMPLATE-FILE-EOF
003270         ADD 1 TO TEMPLATE-CARDS-READ
003280         SET CT-IX TO 1
003290         SEARCH CATALOG-TABLE-ENTRY
003300             AT END
003310                 IF CATALOG-TABLE-COUNT < 200
003320                     ADD 1 TO CATALOG-TABLE-COUNT
003330                     SET CT-IX TO CATALOG-TABLE-COUNT
003340                     MOVE TPL-ID TO CT-TEMPLATE-ID (CT-IX)
003350                 ELSE
003360                     DISPLAY 'BMPSCHED CATALOG-TABLE FULL - '
003370                         'NOT LOADED: ' TPL-ID
003380                 END-IF
003390             WHEN CT-TEMPLATE-ID (CT-IX) = TPL-ID
003400                 CONTINUE
003410         END-SEARCH.
003420*
003430***************************************************************
003440*    C100 PRINTS THE CRITERIA - THE BROADCAST DATE, ITS DAY,    *
003450*    AND WHETHER THE SHOP CALENDAR HAS IT AS A BUSINESS DAY.    *
003460***************************************************************
003470 C100-START-LISTING.
003480     MOVE BROADCAST-DATE TO CRL-BROADCAST-DATE.
003490     SET DTC-DAY-OF-WEEK TO TRUE.
003500     MOVE BROADCAST-DATE TO DTC-DATE-CCYYMMDD.
003510     CALL 'DATECALC' USING DATECALC-PARM.
003520     IF DTC-DAY-OF-WEEK-NBR > ZERO
003530         MOVE DAY-NAME (DTC-DAY-OF-WEEK-NBR) TO CRL-DAY-NAME.
003540     SET DTC-RUN-DUE-TEST TO TRUE.
003550     MOVE BROADCAST-DATE TO DTC-DATE-CCYYMMDD.
003560     MOVE 'B' TO DTC-RUN-FREQUENCY.
003570     MOVE SPACES TO DTC-FREQUENCY-DATA.
003580     CALL 'DATECALC' USING DATECALC-PARM.
003590     IF DTC-RUN-DUE
003600         MOVE 'YES' TO CRL-BUSINESS-DAY
003610     ELSE
003620         MOVE 'NO' TO CRL-BUSINESS-DAY.
003630     MOVE CRITERIA-LINE TO LISTING-RECORD.
003640     WRITE LISTING-RECORD.
003650     IF CATALOG-TABLE-COUNT = ZERO
003660         MOVE NO-CATALOG-LINE TO LISTING-RECORD
003670         WRITE LISTING-RECORD.
003680     MOVE SPACES TO LISTING-RECORD.
003690     WRITE LISTING-RECORD.
003700     MOVE COLUMN-HEADING-LINE TO LISTING-RECORD.
003710     WRITE LISTING-RECORD.
003720*
003730***************************************************************
003740*    C110 LOADS ONE SCHEDULE CARD.  A VALUES CARD IS HUNG ON THE*
003750*    LAST SCHEDULE CARD OF ITS ENTRY-ID; ONE WITH NO SUCH CARD  *
003760*    BEFORE IT, OR ANY OTHER CARD TYPE, IS LISTED AS REJECTED.  *
003770***************************************************************
003780 C110-LOAD-ONE-SCHEDULE-CARD.
003790     READ SCHEDULE-FILE INTO BROADCAST-SCHEDULE-RECORD
003800         AT END
003810             SET SCHEDULE-FILE-EOF TO TRUE.
003820     IF NOT SCHEDULE-FILE-EOF
003830         AND NOT BSC-COMMENT-CARD
003840         ADD 1 TO SCHEDULE-CARDS-READ
003850         IF BSC-SCHEDULE-CARD
003860             MOVE SPACES TO ENTRY-REASON
003870             PERFORM C150-ADD-TABLE-CARD
003880         ELSE
003890             IF BSC-VALUES-CARD
003900                 PERFORM C130-ATTACH-VALUES
003910             ELSE
003920                 MOVE 'UNKNOWN CARD TYPE' TO ENTRY-REASON
003930                 PERFORM C150-ADD-TABLE-CARD.
003940*
003950 C130-ATTACH-VALUES.
003960     MOVE ZERO TO MATCH-SUB.
003970     MOVE ENTRY-TABLE-COUNT TO ENTRY-SUB.
003980     PERFORM C140-FIND-ENTRY-BACKWARD
003990         UNTIL ENTRY-SUB < 1
004000         OR MATCH-SUB > ZERO.
004010     IF MATCH-SUB > ZERO
004020         MOVE BSC-VALUES TO EN-VALUES (MATCH-SUB)
004030     ELSE
004040         MOVE 'VALUES CARD MATCHES NO SCHEDULE CARD'
004050             TO ENTRY-REASON
004060         PERFORM C150-ADD-TABLE-CARD.
004070*
004080 C140-FIND-ENTRY-BACKWARD.
004090     IF EN-SCHEDULE-CARD (ENTRY-SUB) (1:1) = 'S'
004100         AND EN-SCHEDULE-CARD (ENTRY-SUB) (3:8) = BSC-ENTRY-ID
004110         MOVE ENTRY-SUB TO MATCH-SUB
004120     ELSE
004130         SUBTRACT 1 FROM ENTRY-SUB.
004140*
004150***************************************************************
004160*    C150 ADDS A CARD TO ENTRY-TABLE - A SCHEDULE CARD WITH NO  *
004170*    REASON, OR A REJECTED CARD WITH ITS REASON.  A FULL TABLE  *
004180*    IS REPORTED ON SYSOUT AND THE CARD COUNTED AS REJECTED.    *
004190***************************************************************
004200 C150-ADD-TABLE-CARD.
004210     IF ENTRY-TABLE-COUNT < 300
004220         ADD 1 TO ENTRY-TABLE-COUNT
004230         SET EN-IX TO ENTRY-TABLE-COUNT
004240         MOVE BROADCAST-SCHEDULE-RECORD
004250             TO EN-SCHEDULE-CARD (EN-IX)
004260         MOVE SPACES TO EN-VALUES (EN-IX)
004270         MOVE ENTRY-REASON TO EN-REJECT-REASON (EN-IX)
004280     ELSE
004290         ADD 1 TO REJECTED-COUNT
004300         DISPLAY 'BMPSCHED ENTRY-TABLE FULL - CARD REJECTED: '
004310             BROADCAST-SCHEDULE-RECORD.
004320*
004330***************************************************************
004340*    D100-D110 JUDGE ONE ENTRY AND, WHEN IT IS DUE TONIGHT,     *
004350*    WRITE ITS READER1 CARDS.  A BLANK RECURRENCE IS DAILY.     *
004360***************************************************************
004370 D100-JUDGE-ONE-ENTRY.
004380     MOVE EN-SCHEDULE-CARD (EN-IX) TO BROADCAST-SCHEDULE-RECORD.
004390     IF EN-REJECT-REASON (EN-IX) NOT = SPACES
004400         MOVE EN-REJECT-REASON (EN-IX) TO ENTRY-REASON
004410         PERFORM X200-LIST-REJECTED-CARD
004420     ELSE
004430         PERFORM D105-JUDGE-SCHEDULE-ENTRY.
004440*
004450 D105-JUDGE-SCHEDULE-ENTRY.
004460     SET ENTRY-DUE TO TRUE.
004470     MOVE SPACES TO ENTRY-REASON.
004480     IF BSC-TEMPLATE-ID = SPACES
004490         SET ENTRY-REJECTED TO TRUE
004500         MOVE 'TEMPLATE-ID MISSING' TO ENTRY-REASON
004510     ELSE
004520         IF CATALOG-TABLE-COUNT > ZERO
004530             SET CT-IX TO 1
004540             SEARCH CATALOG-TABLE-ENTRY
004550                 AT END
004560                     SET ENTRY-REJECTED TO TRUE
004570                     MOVE 'TEMPLATE NOT IN CATALOG'
004580                         TO ENTRY-REASON
004590                 WHEN CT-TEMPLATE-ID (CT-IX) = BSC-TEMPLATE-ID
004600                     CONTINUE
004610             END-SEARCH.
004620     IF ENTRY-DUE
004630         IF (BSC-NOT-BEFORE NOT = SPACES
004640                 AND BSC-NOT-BEFORE NOT NUMERIC)
004650             OR (BSC-NOT-AFTER NOT = SPACES
004660                 AND BSC-NOT-AFTER NOT NUMERIC)
004670             SET ENTRY-REJECTED TO TRUE
004680             MOVE 'DELIVERY TIME NOT HHMMSS' TO ENTRY-REASON.
004690     IF ENTRY-DUE
004700         SET DTC-RUN-DUE-TEST TO TRUE
004710         MOVE BROADCAST-DATE TO DTC-DATE-CCYYMMDD
004720         MOVE BSC-FREQUENCY TO DTC-RUN-FREQUENCY
004730         MOVE BSC-FREQUENCY-DATA TO DTC-FREQUENCY-DATA
004740         CALL 'DATECALC' USING DATECALC-PARM
004750         IF NOT DTC-SUCCESSFUL
004760             SET ENTRY-REJECTED TO TRUE
004770             MOVE 'RECURRENCE CODE OR DETAIL INVALID'
004780                 TO ENTRY-REASON
004790         ELSE
004800             IF NOT DTC-RUN-DUE
004810                 SET ENTRY-NOT-DUE TO TRUE
004820                 PERFORM D120-SET-NOT-DUE-REASON.
004830     IF ENTRY-DUE
004840         ADD 1 TO ENTRIES-DUE-COUNT
004850         MOVE 'WRITTEN TO THE READER1 DECK' TO ENTRY-REASON
004860         PERFORM D110-WRITE-DECK-CARDS
004870         MOVE 'DUE' TO ENL-RESULT
004880     ELSE
004890         IF ENTRY-NOT-DUE
004900             ADD 1 TO ENTRIES-NOT-DUE-COUNT
004910             MOVE 'NOT DUE' TO ENL-RESULT
004920         ELSE
004930             ADD 1 TO REJECTED-COUNT
004940             MOVE 'REJECTED' TO ENL-RESULT.
004950     PERFORM X100-LIST-ENTRY.
004960*
004970 D110-WRITE-DECK-CARDS.
004980     MOVE SPACES TO DECK-RECORD.
004990     MOVE '$$$MSG' TO DCK-CARD-ID.
005000     MOVE BSC-REPLY-FLAG TO DCK-REPLY-FLAG.
005010     MOVE BSC-ROUTE-CLASS TO DCK-ROUTE-CLASS.
005020     MOVE BSC-NOT-BEFORE TO DCK-NOT-BEFORE.
005030     MOVE BSC-NOT-AFTER TO DCK-NOT-AFTER.
005040     WRITE DECK-RECORD.
005050     ADD 1 TO DECK-CARDS-WRITTEN.
005060     IF EN-VALUES (EN-IX) NOT = SPACES
005070         MOVE SPACES TO DECK-RECORD
005080         MOVE '$$$VAL' TO DCK-CARD-ID
005090         MOVE EN-VALUES (EN-IX) TO DCK-VALUES
005100         WRITE DECK-RECORD
005110         ADD 1 TO DECK-CARDS-WRITTEN.
005120     MOVE SPACES TO DECK-RECORD.
005130     MOVE '$$$TPL' TO DCK-CARD-ID.
005140     MOVE BSC-TEMPLATE-ID TO DCK-TEMPLATE-ID.
005150     WRITE DECK-RECORD.
005160     ADD 1 TO DECK-CARDS-WRITTEN.
005170*
005180 D120-SET-NOT-DUE-REASON.
005190     IF BSC-FREQUENCY = 'B'
005200         MOVE 'NOT A BUSINESS DAY' TO ENTRY-REASON.
005210     IF BSC-FREQUENCY = 'W'
005220         MOVE 'NOT ONE OF THE LISTED WEEKDAYS'
005230             TO ENTRY-REASON.
005240     IF BSC-FREQUENCY = 'F'
005250         MOVE 'NOT THE FIRST BUSINESS DAY OF THE MONTH'
005260             TO ENTRY-REASON.
005270     IF BSC-FREQUENCY = 'L'
005280         MOVE 'NOT THE LAST BUSINESS DAY OF THE MONTH'
005290             TO ENTRY-REASON.
005300     IF BSC-FREQUENCY = 'N'
005310         MOVE BSC-FREQUENCY-DATA (1:2) TO NDR-DAY
005320         MOVE NTH-DAY-REASON TO ENTRY-REASON.
005330     IF BSC-FREQUENCY = 'S'
005340         MOVE 'NOT ONE OF THE LISTED DATES' TO ENTRY-REASON.
005350*
005360 Z100-END-OF-PROCESSING.
005370     MOVE SPACES TO LISTING-RECORD.
005380     WRITE LISTING-RECORD.
005390     MOVE 'SCHEDULE CARDS READ' TO CNT-LABEL.
005400     MOVE SCHEDULE-CARDS-READ TO CNT-VALUE.
005410     PERFORM X300-PRINT-COUNT.
005420     MOVE 'TEMPLATE CATALOG CARDS READ' TO CNT-LABEL.
005430     MOVE TEMPLATE-CARDS-READ TO CNT-VALUE.
005440     PERFORM X300-PRINT-COUNT.
005450     MOVE 'BROADCASTS DUE AND WRITTEN' TO CNT-LABEL.
005460     MOVE ENTRIES-DUE-COUNT TO CNT-VALUE.
005470     PERFORM X300-PRINT-COUNT.
005480     MOVE 'BROADCASTS NOT DUE' TO CNT-LABEL.
005490     MOVE ENTRIES-NOT-DUE-COUNT TO CNT-VALUE.
005500     PERFORM X300-PRINT-COUNT.
005510     MOVE 'CARDS REJECTED' TO CNT-LABEL.
005520     MOVE REJECTED-COUNT TO CNT-VALUE.
005530     PERFORM X300-PRINT-COUNT.
005540     MOVE 'READER1 DECK CARDS WRITTEN' TO CNT-LABEL.
005550     MOVE DECK-CARDS-WRITTEN TO CNT-VALUE.
005560     PERFORM X300-PRINT-COUNT.
005570     MOVE 'BMPSCHED' TO RPT-TRAILER-PROGRAM.
005580     MOVE 1 TO RPT-TRAILER-PAGES.
005590     MOVE RPT-TRAILER-LINE TO LISTING-RECORD.
005600     WRITE LISTING-RECORD.
005610     CLOSE SCHEDULE-FILE, TEMPLATE-FILE, DECK-FILE,
005620         LISTING-FILE.
005630     MOVE 'BMPSCHED' TO OST-PROGRAM-ID.
005640     SET OST-END-OF-JOB TO TRUE.
005650     MOVE SCHEDULE-CARDS-READ TO OST-RECORDS-PROCESSED.
005660     MOVE REJECTED-COUNT TO OST-ERROR-COUNT.
005670     MOVE ZERO TO OST-EXCEPTION-COUNT.
005680     CALL 'OPSTAT' USING OPSTAT-PARM.
005690     IF REJECTED-COUNT > ZERO
005700         MOVE 4 TO RETURN-CODE.
005710*
005720 X100-LIST-ENTRY.
005730     MOVE BSC-ENTRY-ID TO ENL-ENTRY-ID.
005740     MOVE BSC-TEMPLATE-ID TO ENL-TEMPLATE-ID.
005750     MOVE BSC-ROUTE-CLASS TO ENL-ROUTE-CLASS.
005760     MOVE BSC-REPLY-FLAG TO ENL-REPLY-FLAG.
005770     MOVE BSC-FREQUENCY TO ENL-FREQUENCY.
005780     MOVE BSC-FREQUENCY-DATA TO ENL-FREQUENCY-DATA.
005790     MOVE ENTRY-REASON TO ENL-REASON.
005800     MOVE BSC-DESCRIPTION TO ENL-DESCRIPTION.
005810     MOVE ENTRY-LINE TO LISTING-RECORD.
005820     WRITE LISTING-RECORD.
005830*
005840***************************************************************
005850*    X200 LISTS A CARD REJECTED AS IT WAS LOADED - ITS ENTRY-ID *
005860*    AND THE REASON, THE REST OF THE LINE BLANK.                *
005870***************************************************************
005880 X200-LIST-REJECTED-CARD.
005890     ADD 1 TO REJECTED-COUNT.
005900     MOVE SPACES TO ENL-TEMPLATE-ID, ENL-ROUTE-CLASS,
005910         ENL-REPLY-FLAG, ENL-FREQUENCY, ENL-FREQUENCY-DATA,
005920         ENL-DESCRIPTION.
005930     MOVE BSC-ENTRY-ID TO ENL-ENTRY-ID.
005940     MOVE 'REJECTED' TO ENL-RESULT.
005950     MOVE ENTRY-REASON TO ENL-REASON.
005960     MOVE ENTRY-LINE TO LISTING-RECORD.
005970     WRITE LISTING-RECORD.
005980*
005990 X300-PRINT-COUNT.
006000     MOVE COUNT-LINE TO LISTING-RECORD.
006010     WRITE LISTING-RECORD.
