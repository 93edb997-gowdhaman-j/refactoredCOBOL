000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    MACHSPLT.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* MACHINE FILE SPLIT FOR THE PARTITIONED BCBSEXT3 SWEEP.  THE   *
000150* WHOLE-SHOP MACHINE FILE HAS OUTGROWN ONE BCBSEXT3 STEP IN THE *
000160* BATCH WINDOW, SO THIS STEP CUTS IT INTO MEMBER-NAME RANGES    *
000170* (DD UT-S-MACHINE IN, COPY MRRECCOB; DD UT-S-MACHP01 THRU      *
000180* UT-S-MACHP08 OUT) THAT BCBSEXT3 SWEEPS IN PARALLEL, ONE STEP  *
000190* PER PARTITION WITH A BCBSEXT3 PARTITION NN CARD, AND BCBSMRG  *
000200* PUTS BACK TOGETHER.  THE SPLIT IS SET BY OPERATIONS CONTROL   *
000210* CARDS (CALL 'CTLREAD'):                                       *
000220*     MACHSPLT PARTITIONS     N         (1-8, DEFAULT 4)        *
000230*     MACHSPLT BREAK-02       MEMBER    (OPTIONAL, ONE PER      *
000240*       ...                              PARTITION 02 THRU N)   *
000250* A BREAK CARD NAMES THE LOWEST MEMBER ITS PARTITION TAKES.     *
000260* WITHOUT A FULL, ASCENDING SET OF BREAK CARDS THE BREAKS ARE   *
000270* CHOSEN FROM THE FILE ITSELF - THE MEMBER NAMES ARE SORTED AND *
000280* EACH BREAK FALLS AT THE FIRST MEMBER PAST AN EQUAL SHARE OF   *
000290* THE RECORDS - SO THE PARTITIONS COME OUT NEAR EVEN IN SIZE.   *
000300* EVERY RECORD OF A MEMBER GOES TO THE SAME PARTITION, SO EACH  *
000310* PARTITION STAYS GROUPED BY MEMBER THE WAY BCBSEXT3 READS IT.  *
000320* THE INPUT RECORD COUNT IS FILED WITH CTLTOT UNDER MACHINE AND *
000330* EACH PARTITION'S UNDER MACHPNN: EACH BCBSEXT3 PARTITION STEP  *
000340* PROVES IT READ ITS WHOLE PARTITION, AND BCBSMRG PROVES THE    *
000350* PARTITIONS ADD UP TO THE UNSPLIT FILE BEFORE IT RELEASES      *
000360* ANYTHING DOWNSTREAM.  A BAD CONTROL CARD ENDS THE STEP WITH   *
000370* CONDITION CODE 4; AN EMPTY MACHINE FILE IS FATAL, AS IT IS TO *
000380* BCBSEXT3.                                                     *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT MACHINE-FILE ASSIGN TO UT-S-MACHINE.
000450     SELECT SORT-FILE ASSIGN TO SORTWK01.
000460     SELECT PARTITION-FILE-01 ASSIGN TO UT-S-MACHP01.
000470     SELECT PARTITION-FILE-02 ASSIGN TO UT-S-MACHP02.
000480     SELECT PARTITION-FILE-03 ASSIGN TO UT-S-MACHP03.
000490     SELECT PARTITION-FILE-04 ASSIGN TO UT-S-MACHP04.
000500     SELECT PARTITION-FILE-05 ASSIGN TO UT-S-MACHP05.
000510     SELECT PARTITION-FILE-06 ASSIGN TO UT-S-MACHP06.
000520     SELECT PARTITION-FILE-07 ASSIGN TO UT-S-MACHP07.
000530     SELECT PARTITION-FILE-08 ASSIGN TO UT-S-MACHP08.
000540 DATA DIVISION.
000550 FILE SECTION.
000560*
000570 FD  MACHINE-FILE
000580     BLOCK CONTAINS 0 RECORDS
000590     RECORD CONTAINS 200 CHARACTERS
000600     RECORDING MODE F.
000610     COPY MRRECCOB.
000620*
000630 SD  SORT-FILE
000640     DATA RECORD IS SORT-RECORD.
000650 01  SORT-RECORD.
000660     05  SRT-MEMBER-NAME          PIC X(8).
000670*
000680***************************************************************
000690*    PARTITION-FILE-01 THRU -08 ARE THE MACHINE FILE'S MEMBER-  *
000700*    NAME RANGES, LOWEST FIRST.  ONLY THE FIRST N ARE OPENED.   *
000710***************************************************************
000720 FD  PARTITION-FILE-01
000730     BLOCK CONTAINS 0 RECORDS
000740     RECORD CONTAINS 200 CHARACTERS
000750     RECORDING MODE F.
000760 01  PARTITION-RECORD-01          PIC X(200).
000770*
000780 FD  PARTITION-FILE-02
000790     BLOCK CONTAINS 0 RECORDS
000800     RECORD CONTAINS 200 CHARACTERS
000810     RECORDING MODE F.
000820 01  PARTITION-RECORD-02          PIC X(200).
000830*
000840 FD  PARTITION-FILE-03
000850     BLOCK CONTAINS 0 RECORDS
000860     RECORD CONTAINS 200 CHARACTERS
000870     RECORDING MODE F.
000880 01  PARTITION-RECORD-03          PIC X(200).
000890*
000900 FD  PARTITION-FILE-04
000910     BLOCK CONTAINS 0 RECORDS
000920     RECORD CONTAINS 200 CHARACTERS
000930     RECORDING MODE F.
000940 01  PARTITION-RECORD-04          PIC X(200).
000950*
000960 FD  PARTITION-FILE-05
000970     BLOCK CONTAINS 0 RECORDS
000980     RECORD CONTAINS 200 CHARACTERS
000990     RECORDING MODE F.
001000 01  PARTITION-RECORD-05          PIC X(200).
001010*
001020 FD  PARTITION-FILE-06
001030     BLOCK CONTAINS 0 RECORDS
001040     RECORD CONTAINS 200 CHARACTERS
001050     RECORDING MODE F.
001060 01  PARTITION-RECORD-06          PIC X(200).
001070*
001080 FD  PARTITION-FILE-07
001090     BLOCK CONTAINS 0 RECORDS
001100     RECORD CONTAINS 200 CHARACTERS
001110     RECORDING MODE F.
001120 01  PARTITION-RECORD-07          PIC X(200).
001130*
001140 FD  PARTITION-FILE-08
001150     BLOCK CONTAINS 0 RECORDS
001160     RECORD CONTAINS 200 CHARACTERS
001170     RECORDING MODE F.
001180 01  PARTITION-RECORD-08          PIC X(200).
001190*
001200 WORKING-STORAGE SECTION.
001210 77  FILLER PIC X(36)  VALUE
001220     'MACHSPLT WORKING STORAGE BEGINS HERE'.
001230*
001240 01  MACHINE-FILE-SWITCH          PIC X VALUE 'N'.
001250     88  MACHINE-FILE-EOF             VALUE 'Y'.
001260 01  SORT-RETURN-SWITCH           PIC X VALUE 'N'.
001270     88  SORT-RETURN-EOF              VALUE 'Y'.
001280 01  BREAK-SOURCE-SWITCH          PIC X VALUE 'N'.
001290     88  BREAKS-FROM-CARDS            VALUE 'Y'.
001300 01  CARD-ERROR-SWITCH            PIC X VALUE 'N'.
001310     88  CARD-IN-ERROR                VALUE 'Y'.
001320*
001330***************************************************************
001340*    PARTITION-TABLE HOLDS EACH PARTITION'S LOWEST MEMBER NAME  *
001350*    (LOW-VALUES FOR THE FIRST, HIGH-VALUES FOR ONE THE FILE    *
001360*    HAS TOO FEW MEMBERS TO FILL), ITS RECORD COUNT, AND THE    *
001370*    FILE ID ITS CONTROL TOTAL IS FILED UNDER.                  *
001380***************************************************************
001390 01  PARTITION-COUNT              PIC S9(4) COMP VALUE +4.
001400 01  PARTITION-TABLE.
001410     05  PARTITION-ENTRY      OCCURS 1 TO 8 TIMES
001420                              DEPENDING ON PARTITION-COUNT
001430                              INDEXED BY PT-IX.
001440         10  PT-LOW-MEMBER        PIC X(8).
001450         10  PT-RECORD-COUNT      PIC S9(9) COMP.
001460         10  PT-FILE-ID.
001470             15  FILLER           PIC X(5).
001480             15  PT-FILE-NUMBER   PIC 99.
001490             15  FILLER           PIC X.
001500*
001510 01  SPLIT-WORK-FIELDS.
001520     05  TARGET-PARTITION         PIC S9(4) COMP VALUE +0.
001530     05  NEXT-BREAK               PIC S9(4) COMP VALUE +0.
001540     05  CURRENT-MEMBER           PIC X(8) VALUE LOW-VALUES.
001550     05  RECORDS-BEFORE           PIC S9(9) COMP VALUE +0.
001560     05  SHARE-PRODUCT            PIC S9(11) COMP-3 VALUE +0.
001570     05  CARD-PARTITIONS          PIC 99 VALUE ZERO.
001580     05  BREAK-CARD-NAME.
001590         10  FILLER               PIC X(6) VALUE 'BREAK-'.
001600         10  BREAK-CARD-NUMBER    PIC 99.
001610     05  BREAK-DISPLAY-NUMBER     PIC 99.
001620*
001630 01  STATISTICAL-DATA.
001640     05  MACHINE-RECORDS-READ     PIC S9(9) COMP VALUE +0.
001650     05  SORT-RECORDS-READ        PIC S9(9) COMP VALUE +0.
001660     05  RECORDS-WRITTEN          PIC S9(9) COMP VALUE +0.
001670*
001680*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001690*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
001700 COPY CTLCARD0.
001710*
001720*    ERRLOG-PARM (COPY ERRLOGP) IS THE PARAMETER AREA FOR
001730*    CALL 'ERRLOG' - THE SHOP'S COMMON ERROR-LOGGING SUBROUTINE.
001740 COPY ERRLOGP.
001750*
001760*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001770*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001780*    LOGGER, CALLED AT START AND END OF JOB.
001790 COPY OPSTATP.
001800*
001810*    CTLTOT-PARM (COPY CTLTOTP) IS THE PARAMETER AREA FOR
001820*    CALL 'CTLTOT' - THE SHOP'S CONTROL-TOTAL HANDOFF CHECK.
001830 COPY CTLTOTP.
001831*
001832*    NUMCONV-PARM (COPY NUMCONVP) IS THE PARAMETER AREA FOR
001833*    CALL 'NUMCONV' - THE SHOP'S SHARED NUMERIC CONVERSION
001834*    SUBROUTINE, WHICH EDITS THE PARTITIONS CARD VALUE.
001835 COPY NUMCONVP.
001840 PROCEDURE DIVISION.
001850     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
001860     IF NOT BREAKS-FROM-CARDS
001870         SORT SORT-FILE
001880             ON ASCENDING KEY SRT-MEMBER-NAME
001890             INPUT PROCEDURE IS 100-RELEASE-MEMBER-NAMES
001900             OUTPUT PROCEDURE IS 200-CHOOSE-BREAKS.
001910     PERFORM 3000-SPLIT-MACHINE-FILE THRU 3000-EXIT.
001920     PERFORM 9990-END-OF-JOB THRU 9990-EXIT.
001930     GOBACK.
001940*
001950 100-RELEASE-MEMBER-NAMES SECTION.
001960     PERFORM 1000-RELEASE-ONE-NAME THRU 1000-EXIT
001970         UNTIL MACHINE-FILE-EOF.
001980*
001990 200-CHOOSE-BREAKS SECTION.
002000     PERFORM 2000-RETURN-SORTED-NAME THRU 2000-EXIT
002010         UNTIL SORT-RETURN-EOF.
002020*
002030 999-PROCEDURES SECTION.
002040*
002050***************************************************************
002060*    1000 READS THE MACHINE FILE ONCE TO COUNT IT AND RELEASE   *
002070*    EVERY RECORD'S MEMBER NAME TO THE SORT.                    *
002080***************************************************************
002090 1000-RELEASE-ONE-NAME.
002100     READ MACHINE-FILE
002110         AT END
002120             MOVE 'Y' TO MACHINE-FILE-SWITCH
002130             GO TO 1000-EXIT.
002140     ADD 1 TO SORT-RECORDS-READ.
002150     MOVE MRMEM TO SRT-MEMBER-NAME.
002160     RELEASE SORT-RECORD.
002170 1000-EXIT. EXIT.
002180*
002190***************************************************************
002200*    2000 WALKS THE SORTED MEMBER NAMES WITH A RUNNING COUNT OF *
002210*    THE RECORDS BEFORE EACH ONE.  AT A MEMBER CHANGE, ONCE     *
002220*    THAT COUNT REACHES BREAK K'S SHARE - (K - 1) / N OF THE    *
002230*    FILE - THE NEW MEMBER BECOMES PARTITION K'S LOWEST NAME.   *
002240*    ONE MEMBER BIGGER THAN A SHARE TAKES ONE BREAK, AND THE    *
002250*    NEXT MEMBER TAKES THE ONE AFTER, SO NO PARTITION IS EMPTY  *
002260*    WHILE THERE ARE MEMBERS LEFT TO FILL IT.                   *
002270***************************************************************
002280 2000-RETURN-SORTED-NAME.
002290     RETURN SORT-FILE
002300         AT END
002310             MOVE 'Y' TO SORT-RETURN-SWITCH
002320             GO TO 2000-EXIT.
002330     IF SRT-MEMBER-NAME NOT = CURRENT-MEMBER
002340         MOVE SRT-MEMBER-NAME TO CURRENT-MEMBER
002350         PERFORM 2100-TEST-FOR-BREAK THRU 2100-EXIT.
002360     ADD 1 TO RECORDS-BEFORE.
002370 2000-EXIT. EXIT.
002380*
002390 2100-TEST-FOR-BREAK.
002400     IF RECORDS-BEFORE = ZERO
002410         OR NEXT-BREAK > PARTITION-COUNT
002420         GO TO 2100-EXIT.
002430     COMPUTE SHARE-PRODUCT = (NEXT-BREAK - 1) * SORT-RECORDS-READ.
002440     IF RECORDS-BEFORE * PARTITION-COUNT < SHARE-PRODUCT
002450         GO TO 2100-EXIT.
002460     SET PT-IX TO NEXT-BREAK.
002470     MOVE CURRENT-MEMBER TO PT-LOW-MEMBER (PT-IX).
002480     ADD 1 TO NEXT-BREAK.
002490 2100-EXIT. EXIT.
002500*
002510***************************************************************
002520*    3000-3100 READ THE MACHINE FILE AGAIN AND WRITE EACH       *
002530*    RECORD TO THE HIGHEST PARTITION WHOSE LOWEST MEMBER NAME   *
002540*    IT IS NOT BELOW.                                           *
002550***************************************************************
002560 3000-SPLIT-MACHINE-FILE.
002570     IF NOT BREAKS-FROM-CARDS
002580         CLOSE MACHINE-FILE
002590         OPEN INPUT MACHINE-FILE
002600         MOVE 'N' TO MACHINE-FILE-SWITCH.
002610     PERFORM 3100-SPLIT-ONE-RECORD THRU 3100-EXIT
002620         UNTIL MACHINE-FILE-EOF.
002630     IF MACHINE-RECORDS-READ = ZERO
002640         DISPLAY 'NULL MACHINE INPUT FILE ENCOUNTERED - INVALID'
002650         MOVE 'MACHSPLT' TO EL-PROGRAM-ID
002660         MOVE '3000-SPLIT-MACHINE-FILE' TO EL-PARAGRAPH
002670         MOVE 'F' TO EL-SEVERITY
002680         MOVE 'NULL MACHINE INPUT FILE - INVALID' TO EL-MESSAGE
002690         CALL 'ERRLOG' USING ERRLOG-PARM
002700         CALL 'ILBOABN0'.
002710 3000-EXIT. EXIT.
002720*
002730 3100-SPLIT-ONE-RECORD.
002740     READ MACHINE-FILE
002750         AT END
002760             MOVE 'Y' TO MACHINE-FILE-SWITCH
002770             GO TO 3100-EXIT.
002780     ADD 1 TO MACHINE-RECORDS-READ.
002790     SET PT-IX TO 2.
002800     SEARCH PARTITION-ENTRY
002810         AT END
002820             MOVE PARTITION-COUNT TO TARGET-PARTITION
002830         WHEN MRMEM < PT-LOW-MEMBER (PT-IX)
002840             SET TARGET-PARTITION TO PT-IX
002850             SUBTRACT 1 FROM TARGET-PARTITION.
002860     IF TARGET-PARTITION = 1
002870         WRITE PARTITION-RECORD-01 FROM MACHINE-RECORD
002880     ELSE
002890     IF TARGET-PARTITION = 2
002900         WRITE PARTITION-RECORD-02 FROM MACHINE-RECORD
002910     ELSE
002920     IF TARGET-PARTITION = 3
002930         WRITE PARTITION-RECORD-03 FROM MACHINE-RECORD
002940     ELSE
002950     IF TARGET-PARTITION = 4
002960         WRITE PARTITION-RECORD-04 FROM MACHINE-RECORD
002970     ELSE
002980     IF TARGET-PARTITION = 5
002990         WRITE PARTITION-RECORD-05 FROM MACHINE-RECORD
003000     ELSE
003010     IF TARGET-PARTITION = 6
003020         WRITE PARTITION-RECORD-06 FROM MACHINE-RECORD
003030     ELSE
003040     IF TARGET-PARTITION = 7
003050         WRITE PARTITION-RECORD-07 FROM MACHINE-RECORD
003060     ELSE
003070         WRITE PARTITION-RECORD-08 FROM MACHINE-RECORD.
003080     SET PT-IX TO TARGET-PARTITION.
003090     ADD 1 TO PT-RECORD-COUNT (PT-IX).
003100     ADD 1 TO RECORDS-WRITTEN.
003110 3100-EXIT. EXIT.
003120*
003130***************************************************************
003140*    9900-9930 OPEN THE FILES AND SET THE PARTITIONS FROM THE   *
003150*    CONTROL CARDS.                                             *
003160***************************************************************
003170 9900-INITIALIZATION.
003180     MOVE SPACES TO EL-RUN-ID.
003190     PERFORM 9910-READ-CONTROL-CARDS THRU 9910-EXIT.
003200     OPEN INPUT MACHINE-FILE.
003210     OPEN OUTPUT PARTITION-FILE-01.
003220     IF PARTITION-COUNT > 1
003230         OPEN OUTPUT PARTITION-FILE-02.
003240     IF PARTITION-COUNT > 2
003250         OPEN OUTPUT PARTITION-FILE-03.
003260     IF PARTITION-COUNT > 3
003270         OPEN OUTPUT PARTITION-FILE-04.
003280     IF PARTITION-COUNT > 4
003290         OPEN OUTPUT PARTITION-FILE-05.
003300     IF PARTITION-COUNT > 5
003310         OPEN OUTPUT PARTITION-FILE-06.
003320     IF PARTITION-COUNT > 6
003330         OPEN OUTPUT PARTITION-FILE-07.
003340     IF PARTITION-COUNT > 7
003350         OPEN OUTPUT PARTITION-FILE-08.
003360     MOVE 'MACHSPLT' TO OST-PROGRAM-ID.
003370     SET OST-START-OF-JOB TO TRUE.
003380     MOVE SPACES TO OST-NAMED-COUNTERS.
003390     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003400         OST-EXCEPTION-COUNT.
003410     CALL 'OPSTAT' USING OPSTAT-PARM.
003420     MOVE OST-RUN-ID TO EL-RUN-ID.
003430     MOVE 2 TO NEXT-BREAK.
003440 9900-EXIT. EXIT.
003450*
003460 9910-READ-CONTROL-CARDS.
003470     MOVE 'MACHSPLT' TO CTC-PROGRAM-ID.
003480     MOVE 'PARTITIONS' TO CTC-PARM-NAME.
003490     CALL 'CTLREAD' USING CTLCARD-PARM.
003500     IF CTC-PARM-FOUND
003510         PERFORM 9915-CHECK-PARTITIONS-CARD THRU 9915-EXIT.
003520     PERFORM 9920-SET-ONE-PARTITION THRU 9920-EXIT
003530         VARYING PT-IX FROM 1 BY 1
003540             UNTIL PT-IX > PARTITION-COUNT.
003550     IF PARTITION-COUNT = 1
003560         GO TO 9910-EXIT.
003570     SET BREAKS-FROM-CARDS TO TRUE.
003580     PERFORM 9930-READ-BREAK-CARD THRU 9930-EXIT
003590         VARYING PT-IX FROM 2 BY 1
003600             UNTIL PT-IX > PARTITION-COUNT.
003610     IF NOT BREAKS-FROM-CARDS
003620         PERFORM 9920-SET-ONE-PARTITION THRU 9920-EXIT
003630             VARYING PT-IX FROM 1 BY 1
003640                 UNTIL PT-IX > PARTITION-COUNT.
003650 9910-EXIT. EXIT.
003660*
003662*    9915 EDITS THE PARTITIONS CARD THROUGH NUMCONV, WHICH LOGS
003664*    A VALUE THAT IS NOT A NUMBER; ONE OUTSIDE 1-8 IS LOGGED
003666*    HERE.  EITHER WAY THE DEFAULT STANDS AND THE STEP ENDS
003668*    WITH CODE 4.
003670 9915-CHECK-PARTITIONS-CARD.
003675     MOVE 'MACHSPLT' TO NCV-PROGRAM-ID.
003680     MOVE CTC-PARM-NAME TO NCV-FIELD-NAME.
003685     MOVE SPACES TO NCV-RUN-ID.
003690     MOVE CTC-PARM-VALUE TO NCV-INPUT-TEXT.
003695     SET NCV-USAGE-ZONED TO TRUE.
003700     MOVE 2 TO NCV-INTEGER-DIGITS.
003705     MOVE 0 TO NCV-SCALE.
003710     SET NCV-UNSIGNED TO TRUE.
003715     CALL 'NUMCONV' USING NUMCONV-PARM.
003720     IF NOT NCV-CONVERTED
003725         DISPLAY 'MACHSPLT PARTITIONS CARD NOT A NUMBER - '
003730             CTC-PARM-VALUE (1:8) ' - ' PARTITION-COUNT ' USED'
003735         SET CARD-IN-ERROR TO TRUE
003740         GO TO 9915-EXIT.
003745     MOVE NCV-RESULT-ZONED TO CARD-PARTITIONS.
003750     IF CARD-PARTITIONS < 1 OR CARD-PARTITIONS > 8
003760         DISPLAY 'MACHSPLT PARTITIONS CARD NOT 1-8 - '
003770             CTC-PARM-VALUE (1:8) ' - ' PARTITION-COUNT ' USED'
003771         MOVE 'MACHSPLT' TO EL-PROGRAM-ID
003772         MOVE '9915-CHECK-PARTITIONS-CARD' TO EL-PARAGRAPH
003773         MOVE 'W' TO EL-SEVERITY
003774         MOVE 'PARTITIONS CARD NOT 1-8 - DEFAULT COUNT USED'
003775             TO EL-MESSAGE
003776         CALL 'ERRLOG' USING ERRLOG-PARM
003780         SET CARD-IN-ERROR TO TRUE
003790     ELSE
003800         MOVE CARD-PARTITIONS TO PARTITION-COUNT.
003810 9915-EXIT. EXIT.
003820*
003830 9920-SET-ONE-PARTITION.
003840     IF PT-IX = 1
003850         MOVE LOW-VALUES TO PT-LOW-MEMBER (PT-IX)
003860     ELSE
003870         MOVE HIGH-VALUES TO PT-LOW-MEMBER (PT-IX).
003880     MOVE ZERO TO PT-RECORD-COUNT (PT-IX).
003890     MOVE 'MACHP' TO PT-FILE-ID (PT-IX).
003900     SET PT-FILE-NUMBER (PT-IX) TO PT-IX.
003910 9920-EXIT. EXIT.
003920*
003930*    9930 TAKES A BREAK CARD ONLY IF IT NAMES A MEMBER ABOVE THE
003940*    BREAK BEFORE IT.  ONE MISSING CARD SENDS THE SPLIT BACK TO
003950*    THE FILE FOR ALL ITS BREAKS; A BAD ONE ALSO SETS CODE 4.
003960 9930-READ-BREAK-CARD.
003970     IF NOT BREAKS-FROM-CARDS
003980         GO TO 9930-EXIT.
003990     SET BREAK-CARD-NUMBER TO PT-IX.
004000     MOVE BREAK-CARD-NAME TO CTC-PARM-NAME.
004010     CALL 'CTLREAD' USING CTLCARD-PARM.
004020     IF NOT CTC-PARM-FOUND
004030         MOVE 'N' TO BREAK-SOURCE-SWITCH
004040         GO TO 9930-EXIT.
004050     IF CTC-PARM-VALUE (1:8) = SPACES
004060         OR CTC-PARM-VALUE (1:8) NOT > PT-LOW-MEMBER (PT-IX - 1)
004070         DISPLAY 'MACHSPLT ' BREAK-CARD-NAME
004080             ' CARD OUT OF ORDER - '
004090             CTC-PARM-VALUE (1:8) ' - BREAKS TAKEN FROM THE FILE'
004100         SET CARD-IN-ERROR TO TRUE
004110         MOVE 'N' TO BREAK-SOURCE-SWITCH
004120         GO TO 9930-EXIT.
004130     MOVE CTC-PARM-VALUE (1:8) TO PT-LOW-MEMBER (PT-IX).
004140 9930-EXIT. EXIT.
004150*
004160***************************************************************
004170*    9990-9995 CLOSE THE PARTITIONS, FILE THE CONTROL TOTALS -  *
004180*    THE WHOLE INPUT UNDER MACHINE, EACH PARTITION UNDER ITS    *
004190*    MACHPNN - AND SHOW THE SPLIT ON SYSOUT.                    *
004200***************************************************************
004210 9990-END-OF-JOB.
004220     CLOSE MACHINE-FILE, PARTITION-FILE-01.
004230     IF PARTITION-COUNT > 1
004240         CLOSE PARTITION-FILE-02.
004250     IF PARTITION-COUNT > 2
004260         CLOSE PARTITION-FILE-03.
004270     IF PARTITION-COUNT > 3
004280         CLOSE PARTITION-FILE-04.
004290     IF PARTITION-COUNT > 4
004300         CLOSE PARTITION-FILE-05.
004310     IF PARTITION-COUNT > 5
004320         CLOSE PARTITION-FILE-06.
004330     IF PARTITION-COUNT > 6
004340         CLOSE PARTITION-FILE-07.
004350     IF PARTITION-COUNT > 7
004360         CLOSE PARTITION-FILE-08.
004370     SET CT-WRITE-TOTAL TO TRUE.
004380     MOVE 'MACHSPLT' TO CT-PROGRAM-ID.
004390     MOVE 'MACHINE' TO CT-FILE-ID.
004400     MOVE MACHINE-RECORDS-READ TO CT-RECORD-COUNT.
004410     CALL 'CTLTOT' USING CTLTOT-PARM.
004420     DISPLAY 'MACHSPLT MACHINE RECORDS READ:  '
004430         MACHINE-RECORDS-READ.
004440     IF BREAKS-FROM-CARDS
004450         DISPLAY 'MACHSPLT BREAKS FROM CONTROL CARDS'
004460     ELSE
004470         DISPLAY 'MACHSPLT BREAKS CHOSEN FROM THE MACHINE FILE'.
004480     PERFORM 9995-FILE-ONE-PARTITION THRU 9995-EXIT
004490         VARYING PT-IX FROM 1 BY 1
004500             UNTIL PT-IX > PARTITION-COUNT.
004510     MOVE 'MACHSPLT' TO OST-PROGRAM-ID.
004520     SET OST-END-OF-JOB TO TRUE.
004530     MOVE MACHINE-RECORDS-READ TO OST-RECORDS-PROCESSED.
004540     MOVE ZERO TO OST-ERROR-COUNT, OST-EXCEPTION-COUNT.
004550     MOVE 'MACHINE-READ' TO OST-COUNTER-NAME (1).
004560     MOVE MACHINE-RECORDS-READ TO OST-COUNTER-VALUE (1).
004570     MOVE 'RECORDS-WRTN' TO OST-COUNTER-NAME (2).
004580     MOVE RECORDS-WRITTEN TO OST-COUNTER-VALUE (2).
004590     MOVE 'PARTITIONS' TO OST-COUNTER-NAME (3).
004600     MOVE PARTITION-COUNT TO OST-COUNTER-VALUE (3).
004610     CALL 'OPSTAT' USING OPSTAT-PARM.
004620     CALL 'ERRLOGC'.
004630     IF CARD-IN-ERROR
004640         MOVE 4 TO RETURN-CODE.
004650 9990-EXIT. EXIT.
004660*
004670 9995-FILE-ONE-PARTITION.
004680     SET BREAK-DISPLAY-NUMBER TO PT-IX.
004690     IF PT-IX = 1
004700         DISPLAY 'MACHSPLT PARTITION ' BREAK-DISPLAY-NUMBER
004710             ' FROM FIRST MEMBER   RECORDS: '
004720             PT-RECORD-COUNT (PT-IX)
004730     ELSE
004740     IF PT-LOW-MEMBER (PT-IX) = HIGH-VALUES
004750         DISPLAY 'MACHSPLT PARTITION ' BREAK-DISPLAY-NUMBER
004760             ' EMPTY - TOO FEW MEMBERS   RECORDS: '
004770             PT-RECORD-COUNT (PT-IX)
004780     ELSE
004790         DISPLAY 'MACHSPLT PARTITION ' BREAK-DISPLAY-NUMBER
004800             ' FROM MEMBER ' PT-LOW-MEMBER (PT-IX)
004810             '   RECORDS: ' PT-RECORD-COUNT (PT-IX).
004820     SET CT-WRITE-TOTAL TO TRUE.
004830     MOVE 'MACHSPLT' TO CT-PROGRAM-ID.
004840     MOVE PT-FILE-ID (PT-IX) TO CT-FILE-ID.
004850     MOVE PT-RECORD-COUNT (PT-IX) TO CT-RECORD-COUNT.
004860     CALL 'CTLTOT' USING CTLTOT-PARM.
004870 9995-EXIT. EXIT.
