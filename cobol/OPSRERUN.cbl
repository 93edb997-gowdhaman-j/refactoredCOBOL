000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    OPSRERUN.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* RERUN IMPACT FROM CONTROL-TOTAL LINEAGE.  WHEN A PRODUCER      *
000150* FAILS OR HAS TO BE RERUN, WORKING OUT WHICH DOWNSTREAM STEPS   *
000160* MUST FOLLOW IT WAS DONE FROM MEMORY.  THE SHOP CONTROL-TOTAL   *
000170* FILE (DD UT-S-CTLTOT) ALREADY RECORDS WHICH PROGRAM WROTE EACH *
000180* FILE IDENTITY AND WHICH PROGRAM VERIFIED IT, SO THIS STEP      *
000190* TAKES THE FAILED PROGRAM FROM ITS CONTROL CARD                 *
000200* (OPSRERUN FAILED-PROGRAM XXXXXXXX, READ THROUGH CTLREAD),      *
000210* FOLLOWS EVERY FILE IT PRODUCES TO THE PROGRAMS THAT CONSUME    *
000220* IT, THEN THOSE PROGRAMS' OUTPUTS TO THEIR CONSUMERS, AND SO ON *
000230* DOWN THE CHAIN.  EACH JOB IS LEVELLED BY THE LONGEST CHAIN     *
000240* FROM THE FAILED PROGRAM, SO EVERY JOB PRINTS AFTER ALL OF ITS  *
000250* RERUN PREDECESSORS; WITHIN A LEVEL JOBS KEEP THE ORDER THEY    *
000260* RAN IN TONIGHT.  THE WINDOW'S STATISTICS FILE (DD UT-S-OPSTAT) *
000270* SUPPLIES EACH JOB'S LAST RUN AND ITS RECORDS PROCESSED, SO THE *
000280* RERUN CAN BE CHECKED AGAINST WHAT THE FAILED RUN DID.  A CYCLE *
000290* IN THE LINEAGE IS FLAGGED AND THE LIST PRINTS WITH THE LEVELS  *
000300* REACHED.  THE LIST PRINTS TO DD UT-S-RERUNRPT.                 *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO UT-S-CTLTOT.
000370     SELECT OPERATIONS-STATISTICS-FILE ASSIGN TO UT-S-OPSTAT.
000380     SELECT RERUN-REPORT-FILE ASSIGN TO UT-S-RERUNRPT.
000390 DATA DIVISION.
000400 FILE SECTION.
000410*
000420 FD  CONTROL-TOTAL-FILE
000430     RECORDING MODE IS F
000440     BLOCK CONTAINS 0 RECORDS
000450     RECORD CONTAINS 45 CHARACTERS
000460     LABEL RECORDS ARE OMITTED
000470     DATA RECORD IS CONTROL-TOTAL-RECORD.
000480*
000490     COPY CTLTREC0.
000500*
000510 FD  OPERATIONS-STATISTICS-FILE
000520     RECORDING MODE IS F
000530     BLOCK CONTAINS 0 RECORDS
000540     RECORD CONTAINS 139 CHARACTERS
000550     LABEL RECORDS ARE OMITTED
000560     DATA RECORD IS OPERATIONS-STATISTICS-RECORD.
000570*
000580     COPY OPSTREC0.
000590*
000600 FD  RERUN-REPORT-FILE
000610     RECORDING MODE IS F
000620     BLOCK CONTAINS 0 RECORDS
000630     RECORD CONTAINS 133 CHARACTERS
000640     LABEL RECORDS ARE OMITTED.
000650 01  RERUN-REPORT-RECORD          PIC X(133).
000660*
000670 WORKING-STORAGE SECTION.
000680 77  FILLER PIC X(36)  VALUE
000690     'OPSRERUN WORKING STORAGE BEGINS HERE'.
000700*
000710 01  TOTAL-FILE-SWITCH            PIC X VALUE 'N'.
000720     88  TOTAL-FILE-EOF               VALUE 'Y'.
000730 01  STATS-FILE-SWITCH            PIC X VALUE 'N'.
000740     88  STATS-FILE-EOF               VALUE 'Y'.
000750 01  LEVEL-CHANGED-SWITCH         PIC X VALUE 'N'.
000760     88  LEVEL-CHANGED                VALUE 'Y'.
000770 01  RERUN-SORT-SWITCH            PIC X VALUE 'N'.
000780     88  RERUN-SORT-DONE              VALUE 'Y'.
000790 01  LINEAGE-CYCLE-SWITCH         PIC X VALUE 'N'.
000800     88  LINEAGE-CYCLE-FOUND          VALUE 'Y'.
000810*
000820***************************************************************
000830*    LINEAGE-TABLE HOLDS ONE ENTRY PER DISTINCT FILE IDENTITY,  *
000840*    PROGRAM, AND ROLE ON THE CONTROL-TOTAL FILE - A 'W' ENTRY  *
000850*    IS A PROGRAM THAT PRODUCES THE FILE, A 'V' ENTRY ONE THAT  *
000860*    CONSUMES IT.                                               *
000870***************************************************************
000880 01  LINEAGE-COUNT                PIC S9(4) COMP VALUE +0.
000890 01  LINEAGE-TABLE.
000900     05  LINEAGE-ENTRY        OCCURS 1 TO 500 TIMES
000910                              DEPENDING ON LINEAGE-COUNT
000920                              INDEXED BY LN-IX LC-IX.
000930         10  LN-FILE-ID           PIC X(8).
000940         10  LN-PROGRAM-ID        PIC X(8).
000950         10  LN-ROLE              PIC X.
000960             88  LN-PRODUCER          VALUE 'W'.
000970             88  LN-CONSUMER          VALUE 'V'.
000980*
000990***************************************************************
001000*    RERUN-TABLE IS THE RERUN LIST - THE FAILED PROGRAM FIRST,  *
001010*    THEN EVERY JOB REACHED DOWN THE CHAIN WITH ITS LEVEL, THE  *
001020*    FILE AND PROGRAM THAT SET THAT LEVEL, AND ITS LAST RUN     *
001030*    FROM TONIGHT'S STATISTICS.  RR-SORT-KEY ORDERS THE LIST -  *
001040*    LEVEL FIRST, THEN THE LAST RUN'S TIMESTAMP, WITH A JOB     *
001050*    THAT HAS NOT RUN TONIGHT LAST IN ITS LEVEL.                *
001060***************************************************************
001070 01  RERUN-COUNT                  PIC S9(4) COMP VALUE +0.
001080 01  RERUN-TABLE.
001090     05  RERUN-ENTRY          OCCURS 1 TO 100 TIMES
001100                              DEPENDING ON RERUN-COUNT
001110                              INDEXED BY RR-IX.
001120         10  RR-PROGRAM-ID        PIC X(8).
001130         10  RR-LEVEL             PIC S9(4) COMP.
001140         10  RR-VIA-FILE-ID       PIC X(8).
001150         10  RR-FED-BY-PROGRAM    PIC X(8).
001160         10  RR-RUN-SWITCH        PIC X.
001170             88  RR-RUN-ON-FILE       VALUE 'Y'.
001180         10  RR-LAST-DATE         PIC 9(6).
001190         10  RR-LAST-TIME         PIC 9(8).
001200         10  RR-RECORDS           PIC 9(8).
001210         10  RR-ERRORS            PIC 9(7).
001220         10  RR-SORT-KEY.
001230             15  RR-SORT-LEVEL    PIC 9(4).
001240             15  RR-SORT-RUN      PIC X(14).
001250 01  RERUN-SWAP-ENTRY             PIC X(74).
001260 01  RERUN-SORT-SUB               PIC S9(4) COMP VALUE +0.
001270 01  RERUN-SORT-SUB-1             PIC S9(4) COMP VALUE +0.
001280 01  PARENT-SUB                   PIC S9(4) COMP VALUE +0.
001290*
001300 01  RERUN-WORK-FIELDS.
001310     05  FAILED-PROGRAM-ID        PIC X(8) VALUE SPACES.
001320     05  LINEAGE-ROLE             PIC X.
001330     05  CHILD-LEVEL              PIC S9(4) COMP VALUE +0.
001340     05  RELAX-PASS-COUNT         PIC S9(4) COMP VALUE +0.
001350     05  TOTAL-RECORDS-READ       PIC S9(7) COMP VALUE +0.
001360     05  STATS-RECORDS-READ       PIC S9(7) COMP VALUE +0.
001370     05  JOBS-TO-RERUN            PIC S9(4) COMP VALUE +0.
001380     05  RUN-STAMP.
001390         10  RUN-STAMP-DATE       PIC 9(6).
001400         10  RUN-STAMP-TIME       PIC 9(8).
001410     05  WS-DATE.
001420         10  WS-YEAR              PIC XX.
001430         10  WS-MONTH             PIC XX.
001440         10  WS-DAY               PIC XX.
001450*
001460*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001470*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER,
001480*    WHICH SUPPLIES THE FAILED PROGRAM TO TRACE FROM.
001490 COPY CTLCARD0.
001500*
001510*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001520*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001530*    LOGGER, CALLED AT START AND END OF JOB SO OPSSUM CAN ROLL
001540*    THIS RUN INTO THE WINDOW'S CONSOLIDATED SUMMARY.
001550 COPY OPSTATP.
001560*
001570***************************************************************
001580*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
001590*    RERUN LIST THE SHOP'S SHARED HEADING AND TRAILER.          *
001600***************************************************************
001610 COPY RPTHDR0.
001620 01  FAILED-PROGRAM-LINE.
001630     05  FILLER                   PIC X(2) VALUE SPACES.
001640     05  FILLER                   PIC X(17) VALUE
001650         'FAILED PROGRAM:  '.
001660     05  FPL-PROGRAM-ID           PIC X(8).
001670     05  FILLER                   PIC X(106) VALUE SPACES.
001680 01  HEADING-LINE-2.
001690     05  FILLER                   PIC X(2) VALUE SPACES.
001700     05  FILLER                   PIC X(7) VALUE 'ORDER'.
001710     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
001720     05  FILLER                   PIC X(7) VALUE 'LEVEL'.
001730     05  FILLER                   PIC X(10) VALUE 'VIA FILE'.
001740     05  FILLER                   PIC X(10) VALUE 'FED BY'.
001750     05  FILLER                   PIC X(21)
001760         VALUE 'LAST RUN DATE/TIME'.
001770     05  FILLER                   PIC X(12) VALUE '   RECORDS'.
001780     05  FILLER                   PIC X(9) VALUE '   ERRORS'.
001790     05  FILLER                   PIC X(45) VALUE SPACES.
001800*
001810 01  RERUN-DETAIL-LINE.
001820     05  FILLER                   PIC X(2) VALUE SPACES.
001830     05  RDL-ORDER                PIC ZZZ9.
001840     05  FILLER                   PIC X(3) VALUE SPACES.
001850     05  RDL-PROGRAM-ID           PIC X(8).
001860     05  FILLER                   PIC X(2) VALUE SPACES.
001870     05  RDL-LEVEL                PIC ZZZ9.
001880     05  FILLER                   PIC X(3) VALUE SPACES.
001890     05  RDL-VIA-FILE-ID          PIC X(8).
001900     05  FILLER                   PIC X(2) VALUE SPACES.
001910     05  RDL-FED-BY-PROGRAM       PIC X(8).
001920     05  FILLER                   PIC X(2) VALUE SPACES.
001930     05  RDL-LAST-RUN.
001940         10  RDL-LAST-DATE        PIC 9(6).
001950         10  FILLER               PIC X VALUE SPACE.
001960         10  RDL-LAST-TIME        PIC 9(8).
001970         10  FILLER               PIC X(6) VALUE SPACES.
001980     05  RDL-NOT-RUN REDEFINES RDL-LAST-RUN
001990                                  PIC X(21).
002000     05  RDL-RECORDS              PIC ZZ,ZZZ,ZZ9.
002010     05  FILLER                   PIC X(2) VALUE SPACES.
002020     05  RDL-ERRORS               PIC Z,ZZZ,ZZ9.
002030     05  FILLER                   PIC X(45) VALUE SPACES.
002040 01  RERUN-NOTE-LINE.
002050     05  FILLER                   PIC X(2) VALUE SPACES.
002060     05  RNL-TEXT                 PIC X(80).
002070     05  FILLER                   PIC X(51) VALUE SPACES.
002080 01  RERUN-COUNT-LINE.
002090     05  FILLER                   PIC X(2) VALUE SPACES.
002100     05  FILLER                   PIC X(30) VALUE
002110         'JOBS TO RERUN:                '.
002120     05  RCL-COUNT                PIC ZZZZ9.
002130     05  FILLER                   PIC X(96) VALUE SPACES.
002140*
002150 PROCEDURE DIVISION.
002160*
002170 A100-EXECUTIVE-CONTROL.
002180     PERFORM A110-INITIALIZATION.
002190     IF FAILED-PROGRAM-ID = SPACES
002200         MOVE 'NO OPSRERUN FAILED-PROGRAM CONTROL CARD'
002210             TO RNL-TEXT
002220         MOVE ' - NOTHING TO TRACE' TO RNL-TEXT (40:19)
002230         MOVE RERUN-NOTE-LINE TO RERUN-REPORT-RECORD
002240         WRITE RERUN-REPORT-RECORD
002250         DISPLAY 'OPSRERUN NO FAILED-PROGRAM CONTROL CARD'
002260         MOVE 8 TO RETURN-CODE
002270     ELSE
002280         PERFORM B100-LOAD-ONE-TOTAL-RECORD
002290             UNTIL TOTAL-FILE-EOF
002300         PERFORM C100-TRACE-RERUN-CHAIN
002310         PERFORM B300-LOAD-ONE-STATS-RECORD
002320             UNTIL STATS-FILE-EOF
002330         PERFORM C300-ORDER-RERUN-LIST
002340         PERFORM Z100-PRINT-RERUN-LIST.
002350     PERFORM Z900-END-OF-PROCESSING.
002360     GOBACK.
002370*
002380 A110-INITIALIZATION.
002390     OPEN INPUT CONTROL-TOTAL-FILE, OPERATIONS-STATISTICS-FILE.
002400     OPEN OUTPUT RERUN-REPORT-FILE.
002410     MOVE 'OPSRERUN' TO CTC-PROGRAM-ID.
002420     MOVE 'FAILED-PROGRAM' TO CTC-PARM-NAME.
002430     CALL 'CTLREAD' USING CTLCARD-PARM.
002440     IF CTC-PARM-FOUND
002450         MOVE CTC-PARM-VALUE (1:8) TO FAILED-PROGRAM-ID.
002460     ACCEPT WS-DATE FROM DATE.
002470     MOVE WS-MONTH TO RPT-HEADING-MONTH.
002480     MOVE WS-DAY TO RPT-HEADING-DAY.
002490     MOVE WS-YEAR TO RPT-HEADING-YEAR.
002500     MOVE 'OPSRERUN' TO RPT-HEADING-PROGRAM.
002510     MOVE 'RERUN IMPACT FROM CONTROL-TOTAL LINEAGE'
002520         TO RPT-HEADING-TITLE.
002530     MOVE 1 TO RPT-HEADING-PAGE.
002540     MOVE RPT-HEADING-LINE TO RERUN-REPORT-RECORD.
002550     WRITE RERUN-REPORT-RECORD.
002560     MOVE FAILED-PROGRAM-ID TO FPL-PROGRAM-ID.
002570     MOVE FAILED-PROGRAM-LINE TO RERUN-REPORT-RECORD.
002580     WRITE RERUN-REPORT-RECORD.
002590     MOVE 'OPSRERUN' TO OST-PROGRAM-ID.
002600     SET OST-START-OF-JOB TO TRUE.
002610     MOVE SPACES TO OST-NAMED-COUNTERS.
002620     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
002630         OST-EXCEPTION-COUNT.
002640     CALL 'OPSTAT' USING OPSTAT-PARM.
002650*
002660***************************************************************
002670*    B100-B120 READ THE CONTROL-TOTAL FILE INTO THE LINEAGE     *
002680*    TABLE.  A BLANK-TYPE RECORD PREDATES VERIFY RECORDS AND IS *
002690*    A PRODUCER TOTAL.                                          *
002700***************************************************************
002710 B100-LOAD-ONE-TOTAL-RECORD.
002720     READ CONTROL-TOTAL-FILE
002730         AT END
002740             SET TOTAL-FILE-EOF TO TRUE.
002750     IF NOT TOTAL-FILE-EOF
002760         ADD 1 TO TOTAL-RECORDS-READ
002770         PERFORM B110-FILE-ONE-LINEAGE.
002780*
002790 B110-FILE-ONE-LINEAGE.
002800     IF CTR-CONSUMER-VERIFY
002810         MOVE 'V' TO LINEAGE-ROLE
002820     ELSE
002830         MOVE 'W' TO LINEAGE-ROLE.
002840     SET LN-IX TO 1.
002850     SEARCH LINEAGE-ENTRY
002860         AT END
002870             PERFORM B120-ADD-LINEAGE-ENTRY
002880         WHEN LN-FILE-ID (LN-IX) = CTR-FILE-ID
002890             AND LN-PROGRAM-ID (LN-IX) = CTR-PROGRAM-ID
002900             AND LN-ROLE (LN-IX) = LINEAGE-ROLE
002910             CONTINUE
002920     END-SEARCH.
002930*
002940 B120-ADD-LINEAGE-ENTRY.
002950     IF LINEAGE-COUNT < 500
002960         ADD 1 TO LINEAGE-COUNT
002970         SET LN-IX TO LINEAGE-COUNT
002980         MOVE CTR-FILE-ID TO LN-FILE-ID (LN-IX)
002990         MOVE CTR-PROGRAM-ID TO LN-PROGRAM-ID (LN-IX)
003000         MOVE LINEAGE-ROLE TO LN-ROLE (LN-IX)
003010     ELSE
003020         DISPLAY 'OPSRERUN LINEAGE-TABLE FULL - ' CTR-FILE-ID
003030             ' ' CTR-PROGRAM-ID ' DROPPED'.
003040*
003050***************************************************************
003060*    B300-B310 READ TONIGHT'S STATISTICS FILE AND KEEP, FOR     *
003070*    EVERY JOB ON THE RERUN LIST, ITS LAST 'E' RECORD - THE     *
003080*    FILE IS APPENDED IN RUN ORDER, SO THE LAST ONE READ IS THE *
003090*    LAST RUN.                                                  *
003100***************************************************************
003110 B300-LOAD-ONE-STATS-RECORD.
003120     READ OPERATIONS-STATISTICS-FILE
003130         AT END
003140             SET STATS-FILE-EOF TO TRUE.
003150     IF NOT STATS-FILE-EOF
003160         ADD 1 TO STATS-RECORDS-READ
003170         IF OPST-END-OF-JOB
003180             SET RR-IX TO 1
003190             SEARCH RERUN-ENTRY
003200                 AT END
003210                     CONTINUE
003220                 WHEN RR-PROGRAM-ID (RR-IX) = OPST-PROGRAM-ID
003230                     PERFORM B310-NOTE-LAST-RUN
003240             END-SEARCH.
003250*
003260 B310-NOTE-LAST-RUN.
003270     SET RR-RUN-ON-FILE (RR-IX) TO TRUE.
003280     MOVE OPST-DATE TO RR-LAST-DATE (RR-IX).
003290     MOVE OPST-TIME TO RR-LAST-TIME (RR-IX).
003300     MOVE OPST-RECORDS-PROCESSED TO RR-RECORDS (RR-IX).
003310     MOVE OPST-ERROR-COUNT TO RR-ERRORS (RR-IX).
003320*
003330***************************************************************
003340*    C100-C170 TRACE THE CHAIN.  THE FAILED PROGRAM GOES ON THE *
003350*    LIST AT LEVEL ZERO; EACH PASS WALKS THE LIST, AND FOR      *
003360*    EVERY FILE A LISTED JOB PRODUCES, PUTS EACH CONSUMER OF    *
003370*    THAT FILE ON THE LIST ONE LEVEL BELOW IT - OR PUSHES A     *
003380*    CONSUMER ALREADY LISTED DOWN TO THAT LEVEL IF IT WAS       *
003390*    HIGHER.  JOBS ADDED DURING A PASS ARE WALKED IN THE SAME   *
003400*    PASS.  PASSES REPEAT UNTIL NOTHING CHANGES; A CHAIN WITH   *
003410*    NO CYCLE SETTLES WITHIN ONE PASS PER LISTED JOB, SO ONE    *
003420*    STILL CHANGING AFTER THAT IS A CYCLE.                      *
003430***************************************************************
003440 C100-TRACE-RERUN-CHAIN.
003450     MOVE 1 TO RERUN-COUNT.
003460     SET RR-IX TO 1.
003470     MOVE FAILED-PROGRAM-ID TO RR-PROGRAM-ID (RR-IX).
003480     MOVE ZERO TO RR-LEVEL (RR-IX).
003490     MOVE SPACES TO RR-VIA-FILE-ID (RR-IX).
003500     MOVE SPACES TO RR-FED-BY-PROGRAM (RR-IX).
003510     PERFORM C160-CLEAR-LAST-RUN.
003520     MOVE ZERO TO RELAX-PASS-COUNT.
003530     SET LEVEL-CHANGED TO TRUE.
003540     PERFORM C110-RELAX-ONE-PASS
003550         UNTIL NOT LEVEL-CHANGED
003560             OR RELAX-PASS-COUNT > RERUN-COUNT.
003570     IF LEVEL-CHANGED
003580         SET LINEAGE-CYCLE-FOUND TO TRUE
003590         DISPLAY 'OPSRERUN LINEAGE CYCLE BELOW '
003600             FAILED-PROGRAM-ID ' - LEVELS APPROXIMATE'.
003610*
003620 C110-RELAX-ONE-PASS.
003630     ADD 1 TO RELAX-PASS-COUNT.
003640     MOVE 'N' TO LEVEL-CHANGED-SWITCH.
003650     PERFORM C120-EXPAND-ONE-JOB
003660         VARYING PARENT-SUB FROM 1 BY 1
003670             UNTIL PARENT-SUB > RERUN-COUNT.
003680*
003690 C120-EXPAND-ONE-JOB.
003700     PERFORM C130-CHECK-ONE-OUTPUT
003710         VARYING LN-IX FROM 1 BY 1
003720             UNTIL LN-IX > LINEAGE-COUNT.
003730*
003740 C130-CHECK-ONE-OUTPUT.
003750     IF LN-PRODUCER (LN-IX)
003760         AND LN-PROGRAM-ID (LN-IX) = RR-PROGRAM-ID (PARENT-SUB)
003770         PERFORM C140-CHECK-ONE-READER
003780             VARYING LC-IX FROM 1 BY 1
003790                 UNTIL LC-IX > LINEAGE-COUNT.
003800*
003810 C140-CHECK-ONE-READER.
003820     IF LN-CONSUMER (LC-IX)
003830         AND LN-FILE-ID (LC-IX) = LN-FILE-ID (LN-IX)
003840         AND LN-PROGRAM-ID (LC-IX)
003850             NOT = RR-PROGRAM-ID (PARENT-SUB)
003860         COMPUTE CHILD-LEVEL = RR-LEVEL (PARENT-SUB) + 1
003870         SET RR-IX TO 1
003880         SEARCH RERUN-ENTRY
003890             AT END
003900                 PERFORM C150-ADD-RERUN-JOB
003910             WHEN RR-PROGRAM-ID (RR-IX) = LN-PROGRAM-ID (LC-IX)
003920                 PERFORM C170-LOWER-RERUN-JOB
003930         END-SEARCH.
003940*
003950 C150-ADD-RERUN-JOB.
003960     IF RERUN-COUNT < 100
003970         ADD 1 TO RERUN-COUNT
003980         SET RR-IX TO RERUN-COUNT
003990         MOVE LN-PROGRAM-ID (LC-IX) TO RR-PROGRAM-ID (RR-IX)
004000         MOVE CHILD-LEVEL TO RR-LEVEL (RR-IX)
004010         MOVE LN-FILE-ID (LN-IX) TO RR-VIA-FILE-ID (RR-IX)
004020         MOVE RR-PROGRAM-ID (PARENT-SUB)
004030             TO RR-FED-BY-PROGRAM (RR-IX)
004040         PERFORM C160-CLEAR-LAST-RUN
004050         SET LEVEL-CHANGED TO TRUE
004060     ELSE
004070         DISPLAY 'OPSRERUN RERUN-TABLE FULL - '
004080             LN-PROGRAM-ID (LC-IX) ' DROPPED'.
004090*
004100 C160-CLEAR-LAST-RUN.
004110     MOVE 'N' TO RR-RUN-SWITCH (RR-IX).
004120     MOVE ZEROS TO RR-LAST-DATE (RR-IX).
004130     MOVE ZEROS TO RR-LAST-TIME (RR-IX).
004140     MOVE ZEROS TO RR-RECORDS (RR-IX).
004150     MOVE ZEROS TO RR-ERRORS (RR-IX).
004160*
004170 C170-LOWER-RERUN-JOB.
004180     IF RR-LEVEL (RR-IX) < CHILD-LEVEL
004190         MOVE CHILD-LEVEL TO RR-LEVEL (RR-IX)
004200         MOVE LN-FILE-ID (LN-IX) TO RR-VIA-FILE-ID (RR-IX)
004210         MOVE RR-PROGRAM-ID (PARENT-SUB)
004220             TO RR-FED-BY-PROGRAM (RR-IX)
004230         SET LEVEL-CHANGED TO TRUE.
004240*
004250***************************************************************
004260*    C300-C320 ORDER THE LIST BY LEVEL, THEN BY LAST RUN, WITH  *
004270*    THE SAME EXCHANGE PASS OPSFCST USES FOR ITS ROSTER.        *
004280***************************************************************
004290 C300-ORDER-RERUN-LIST.
004300     PERFORM C310-BUILD-SORT-KEY
004310         VARYING RR-IX FROM 1 BY 1
004320             UNTIL RR-IX > RERUN-COUNT.
004330     IF RERUN-COUNT > 1
004340         MOVE 'N' TO RERUN-SORT-SWITCH
004350         PERFORM C320-SORT-RERUN-TABLE
004360             UNTIL RERUN-SORT-DONE.
004370*
004380 C310-BUILD-SORT-KEY.
004390     MOVE RR-LEVEL (RR-IX) TO RR-SORT-LEVEL (RR-IX).
004400     IF RR-RUN-ON-FILE (RR-IX)
004410         MOVE RR-LAST-DATE (RR-IX) TO RUN-STAMP-DATE
004420         MOVE RR-LAST-TIME (RR-IX) TO RUN-STAMP-TIME
004430         MOVE RUN-STAMP TO RR-SORT-RUN (RR-IX)
004440     ELSE
004450         MOVE HIGH-VALUES TO RR-SORT-RUN (RR-IX).
004460*
004470 C320-SORT-RERUN-TABLE.
004480     SET RERUN-SORT-DONE TO TRUE.
004490     PERFORM C330-RERUN-EXCHANGE-PASS
004500         VARYING RERUN-SORT-SUB FROM 2 BY 1
004510             UNTIL RERUN-SORT-SUB > RERUN-COUNT.
004520*
004530 C330-RERUN-EXCHANGE-PASS.
004540     COMPUTE RERUN-SORT-SUB-1 = RERUN-SORT-SUB - 1.
004550     IF RR-SORT-KEY (RERUN-SORT-SUB-1)
004560         > RR-SORT-KEY (RERUN-SORT-SUB)
004570         MOVE RERUN-ENTRY (RERUN-SORT-SUB-1)
004580             TO RERUN-SWAP-ENTRY
004590         MOVE RERUN-ENTRY (RERUN-SORT-SUB)
004600             TO RERUN-ENTRY (RERUN-SORT-SUB-1)
004610         MOVE RERUN-SWAP-ENTRY
004620             TO RERUN-ENTRY (RERUN-SORT-SUB)
004630         MOVE 'N' TO RERUN-SORT-SWITCH.
004640*
004650***************************************************************
004660*    Z100-Z110 PRINT THE RERUN LIST IN ORDER.  A FAILED PROGRAM *
004670*    WITH NO CONSUMERS ON THE CONTROL-TOTAL FILE PRINTS ALONE   *
004680*    WITH A NOTE SAYING SO.                                     *
004690***************************************************************
004700 Z100-PRINT-RERUN-LIST.
004710     MOVE HEADING-LINE-2 TO RERUN-REPORT-RECORD.
004720     WRITE RERUN-REPORT-RECORD.
004730     PERFORM Z110-PRINT-ONE-RERUN-JOB
004740         VARYING RR-IX FROM 1 BY 1
004750             UNTIL RR-IX > RERUN-COUNT.
004760     IF RERUN-COUNT = 1
004770         MOVE 'NO CONSUMERS OF ITS FILES ON THE CONTROL-TOTAL'
004780             TO RNL-TEXT
004790         MOVE ' FILE - RERUN IT ALONE' TO RNL-TEXT (47:22)
004800         MOVE RERUN-NOTE-LINE TO RERUN-REPORT-RECORD
004810         WRITE RERUN-REPORT-RECORD.
004820     IF LINEAGE-CYCLE-FOUND
004830         MOVE '*** LINEAGE CYCLE FOUND - LEVELS ARE APPROXIMATE'
004840             TO RNL-TEXT
004850         MOVE ' ***' TO RNL-TEXT (49:4)
004860         MOVE RERUN-NOTE-LINE TO RERUN-REPORT-RECORD
004870         WRITE RERUN-REPORT-RECORD.
004880     MOVE RERUN-COUNT TO JOBS-TO-RERUN.
004890     MOVE JOBS-TO-RERUN TO RCL-COUNT.
004900     MOVE RERUN-COUNT-LINE TO RERUN-REPORT-RECORD.
004910     WRITE RERUN-REPORT-RECORD.
004920*
004930 Z110-PRINT-ONE-RERUN-JOB.
004940     SET RERUN-SORT-SUB TO RR-IX.
004950     MOVE RERUN-SORT-SUB TO RDL-ORDER.
004960     MOVE RR-PROGRAM-ID (RR-IX) TO RDL-PROGRAM-ID.
004970     MOVE RR-LEVEL (RR-IX) TO RDL-LEVEL.
004980     MOVE RR-VIA-FILE-ID (RR-IX) TO RDL-VIA-FILE-ID.
004990     IF RR-PROGRAM-ID (RR-IX) = FAILED-PROGRAM-ID
005000         MOVE '*FAILED*' TO RDL-FED-BY-PROGRAM
005010     ELSE
005020         MOVE RR-FED-BY-PROGRAM (RR-IX) TO RDL-FED-BY-PROGRAM.
005030     IF RR-RUN-ON-FILE (RR-IX)
005040         MOVE SPACES TO RDL-NOT-RUN
005050         MOVE RR-LAST-DATE (RR-IX) TO RDL-LAST-DATE
005060         MOVE RR-LAST-TIME (RR-IX) TO RDL-LAST-TIME
005070     ELSE
005080         MOVE 'NOT RUN THIS WINDOW' TO RDL-NOT-RUN.
005090     MOVE RR-RECORDS (RR-IX) TO RDL-RECORDS.
005100     MOVE RR-ERRORS (RR-IX) TO RDL-ERRORS.
005110     MOVE RERUN-DETAIL-LINE TO RERUN-REPORT-RECORD.
005120     WRITE RERUN-REPORT-RECORD.
005130*
005140 Z900-END-OF-PROCESSING.
005150     MOVE 'OPSRERUN' TO RPT-TRAILER-PROGRAM.
005160     MOVE 1 TO RPT-TRAILER-PAGES.
005170     MOVE RPT-TRAILER-LINE TO RERUN-REPORT-RECORD.
005180     WRITE RERUN-REPORT-RECORD.
005190     CLOSE CONTROL-TOTAL-FILE, OPERATIONS-STATISTICS-FILE,
005200         RERUN-REPORT-FILE.
005210     MOVE 'OPSRERUN' TO OST-PROGRAM-ID.
005220     SET OST-END-OF-JOB TO TRUE.
005230     MOVE TOTAL-RECORDS-READ TO OST-RECORDS-PROCESSED.
005240     MOVE ZERO TO OST-ERROR-COUNT.
005250     MOVE JOBS-TO-RERUN TO OST-EXCEPTION-COUNT.
005260     CALL 'OPSTAT' USING OPSTAT-PARM.
