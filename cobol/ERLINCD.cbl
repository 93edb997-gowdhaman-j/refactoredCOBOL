000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ERLINCD.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* INCIDENT TICKET INTERFACE FROM THE CENTRAL ERROR LOG.  RUNS   *
000150* AFTER THE NIGHT'S JOBS AND TURNS EVERY FATAL CONDITION, AND   *
000160* EVERY ERROR CONDITION THE ERROR-LOG ARCHIVE HAS SEEN BEFORE   *
000170* (ERLRPT'S CHRONIC TAG - DD UT-S-ERLARCH, ONE OR MORE          *
000180* CONCATENATED ERLPURGE GENERATIONS), INTO AN INCIDENT ON THE   *
000190* SERVICE-DESK LOADER'S FEED FILE (LAYOUT INCFED0, DD           *
000200* UT-S-INCFEED).  A CONDITION IS ONE PROGRAM/PARAGRAPH/MESSAGE  *
000210* COMBINATION.  THE OPEN-INCIDENT CROSS-REFERENCE (LAYOUT       *
000220* INCXRF0, DD UT-S-INCXREF IN, DD UT-S-INCXNEW OUT FOR THE JCL  *
000230* TO SWAP IN) KEEPS EVERY INCIDENT STILL OPEN AT THE DESK, SO   *
000240* A CONDITION ALREADY TICKETED IS NOT SENT AGAIN - ITS LATER    *
000250* OCCURRENCES OF ANY SEVERITY ARE COUNTED AGAINST THE EXISTING  *
000260* INCIDENT INSTEAD.  THE CROSS-REFERENCE HEADER CARRIES THE     *
000270* TIMESTAMP OF THE LAST LOG ENTRY EXAMINED, SO AN ENTRY IS      *
000280* NEVER COUNTED TWICE WHILE THE LOG AWAITS ITS ERLPURGE.  THE   *
000290* DESK'S CLOSED-TICKET RETURN FILE (LAYOUT INCCLS0, DD          *
000300* UT-S-INCCLOS) IS APPLIED FIRST AND CLEARS EACH CLOSED         *
000310* INCIDENT FROM THE CROSS-REFERENCE, SO THE NEXT OCCURRENCE     *
000320* OF THAT CONDITION OPENS A NEW ONE (A FATAL CONDITION THE      *
000330* ARCHIVE KNOWS IS SENT AS CHRONIC).  A NEW ERROR CONDITION IS  *
000340* ONLY COUNTED - ERLRPT ALREADY SHOWS IT FOR TRIAGE.  THE       *
000350* CAUSE AND RUNBOOK ON EACH FEED RECORD COME FROM THE ERROR     *
000360* MESSAGE CATALOG (CALL 'MSGCAT').  THE REPORT (DD              *
000370* UT-S-INCRPT) LISTS THE CLOSURES APPLIED, THE INCIDENTS SENT   *
000380* AND THE OPEN INCIDENTS THAT RECURRED.  THE ARCHIVE, THE       *
000390* CROSS-REFERENCE AND THE RETURN FILE ARE ALL OPTIONAL - THE    *
000400* FIRST RUN STARTS FROM NOTHING AND EXAMINES THE WHOLE LOG.     *
000410* THE STEP ENDS WITH CONDITION CODE 4 WHEN A CLOSURE NAMES NO   *
000420* OPEN INCIDENT, 8 WHEN A CONDITION COULD NOT BE TICKETED       *
000430* BECAUSE THE INCIDENT TABLE WAS FULL.                          *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ERROR-LOG-FILE ASSIGN TO UT-S-ERRLOG.
000500     SELECT OPTIONAL ARCHIVE-LOG-FILE ASSIGN TO UT-S-ERLARCH.
000510     SELECT OPTIONAL OLD-XREF-FILE ASSIGN TO UT-S-INCXREF.
000520     SELECT NEW-XREF-FILE ASSIGN TO UT-S-INCXNEW.
000530     SELECT OPTIONAL CLOSED-TICKET-FILE ASSIGN TO UT-S-INCCLOS.
000540     SELECT INCIDENT-FEED-FILE ASSIGN TO UT-S-INCFEED.
000550     SELECT INCIDENT-REPORT-FILE ASSIGN TO UT-S-INCRPT.
000560 DATA DIVISION.
000570 FILE SECTION.
000580*
000590 FD  ERROR-LOG-FILE
000600     RECORDING MODE IS F
000610     BLOCK CONTAINS 0 RECORDS
000620     RECORD CONTAINS 147 CHARACTERS
000630     LABEL RECORDS ARE OMITTED
000640     DATA RECORD IS ERROR-LOG-RECORD.
000650*
000660     COPY ERLREC0.
000670*
000680 FD  ARCHIVE-LOG-FILE
000690     RECORDING MODE IS F
000700     BLOCK CONTAINS 0 RECORDS
000710     RECORD CONTAINS 147 CHARACTERS
000720     LABEL RECORDS ARE STANDARD
000730     DATA RECORD IS ARCHIVE-LOG-RECORD.
000740*
000750     COPY ERLREC0 REPLACING ERROR-LOG-RECORD BY
000760         ARCHIVE-LOG-RECORD LEADING ==ERL-== BY ==ARC-==.
000770*
000780 FD  OLD-XREF-FILE
000790     RECORDING MODE IS F
000800     BLOCK CONTAINS 0 RECORDS
000810     RECORD CONTAINS 200 CHARACTERS
000820     LABEL RECORDS ARE STANDARD.
000830 01  OLD-XREF-RECORD              PIC X(200).
000840*
000850 FD  NEW-XREF-FILE
000860     RECORDING MODE IS F
000870     BLOCK CONTAINS 0 RECORDS
000880     RECORD CONTAINS 200 CHARACTERS
000890     LABEL RECORDS ARE STANDARD.
000900 01  NEW-XREF-RECORD              PIC X(200).
000910*
000920 FD  CLOSED-TICKET-FILE
000930     RECORDING MODE IS F
000940     BLOCK CONTAINS 0 RECORDS
000950     RECORD CONTAINS 80 CHARACTERS
000960     LABEL RECORDS ARE STANDARD.
000970*
000980     COPY INCCLS0.
000990*
001000 FD  INCIDENT-FEED-FILE
001010     RECORDING MODE IS F
001020     BLOCK CONTAINS 0 RECORDS
001030     RECORD CONTAINS 300 CHARACTERS
001040     LABEL RECORDS ARE STANDARD.
001050*
001060     COPY INCFED0.
001070*
001080 FD  INCIDENT-REPORT-FILE
001090     RECORDING MODE IS F
001100     BLOCK CONTAINS 0 RECORDS
001110     RECORD CONTAINS 133 CHARACTERS
001120     LABEL RECORDS ARE OMITTED.
001130 01  INCIDENT-REPORT-RECORD       PIC X(133).
001140*
001150 WORKING-STORAGE SECTION.
001160 77  FILLER PIC X(35)  VALUE
001170     'ERLINCD WORKING STORAGE BEGINS HERE'.
001180*
001190 01  LOG-FILE-SWITCH              PIC X VALUE 'N'.
001200     88  LOG-FILE-EOF                 VALUE 'Y'.
001210 01  ARCHIVE-FILE-SWITCH          PIC X VALUE 'N'.
001220     88  ARCHIVE-FILE-EOF             VALUE 'Y'.
001230 01  XREF-FILE-SWITCH             PIC X VALUE 'N'.
001240     88  XREF-FILE-EOF                VALUE 'Y'.
001250 01  CLOSED-FILE-SWITCH           PIC X VALUE 'N'.
001260     88  CLOSED-FILE-EOF              VALUE 'Y'.
001270 01  CHRONIC-SWITCH               PIC X VALUE 'N'.
001280     88  CONDITION-IS-CHRONIC         VALUE 'Y'.
001290     88  CONDITION-IS-NEW             VALUE 'N'.
001300*
001310*    INCIDENT-XREF-RECORD (COPY INCXRF0) IS THE WORK AREA BOTH
001320*    CROSS-REFERENCE FILES ARE READ INTO AND WRITTEN FROM.
001330 COPY INCXRF0.
001340*
001350***************************************************************
001360*    ARCHIVE-HISTORY-TABLE ROLLS THE ARCHIVE UP TO ONE ROW PER  *
001370*    PROGRAM/PARAGRAPH/MESSAGE, AS ERLRPT DOES - A CONDITION    *
001380*    FOUND THERE IS CHRONIC.                                    *
001390***************************************************************
001400 01  ARCHIVE-TABLE-COUNT          PIC S9(4) COMP VALUE +0.
001410 01  ARCHIVE-HISTORY-TABLE.
001420     05  ARCHIVE-HISTORY-ENTRY OCCURS 1 TO 2000 TIMES
001430                               DEPENDING ON ARCHIVE-TABLE-COUNT
001440                               INDEXED BY AR-IX.
001450         10  AH-PROGRAM-ID        PIC X(8).
001460         10  AH-PARAGRAPH         PIC X(30).
001470         10  AH-MESSAGE           PIC X(80).
001480*
001490***************************************************************
001500*    INCIDENT-TABLE HOLDS EVERY INCIDENT ON THE OLD CROSS-      *
001510*    REFERENCE PLUS EVERY ONE OPENED THIS RUN.  XT-STATE SAYS   *
001520*    WHETHER IT WAS CARRIED OPEN, OPENED THIS RUN, OR CLOSED BY *
001530*    THE DESK; XT-RUN-COUNT IS THIS RUN'S OCCURRENCES.          *
001540***************************************************************
001550 01  INCIDENT-TABLE-COUNT         PIC S9(4) COMP VALUE +0.
001560 01  INCIDENT-TABLE.
001570     05  INCIDENT-TABLE-ENTRY OCCURS 1 TO 1000 TIMES
001580                              DEPENDING ON INCIDENT-TABLE-COUNT
001590                              INDEXED BY XT-IX.
001600         10  XT-PROGRAM-ID        PIC X(8).
001610         10  XT-PARAGRAPH         PIC X(30).
001620         10  XT-MESSAGE           PIC X(80).
001630         10  XT-INCIDENT-ID       PIC X(16).
001640         10  XT-SEVERITY          PIC X.
001650         10  XT-CLASS             PIC X(7).
001660         10  XT-OPENED-DATE       PIC 9(8).
001670         10  XT-FIRST-TIMESTAMP   PIC X(14).
001680         10  XT-LAST-TIMESTAMP    PIC X(14).
001690         10  XT-OCCURRENCE-COUNT  PIC 9(7).
001700         10  XT-RUN-COUNT         PIC S9(7) COMP-3.
001710         10  XT-RUN-ID            PIC X(14).
001720         10  XT-STATE             PIC X.
001730             88  XT-CARRIED-OPEN      VALUE 'O'.
001740             88  XT-OPENED-THIS-RUN   VALUE 'N'.
001750             88  XT-CLOSED            VALUE 'C'.
001760*
001770 01  INCIDENT-FIELDS.
001780     05  RUN-DATE-CCYYMMDD        PIC 9(8).
001790     05  RUN-TIME-HHMMSSTT.
001800         10  RUN-HHMM             PIC 9(4).
001810         10  FILLER               PIC 9(4).
001820     05  LAST-EXAMINED            PIC X(14) VALUE LOW-VALUES.
001830     05  EXAMINED-THROUGH         PIC X(14) VALUE LOW-VALUES.
001840     05  INCIDENT-SEQUENCE        PIC 9(3) VALUE ZERO.
001850     05  NEW-INCIDENT-ID.
001860         10  FILLER               PIC X(3) VALUE 'ERL'.
001870         10  NII-DATE             PIC 9(6).
001880         10  NII-HHMM             PIC 9(4).
001890         10  NII-SEQUENCE         PIC 9(3).
001900     05  LAST-INCIDENT-ID         VALUE SPACES.
001910         10  LII-PREFIX           PIC X(13).
001920         10  LII-SEQUENCE         PIC X(3).
001930         10  LII-SEQUENCE-N REDEFINES LII-SEQUENCE PIC 9(3).
001940     05  ACTION-SUB               PIC S9(4) COMP VALUE +0.
001950*
001960 01  INCIDENT-COUNTERS.
001970     05  LOG-RECORDS-READ         PIC S9(7) COMP-3 VALUE +0.
001980     05  ALREADY-EXAMINED-COUNT   PIC S9(7) COMP-3 VALUE +0.
001990     05  FATAL-ENTRY-COUNT        PIC S9(7) COMP-3 VALUE +0.
002000     05  ERROR-ENTRY-COUNT        PIC S9(7) COMP-3 VALUE +0.
002010     05  COUNTED-OPEN-COUNT       PIC S9(7) COMP-3 VALUE +0.
002020     05  NEW-NOT-TICKETED-COUNT   PIC S9(7) COMP-3 VALUE +0.
002030     05  NOT-TICKETED-FULL-COUNT  PIC S9(7) COMP-3 VALUE +0.
002040     05  ARCHIVE-RECORDS-READ     PIC S9(7) COMP-3 VALUE +0.
002050     05  XREF-RECORDS-READ        PIC S9(5) COMP-3 VALUE +0.
002060     05  CLOSED-RECORDS-READ      PIC S9(5) COMP-3 VALUE +0.
002070     05  CLEARED-COUNT            PIC S9(5) COMP-3 VALUE +0.
002080     05  CLOSURE-UNKNOWN-COUNT    PIC S9(5) COMP-3 VALUE +0.
002090     05  INCIDENTS-SENT-COUNT     PIC S9(5) COMP-3 VALUE +0.
002100     05  RECURRED-COUNT           PIC S9(5) COMP-3 VALUE +0.
002110     05  OPEN-AT-END-COUNT        PIC S9(5) COMP-3 VALUE +0.
002120     05  WS-DATE.
002130         10  WS-YEAR              PIC XX.
002140         10  WS-MONTH             PIC XX.
002150         10  WS-DAY               PIC XX.
002160     05  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
002170*
002180*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
002190*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002200*    LOGGER, CALLED AT START AND END OF JOB.
002210 COPY OPSTATP.
002220*
002230*    MSGCAT-PARM (COPY MSGCATP) IS THE PARAMETER AREA FOR
002240*    CALL 'MSGCAT' - THE ERROR MESSAGE CATALOG LOOKUP THAT
002250*    SUPPLIES EACH INCIDENT'S CAUSE AND RUNBOOK.
002260 COPY MSGCATP.
002270*
002280***************************************************************
002290*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002300*    REPORT THE SHOP'S SHARED HEADING AND TRAILER.              *
002310***************************************************************
002320 COPY RPTHDR0.
002330*
002340 01  CRITERIA-LINE.
002350     05  FILLER                   PIC X VALUE SPACE.
002360     05  FILLER                   PIC X(28) VALUE
002370         'LOG ENTRIES EXAMINED AFTER: '.
002380     05  CRL-LAST-EXAMINED        PIC X(14).
002390     05  FILLER                   PIC X(11) VALUE
002400         '  THROUGH: '.
002410     05  CRL-EXAMINED-THROUGH     PIC X(14).
002420     05  FILLER                   PIC X(65) VALUE SPACES.
002430 01  SECTION-LINE.
002440     05  FILLER                   PIC X VALUE SPACE.
002450     05  SCL-TITLE                PIC X(50).
002460     05  FILLER                   PIC X(82) VALUE SPACES.
002470 01  CLOSURE-HEADING-LINE.
002480     05  FILLER                   PIC X VALUE SPACE.
002490     05  FILLER                   PIC X(18) VALUE 'INCIDENT-ID'.
002500     05  FILLER                   PIC X(17) VALUE 'DESK TICKET'.
002510     05  FILLER                   PIC X(10) VALUE 'CLOSED'.
002520     05  FILLER                   PIC X(9) VALUE 'PROGRAM'.
002530     05  FILLER                   PIC X(32) VALUE 'PARAGRAPH'.
002540     05  FILLER                   PIC X(24) VALUE 'RESULT'.
002550     05  FILLER                   PIC X(22) VALUE SPACES.
002560 01  CLOSURE-LINE.
002570     05  FILLER                   PIC X VALUE SPACE.
002580     05  CLL-INCIDENT-ID          PIC X(16).
002590     05  FILLER                   PIC X(2) VALUE SPACES.
002600     05  CLL-TICKET-NUMBER        PIC X(15).
002610     05  FILLER                   PIC X(2) VALUE SPACES.
002620     05  CLL-CLOSED-DATE          PIC X(8).
002630     05  FILLER                   PIC X(2) VALUE SPACES.
002640     05  CLL-PROGRAM-ID           PIC X(8).
002650     05  FILLER                   PIC X VALUE SPACE.
002660     05  CLL-PARAGRAPH            PIC X(30).
002670     05  FILLER                   PIC X(2) VALUE SPACES.
002680     05  CLL-RESULT               PIC X(24).
002690     05  FILLER                   PIC X(22) VALUE SPACES.
002700 01  INCIDENT-HEADING-LINE.
002710     05  FILLER                   PIC X VALUE SPACE.
002720     05  FILLER                   PIC X(18) VALUE 'INCIDENT-ID'.
002730     05  FILLER                   PIC X(3) VALUE 'S'.
002740     05  FILLER                   PIC X(9) VALUE 'CLASS'.
002750     05  FILLER                   PIC X(9) VALUE 'PROGRAM'.
002760     05  FILLER                   PIC X(31) VALUE 'PARAGRAPH'.
002770     05  FILLER                   PIC X(10) VALUE ' THIS RUN'.
002780     05  FILLER                   PIC X(11) VALUE '    TOTAL'.
002790     05  FILLER                   PIC X(14) VALUE 'LAST LOGGED'.
002800     05  FILLER                   PIC X(27) VALUE SPACES.
002810 01  INCIDENT-LINE.
002820     05  FILLER                   PIC X VALUE SPACE.
002830     05  INL-INCIDENT-ID          PIC X(16).
002840     05  FILLER                   PIC X(2) VALUE SPACES.
002850     05  INL-SEVERITY             PIC X.
002860     05  FILLER                   PIC X(2) VALUE SPACES.
002870     05  INL-CLASS                PIC X(7).
002880     05  FILLER                   PIC X(2) VALUE SPACES.
002890     05  INL-PROGRAM-ID           PIC X(8).
002900     05  FILLER                   PIC X VALUE SPACE.
002910     05  INL-PARAGRAPH            PIC X(30).
002920     05  FILLER                   PIC X VALUE SPACE.
002930     05  INL-RUN-COUNT            PIC Z,ZZZ,ZZ9.
002940     05  FILLER                   PIC X VALUE SPACE.
002950     05  INL-TOTAL-COUNT          PIC Z,ZZZ,ZZ9.
002960     05  FILLER                   PIC X(2) VALUE SPACES.
002970     05  INL-LAST-TIMESTAMP       PIC X(14).
002980     05  FILLER                   PIC X(27) VALUE SPACES.
002990 01  INCIDENT-MESSAGE-LINE.
003000     05  FILLER                   PIC X(5) VALUE SPACES.
003010     05  FILLER                   PIC X(9) VALUE 'MESSAGE: '.
003020     05  IML-MESSAGE              PIC X(80).
003030     05  FILLER                   PIC X(39) VALUE SPACES.
003040 01  INCIDENT-RUNBOOK-LINE.
003050     05  FILLER                   PIC X(5) VALUE SPACES.
003060     05  FILLER                   PIC X(9) VALUE 'RUNBOOK: '.
003070     05  IRL-RUNBOOK              PIC X(16).
003080     05  FILLER                   PIC X(2) VALUE SPACES.
003090     05  IRL-CAUSE                PIC X(70).
003100     05  FILLER                   PIC X(31) VALUE SPACES.
003110 01  NONE-LINE.
003120     05  FILLER                   PIC X VALUE SPACE.
003130     05  FILLER                   PIC X(6) VALUE 'NONE'.
003140     05  FILLER                   PIC X(126) VALUE SPACES.
003150 01  COUNT-LINE.
003160     05  FILLER                   PIC X VALUE SPACE.
003170     05  CNT-LABEL                PIC X(42).
003180     05  FILLER                   PIC X(3) VALUE ' = '.
003190     05  CNT-VALUE                PIC Z,ZZZ,ZZ9.
003200     05  FILLER                   PIC X(78) VALUE SPACES.
003210*
003220 PROCEDURE DIVISION.
003230*
003240 A100-EXECUTIVE-CONTROL.
003250     PERFORM A110-INITIALIZATION.
003260     PERFORM B100-ROLL-UP-ONE-ARCHIVE UNTIL ARCHIVE-FILE-EOF.
003270     PERFORM C100-LOAD-ONE-INCIDENT UNTIL XREF-FILE-EOF.
003280     PERFORM D100-START-CLOSURES.
003290     PERFORM D110-APPLY-ONE-CLOSURE UNTIL CLOSED-FILE-EOF.
003300     PERFORM E100-EXAMINE-ONE-LOG-ENTRY UNTIL LOG-FILE-EOF.
003310     PERFORM F100-START-INCIDENTS-SENT.
003320     PERFORM F110-SEND-ONE-INCIDENT
003330         VARYING XT-IX FROM 1 BY 1
003340         UNTIL XT-IX > INCIDENT-TABLE-COUNT.
003350     PERFORM G100-START-RECURRENCES.
003360     PERFORM G110-LIST-ONE-RECURRENCE
003370         VARYING XT-IX FROM 1 BY 1
003380         UNTIL XT-IX > INCIDENT-TABLE-COUNT.
003390     PERFORM H100-START-CROSS-REFERENCE.
003400     PERFORM H110-CARRY-ONE-INCIDENT
003410         VARYING XT-IX FROM 1 BY 1
003420         UNTIL XT-IX > INCIDENT-TABLE-COUNT.
003430     PERFORM Z100-END-OF-PROCESSING.
003440     GOBACK.
003450*
003460 A110-INITIALIZATION.
003470     OPEN INPUT ERROR-LOG-FILE, ARCHIVE-LOG-FILE, OLD-XREF-FILE,
003480         CLOSED-TICKET-FILE.
003490     OPEN OUTPUT NEW-XREF-FILE, INCIDENT-FEED-FILE,
003500         INCIDENT-REPORT-FILE.
003510     ACCEPT WS-DATE FROM DATE.
003520     ACCEPT RUN-TIME-HHMMSSTT FROM TIME.
003530     COMPUTE RUN-DATE-CCYYMMDD = 20000000 + WS-DATE-N.
003540     MOVE WS-DATE-N TO NII-DATE.
003550     MOVE RUN-HHMM TO NII-HHMM.
003560     MOVE WS-MONTH TO RPT-HEADING-MONTH.
003570     MOVE WS-DAY TO RPT-HEADING-DAY.
003580     MOVE WS-YEAR TO RPT-HEADING-YEAR.
003590     MOVE 'ERLINCD' TO RPT-HEADING-PROGRAM.
003600     MOVE 'ERROR LOG INCIDENT TICKET INTERFACE'
003610         TO RPT-HEADING-TITLE.
003620     MOVE 1 TO RPT-HEADING-PAGE.
003630     MOVE RPT-HEADING-LINE TO INCIDENT-REPORT-RECORD.
003640     WRITE INCIDENT-REPORT-RECORD.
003650     MOVE 'ERLINCD' TO OST-PROGRAM-ID.
003660     SET OST-START-OF-JOB TO TRUE.
003670     MOVE SPACES TO OST-NAMED-COUNTERS.
003680     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003690         OST-EXCEPTION-COUNT.
003700     CALL 'OPSTAT' USING OPSTAT-PARM.
003710*
003720***************************************************************
003730*    B100 ROLLS ONE ARCHIVE RECORD UP INTO ARCHIVE-HISTORY-     *
003740*    TABLE.  A FULL TABLE IS REPORTED ONCE AND THE REST OF THE  *
003750*    ARCHIVE IS SKIPPED, AS IN ERLRPT.                          *
003760***************************************************************
003770 B100-ROLL-UP-ONE-ARCHIVE.
003780     READ ARCHIVE-LOG-FILE
003790         AT END
003800             SET ARCHIVE-FILE-EOF TO TRUE.
003810     IF NOT ARCHIVE-FILE-EOF
003820         ADD 1 TO ARCHIVE-RECORDS-READ
003830         SET AR-IX TO 1
003840         SEARCH ARCHIVE-HISTORY-ENTRY
003850             AT END
003860                 IF ARCHIVE-TABLE-COUNT < 2000
003870                     ADD 1 TO ARCHIVE-TABLE-COUNT
003880                     SET AR-IX TO ARCHIVE-TABLE-COUNT
003890                     MOVE ARC-PROGRAM-ID TO AH-PROGRAM-ID (AR-IX)
003900                     MOVE ARC-PARAGRAPH TO AH-PARAGRAPH (AR-IX)
003910                     MOVE ARC-MESSAGE TO AH-MESSAGE (AR-IX)
003920                 ELSE
003930                     DISPLAY 'ERLINCD ARCHIVE-HISTORY-TABLE FULL'
003940                         ' - REMAINING ARCHIVE RECORDS SKIPPED'
003950                     SET ARCHIVE-FILE-EOF TO TRUE
003960                 END-IF
003970             WHEN AH-PROGRAM-ID (AR-IX) = ARC-PROGRAM-ID
003980                 AND AH-PARAGRAPH (AR-IX) = ARC-PARAGRAPH
003990                 AND AH-MESSAGE (AR-IX) = ARC-MESSAGE
004000                 CONTINUE
004010         END-SEARCH.
004020*
004030***************************************************************
004040*    C100 LOADS THE OLD CROSS-REFERENCE - THE HEADER GIVES THE  *
004050*    LAST LOG ENTRY ALREADY EXAMINED, EACH INCIDENT RECORD IS   *
004060*    CARRIED OPEN UNTIL THE DESK SAYS OTHERWISE.                *
004070***************************************************************
004080 C100-LOAD-ONE-INCIDENT.
004090     READ OLD-XREF-FILE INTO INCIDENT-XREF-RECORD
004100         AT END
004110             SET XREF-FILE-EOF TO TRUE.
004120     IF NOT XREF-FILE-EOF
004130         ADD 1 TO XREF-RECORDS-READ
004140         IF IXR-HEADER-RECORD
004150             MOVE IXH-LAST-EXAMINED TO LAST-EXAMINED
004160             MOVE IXH-LAST-INCIDENT-ID TO LAST-INCIDENT-ID
004170         ELSE
004180             IF INCIDENT-TABLE-COUNT < 1000
004190                 ADD 1 TO INCIDENT-TABLE-COUNT
004200                 SET XT-IX TO INCIDENT-TABLE-COUNT
004210                 MOVE IXR-PROGRAM-ID TO XT-PROGRAM-ID (XT-IX)
004220                 MOVE IXR-PARAGRAPH TO XT-PARAGRAPH (XT-IX)
004230                 MOVE IXR-MESSAGE TO XT-MESSAGE (XT-IX)
004240                 MOVE IXR-INCIDENT-ID TO XT-INCIDENT-ID (XT-IX)
004250                 MOVE IXR-SEVERITY TO XT-SEVERITY (XT-IX)
004260                 MOVE IXR-CLASS TO XT-CLASS (XT-IX)
004270                 MOVE IXR-OPENED-DATE TO XT-OPENED-DATE (XT-IX)
004280                 MOVE IXR-FIRST-TIMESTAMP
004290                     TO XT-FIRST-TIMESTAMP (XT-IX)
004300                 MOVE IXR-LAST-TIMESTAMP
004310                     TO XT-LAST-TIMESTAMP (XT-IX)
004320                 MOVE IXR-OCCURRENCE-COUNT
004330                     TO XT-OCCURRENCE-COUNT (XT-IX)
004340                 MOVE ZERO TO XT-RUN-COUNT (XT-IX)
004350                 MOVE SPACES TO XT-RUN-ID (XT-IX)
004360                 SET XT-CARRIED-OPEN (XT-IX) TO TRUE
004370             ELSE
004380                 DISPLAY 'ERLINCD INCIDENT-TABLE FULL - DROPPED: '
004390                     IXR-INCIDENT-ID
004400                 ADD 1 TO NOT-TICKETED-FULL-COUNT.
004410*
004420 D100-START-CLOSURES.
004430     MOVE LAST-EXAMINED TO EXAMINED-THROUGH.
004440     IF LII-PREFIX = NEW-INCIDENT-ID (1:13)
004450         AND LII-SEQUENCE NUMERIC
004460         MOVE LII-SEQUENCE-N TO INCIDENT-SEQUENCE.
004470     IF LAST-EXAMINED = LOW-VALUES
004480         MOVE 'START OF LOG' TO CRL-LAST-EXAMINED
004490     ELSE
004500         MOVE LAST-EXAMINED TO CRL-LAST-EXAMINED.
004510     MOVE 'CLOSED TICKETS RETURNED BY THE SERVICE DESK'
004520         TO SCL-TITLE.
004530     MOVE SPACES TO INCIDENT-REPORT-RECORD.
004540     WRITE INCIDENT-REPORT-RECORD.
004550     MOVE SECTION-LINE TO INCIDENT-REPORT-RECORD.
004560     WRITE INCIDENT-REPORT-RECORD.
004570     MOVE CLOSURE-HEADING-LINE TO INCIDENT-REPORT-RECORD.
004580     WRITE INCIDENT-REPORT-RECORD.
004590*
004600***************************************************************
004610*    D110 CLEARS ONE CLOSED INCIDENT FROM THE CROSS-REFERENCE.  *
004620*    A CLOSURE FOR AN INCIDENT NOT OPEN THERE IS LISTED SO THE  *
004630*    DESK'S RETURN FILE CAN BE CHECKED.                         *
004640***************************************************************
004650 D110-APPLY-ONE-CLOSURE.
004660     READ CLOSED-TICKET-FILE
004670         AT END
004680             SET CLOSED-FILE-EOF TO TRUE.
004690     IF CLOSED-FILE-EOF
004700         IF CLOSED-RECORDS-READ = ZERO
004710             MOVE NONE-LINE TO INCIDENT-REPORT-RECORD
004720             WRITE INCIDENT-REPORT-RECORD
004730         END-IF
004740     ELSE
004750         ADD 1 TO CLOSED-RECORDS-READ
004760         MOVE ICL-INCIDENT-ID TO CLL-INCIDENT-ID
004770         MOVE ICL-TICKET-NUMBER TO CLL-TICKET-NUMBER
004780         MOVE ICL-CLOSED-DATE TO CLL-CLOSED-DATE
004790         MOVE SPACES TO CLL-PROGRAM-ID, CLL-PARAGRAPH
004800         SET XT-IX TO 1
004810         SEARCH INCIDENT-TABLE-ENTRY
004820             AT END
004830                 ADD 1 TO CLOSURE-UNKNOWN-COUNT
004840                 MOVE 'NOT OPEN - IGNORED' TO CLL-RESULT
004850             WHEN XT-INCIDENT-ID (XT-IX) = ICL-INCIDENT-ID
004860                 AND XT-CARRIED-OPEN (XT-IX)
004870                 ADD 1 TO CLEARED-COUNT
004880                 SET XT-CLOSED (XT-IX) TO TRUE
004890                 MOVE XT-PROGRAM-ID (XT-IX) TO CLL-PROGRAM-ID
004900                 MOVE XT-PARAGRAPH (XT-IX) TO CLL-PARAGRAPH
004910                 MOVE 'CLEARED' TO CLL-RESULT
004920         END-SEARCH
004930         MOVE CLOSURE-LINE TO INCIDENT-REPORT-RECORD
004940         WRITE INCIDENT-REPORT-RECORD.
004950*
004960***************************************************************
004970*    E100 EXAMINES ONE LOG ENTRY LOGGED AFTER THE LAST ONE      *
004980*    EXAMINED.  AN OPEN INCIDENT FOR THE CONDITION COUNTS IT    *
004990*    WHATEVER ITS SEVERITY; OTHERWISE A FATAL ENTRY, OR AN ERROR*
005000*    ENTRY THE ARCHIVE HAS SEEN BEFORE, OPENS A NEW INCIDENT.   *
005010***************************************************************
005020 E100-EXAMINE-ONE-LOG-ENTRY.
005030     READ ERROR-LOG-FILE
005040         AT END
005050             SET LOG-FILE-EOF TO TRUE.
005060     IF NOT LOG-FILE-EOF
005070         ADD 1 TO LOG-RECORDS-READ
005080         IF ERL-TIMESTAMP NOT > LAST-EXAMINED
005090             ADD 1 TO ALREADY-EXAMINED-COUNT
005100         ELSE
005110             IF ERL-TIMESTAMP > EXAMINED-THROUGH
005120                 MOVE ERL-TIMESTAMP TO EXAMINED-THROUGH
005130             END-IF
005140             IF ERL-SEVERITY = 'F'
005150                 ADD 1 TO FATAL-ENTRY-COUNT
005160             END-IF
005170             IF ERL-SEVERITY = 'E'
005180                 ADD 1 TO ERROR-ENTRY-COUNT
005190             END-IF
005200             PERFORM E110-COUNT-OR-OPEN.
005210*
005220 E110-COUNT-OR-OPEN.
005230     SET XT-IX TO 1.
005240     SEARCH INCIDENT-TABLE-ENTRY
005250         AT END
005260             IF ERL-SEVERITY = 'F' OR 'E'
005270                 PERFORM E120-CLASSIFY-CONDITION
005280                 IF ERL-SEVERITY = 'F'
005290                     OR CONDITION-IS-CHRONIC
005300                     PERFORM E130-OPEN-INCIDENT
005310                 ELSE
005320                     ADD 1 TO NEW-NOT-TICKETED-COUNT
005330                 END-IF
005340             END-IF
005350         WHEN XT-PROGRAM-ID (XT-IX) = ERL-PROGRAM-ID
005360             AND XT-PARAGRAPH (XT-IX) = ERL-PARAGRAPH
005370             AND XT-MESSAGE (XT-IX) = ERL-MESSAGE
005380             AND NOT XT-CLOSED (XT-IX)
005390             IF XT-CARRIED-OPEN (XT-IX)
005400                 ADD 1 TO COUNTED-OPEN-COUNT
005410             END-IF
005420             ADD 1 TO XT-RUN-COUNT (XT-IX),
005430                 XT-OCCURRENCE-COUNT (XT-IX)
005440             MOVE ERL-TIMESTAMP TO XT-LAST-TIMESTAMP (XT-IX)
005450     END-SEARCH.
005460*
005470 E120-CLASSIFY-CONDITION.
005480     SET CONDITION-IS-NEW TO TRUE.
005490     IF ARCHIVE-TABLE-COUNT > ZERO
005500         SET AR-IX TO 1
005510         SEARCH ARCHIVE-HISTORY-ENTRY
005520             WHEN AH-PROGRAM-ID (AR-IX) = ERL-PROGRAM-ID
005530                 AND AH-PARAGRAPH (AR-IX) = ERL-PARAGRAPH
005540                 AND AH-MESSAGE (AR-IX) = ERL-MESSAGE
005550                 SET CONDITION-IS-CHRONIC TO TRUE
005560         END-SEARCH.
005570*
005580***************************************************************
005590*    E130 OPENS AN INCIDENT FOR THE CONDITION.  THE INCIDENT-ID *
005600*    IS ERL, THE RUN'S YYMMDDHHMM AND A SEQUENCE NUMBER, WHICH  *
005610*    CARRIES ON FROM THE LAST ID ISSUED WHEN AN EARLIER RUN     *
005620*    ISSUED IDS IN THE SAME MINUTE.                             *
005630***************************************************************
005640 E130-OPEN-INCIDENT.
005650     IF INCIDENT-TABLE-COUNT < 1000
005660         AND INCIDENT-SEQUENCE < 999
005670         ADD 1 TO INCIDENT-TABLE-COUNT, INCIDENT-SEQUENCE
005680         SET XT-IX TO INCIDENT-TABLE-COUNT
005690         MOVE INCIDENT-SEQUENCE TO NII-SEQUENCE
005700         MOVE NEW-INCIDENT-ID TO XT-INCIDENT-ID (XT-IX),
005710             LAST-INCIDENT-ID
005720         MOVE ERL-PROGRAM-ID TO XT-PROGRAM-ID (XT-IX)
005730         MOVE ERL-PARAGRAPH TO XT-PARAGRAPH (XT-IX)
005740         MOVE ERL-MESSAGE TO XT-MESSAGE (XT-IX)
005750         MOVE ERL-SEVERITY TO XT-SEVERITY (XT-IX)
005760         IF CONDITION-IS-CHRONIC
005770             MOVE 'CHRONIC' TO XT-CLASS (XT-IX)
005780         ELSE
005790             MOVE 'NEW' TO XT-CLASS (XT-IX)
005800         END-IF
005810         MOVE RUN-DATE-CCYYMMDD TO XT-OPENED-DATE (XT-IX)
005820         MOVE ERL-TIMESTAMP TO XT-FIRST-TIMESTAMP (XT-IX),
005830             XT-LAST-TIMESTAMP (XT-IX)
005840         MOVE 1 TO XT-OCCURRENCE-COUNT (XT-IX),
005850             XT-RUN-COUNT (XT-IX)
005860         MOVE ERL-RUN-ID TO XT-RUN-ID (XT-IX)
005870         SET XT-OPENED-THIS-RUN (XT-IX) TO TRUE
005880     ELSE
005890         DISPLAY 'ERLINCD INCIDENT-TABLE FULL - NOT TICKETED: '
005900             ERL-PROGRAM-ID ' ' ERL-PARAGRAPH
005910         ADD 1 TO NOT-TICKETED-FULL-COUNT.
005920*
005930 F100-START-INCIDENTS-SENT.
005940     MOVE EXAMINED-THROUGH TO CRL-EXAMINED-THROUGH.
005950     IF EXAMINED-THROUGH = LOW-VALUES
005960         MOVE 'NONE' TO CRL-EXAMINED-THROUGH.
005970     MOVE SPACES TO INCIDENT-REPORT-RECORD.
005980     WRITE INCIDENT-REPORT-RECORD.
005990     MOVE CRITERIA-LINE TO INCIDENT-REPORT-RECORD.
006000     WRITE INCIDENT-REPORT-RECORD.
006010     MOVE 'NEW INCIDENTS SENT TO THE SERVICE DESK'
006020         TO SCL-TITLE.
006030     PERFORM X200-PRINT-INCIDENT-HEADING.
006040*
006050***************************************************************
006060*    F110 WRITES THE FEED RECORD FOR ONE INCIDENT OPENED THIS   *
006070*    RUN, WITH ITS CAUSE AND RUNBOOK FROM THE MESSAGE CATALOG.  *
006080*    A FATAL CONDITION GOES AT PRIORITY 1, AN ERROR AT 3.       *
006090***************************************************************
006100 F110-SEND-ONE-INCIDENT.
006110     IF XT-OPENED-THIS-RUN (XT-IX)
006120         ADD 1 TO INCIDENTS-SENT-COUNT
006130         MOVE XT-PROGRAM-ID (XT-IX) TO MCP-PROGRAM-ID
006140         MOVE XT-PARAGRAPH (XT-IX) TO MCP-PARAGRAPH
006150         MOVE XT-MESSAGE (XT-IX) TO MCP-MESSAGE
006160         CALL 'MSGCAT' USING MSGCAT-PARM
006170         IF NOT MCP-CATALOGED
006180             MOVE SPACES TO MCP-RUNBOOK
006190             MOVE 'NOT IN MESSAGE CATALOG' TO MCP-CAUSE
006200         END-IF
006210         MOVE SPACES TO INCIDENT-FEED-RECORD
006220         MOVE XT-INCIDENT-ID (XT-IX) TO INF-INCIDENT-ID
006230         MOVE RUN-DATE-CCYYMMDD TO INF-CREATED-DATE
006240         MOVE RUN-TIME-HHMMSSTT (1:6) TO INF-CREATED-TIME
006250         IF XT-SEVERITY (XT-IX) = 'F'
006260             MOVE '1' TO INF-PRIORITY
006270         ELSE
006280             MOVE '3' TO INF-PRIORITY
006290         END-IF
006300         MOVE XT-SEVERITY (XT-IX) TO INF-SEVERITY
006310         MOVE XT-CLASS (XT-IX) TO INF-CLASS
006320         MOVE XT-PROGRAM-ID (XT-IX) TO INF-PROGRAM-ID
006330         MOVE XT-PARAGRAPH (XT-IX) TO INF-PARAGRAPH
006340         MOVE XT-MESSAGE (XT-IX) TO INF-MESSAGE
006350         MOVE XT-OCCURRENCE-COUNT (XT-IX)
006360             TO INF-OCCURRENCE-COUNT
006370         MOVE XT-FIRST-TIMESTAMP (XT-IX) TO INF-FIRST-TIMESTAMP
006380         MOVE XT-LAST-TIMESTAMP (XT-IX) TO INF-LAST-TIMESTAMP
006390         MOVE XT-RUN-ID (XT-IX) TO INF-RUN-ID
006400         MOVE MCP-RUNBOOK TO INF-RUNBOOK
006410         MOVE MCP-CAUSE TO INF-CAUSE
006420         WRITE INCIDENT-FEED-RECORD
006430         PERFORM X300-PRINT-INCIDENT
006440         MOVE MCP-RUNBOOK TO IRL-RUNBOOK
006450         MOVE MCP-CAUSE TO IRL-CAUSE
006460         MOVE INCIDENT-RUNBOOK-LINE TO INCIDENT-REPORT-RECORD
006470         WRITE INCIDENT-REPORT-RECORD.
006480*
006490 G100-START-RECURRENCES.
006500     IF INCIDENTS-SENT-COUNT = ZERO
006510         MOVE NONE-LINE TO INCIDENT-REPORT-RECORD
006520         WRITE INCIDENT-REPORT-RECORD.
006530     MOVE 'OPEN INCIDENTS THAT RECURRED - COUNTED, NOT SENT'
006540         TO SCL-TITLE.
006550     PERFORM X200-PRINT-INCIDENT-HEADING.
006560*
006570 G110-LIST-ONE-RECURRENCE.
006580     IF XT-CARRIED-OPEN (XT-IX)
006590         AND XT-RUN-COUNT (XT-IX) > ZERO
006600         ADD 1 TO RECURRED-COUNT
006610         PERFORM X300-PRINT-INCIDENT.
006620*
006630***************************************************************
006640*    H100-H110 WRITE THE NEW CROSS-REFERENCE - THE HEADER WITH  *
006650*    THE LAST LOG ENTRY EXAMINED, THEN EVERY INCIDENT STILL     *
006660*    OPEN.                                                      *
006670***************************************************************
006680 H100-START-CROSS-REFERENCE.
006690     IF RECURRED-COUNT = ZERO
006700         MOVE NONE-LINE TO INCIDENT-REPORT-RECORD
006710         WRITE INCIDENT-REPORT-RECORD.
006720     MOVE SPACES TO INCIDENT-XREF-RECORD.
006730     SET IXR-HEADER-RECORD TO TRUE.
006740     MOVE EXAMINED-THROUGH TO IXH-LAST-EXAMINED.
006750     MOVE RUN-DATE-CCYYMMDD TO IXH-LAST-RUN-DATE.
006760     MOVE LAST-INCIDENT-ID TO IXH-LAST-INCIDENT-ID.
006770     WRITE NEW-XREF-RECORD FROM INCIDENT-XREF-RECORD.
006780*
006790 H110-CARRY-ONE-INCIDENT.
006800     IF NOT XT-CLOSED (XT-IX)
006810         ADD 1 TO OPEN-AT-END-COUNT
006820         MOVE SPACES TO INCIDENT-XREF-RECORD
006830         SET IXR-INCIDENT-RECORD TO TRUE
006840         MOVE XT-PROGRAM-ID (XT-IX) TO IXR-PROGRAM-ID
006850         MOVE XT-PARAGRAPH (XT-IX) TO IXR-PARAGRAPH
006860         MOVE XT-MESSAGE (XT-IX) TO IXR-MESSAGE
006870         MOVE XT-INCIDENT-ID (XT-IX) TO IXR-INCIDENT-ID
006880         MOVE XT-SEVERITY (XT-IX) TO IXR-SEVERITY
006890         MOVE XT-CLASS (XT-IX) TO IXR-CLASS
006900         MOVE XT-OPENED-DATE (XT-IX) TO IXR-OPENED-DATE
006910         MOVE XT-FIRST-TIMESTAMP (XT-IX) TO IXR-FIRST-TIMESTAMP
006920         MOVE XT-LAST-TIMESTAMP (XT-IX) TO IXR-LAST-TIMESTAMP
006930         MOVE XT-OCCURRENCE-COUNT (XT-IX)
006940             TO IXR-OCCURRENCE-COUNT
006950         WRITE NEW-XREF-RECORD FROM INCIDENT-XREF-RECORD.
006960*
006970 Z100-END-OF-PROCESSING.
006980     MOVE SPACES TO INCIDENT-REPORT-RECORD.
006990     WRITE INCIDENT-REPORT-RECORD.
007000     MOVE 'ERROR LOG RECORDS READ' TO CNT-LABEL.
007010     MOVE LOG-RECORDS-READ TO CNT-VALUE.
007020     PERFORM X100-PRINT-COUNT.
007030     MOVE 'ENTRIES ALREADY EXAMINED BY AN EARLIER RUN'
007040         TO CNT-LABEL.
007050     MOVE ALREADY-EXAMINED-COUNT TO CNT-VALUE.
007060     PERFORM X100-PRINT-COUNT.
007070     MOVE 'FATAL ENTRIES EXAMINED' TO CNT-LABEL.
007080     MOVE FATAL-ENTRY-COUNT TO CNT-VALUE.
007090     PERFORM X100-PRINT-COUNT.
007100     MOVE 'ERROR ENTRIES EXAMINED' TO CNT-LABEL.
007110     MOVE ERROR-ENTRY-COUNT TO CNT-VALUE.
007120     PERFORM X100-PRINT-COUNT.
007130     MOVE 'NEW ERROR ENTRIES NOT TICKETED' TO CNT-LABEL.
007140     MOVE NEW-NOT-TICKETED-COUNT TO CNT-VALUE.
007150     PERFORM X100-PRINT-COUNT.
007160     MOVE 'ENTRIES COUNTED AGAINST OPEN INCIDENTS'
007170         TO CNT-LABEL.
007180     MOVE COUNTED-OPEN-COUNT TO CNT-VALUE.
007190     PERFORM X100-PRINT-COUNT.
007200     MOVE 'ARCHIVE RECORDS READ' TO CNT-LABEL.
007210     MOVE ARCHIVE-RECORDS-READ TO CNT-VALUE.
007220     PERFORM X100-PRINT-COUNT.
007230     MOVE 'CROSS-REFERENCE RECORDS READ' TO CNT-LABEL.
007240     MOVE XREF-RECORDS-READ TO CNT-VALUE.
007250     PERFORM X100-PRINT-COUNT.
007260     MOVE 'CLOSED TICKETS READ' TO CNT-LABEL.
007270     MOVE CLOSED-RECORDS-READ TO CNT-VALUE.
007280     PERFORM X100-PRINT-COUNT.
007290     MOVE 'INCIDENTS CLEARED BY CLOSED TICKETS' TO CNT-LABEL.
007300     MOVE CLEARED-COUNT TO CNT-VALUE.
007310     PERFORM X100-PRINT-COUNT.
007320     MOVE 'CLOSED TICKETS FOR NO OPEN INCIDENT' TO CNT-LABEL.
007330     MOVE CLOSURE-UNKNOWN-COUNT TO CNT-VALUE.
007340     PERFORM X100-PRINT-COUNT.
007350     MOVE 'INCIDENTS SENT' TO CNT-LABEL.
007360     MOVE INCIDENTS-SENT-COUNT TO CNT-VALUE.
007370     PERFORM X100-PRINT-COUNT.
007380     MOVE 'OPEN INCIDENTS THAT RECURRED' TO CNT-LABEL.
007390     MOVE RECURRED-COUNT TO CNT-VALUE.
007400     PERFORM X100-PRINT-COUNT.
007410     MOVE 'CONDITIONS NOT TICKETED - TABLE FULL' TO CNT-LABEL.
007420     MOVE NOT-TICKETED-FULL-COUNT TO CNT-VALUE.
007430     PERFORM X100-PRINT-COUNT.
007440     MOVE 'INCIDENTS OPEN ON THE NEW CROSS-REFERENCE'
007450         TO CNT-LABEL.
007460     MOVE OPEN-AT-END-COUNT TO CNT-VALUE.
007470     PERFORM X100-PRINT-COUNT.
007480     MOVE 'ERLINCD' TO RPT-TRAILER-PROGRAM.
007490     MOVE 1 TO RPT-TRAILER-PAGES.
007500     MOVE RPT-TRAILER-LINE TO INCIDENT-REPORT-RECORD.
007510     WRITE INCIDENT-REPORT-RECORD.
007520     CLOSE ERROR-LOG-FILE, ARCHIVE-LOG-FILE, OLD-XREF-FILE,
007530         NEW-XREF-FILE, CLOSED-TICKET-FILE, INCIDENT-FEED-FILE,
007540         INCIDENT-REPORT-FILE.
007550     MOVE 'ERLINCD' TO OST-PROGRAM-ID.
007560     SET OST-END-OF-JOB TO TRUE.
007570     MOVE LOG-RECORDS-READ TO OST-RECORDS-PROCESSED.
007580     MOVE NOT-TICKETED-FULL-COUNT TO OST-ERROR-COUNT.
007590     MOVE INCIDENTS-SENT-COUNT TO OST-EXCEPTION-COUNT.
007600     CALL 'OPSTAT' USING OPSTAT-PARM.
007610     IF NOT-TICKETED-FULL-COUNT > ZERO
007620         MOVE 8 TO RETURN-CODE
007630     ELSE
007640         IF CLOSURE-UNKNOWN-COUNT > ZERO
007650             MOVE 4 TO RETURN-CODE.
007660*
007670 X100-PRINT-COUNT.
007680     MOVE COUNT-LINE TO INCIDENT-REPORT-RECORD.
007690     WRITE INCIDENT-REPORT-RECORD.
007700*
007710 X200-PRINT-INCIDENT-HEADING.
007720     MOVE SPACES TO INCIDENT-REPORT-RECORD.
007730     WRITE INCIDENT-REPORT-RECORD.
007740     MOVE SECTION-LINE TO INCIDENT-REPORT-RECORD.
007750     WRITE INCIDENT-REPORT-RECORD.
007760     MOVE INCIDENT-HEADING-LINE TO INCIDENT-REPORT-RECORD.
007770     WRITE INCIDENT-REPORT-RECORD.
007780*
007790 X300-PRINT-INCIDENT.
007800     MOVE XT-INCIDENT-ID (XT-IX) TO INL-INCIDENT-ID.
007810     MOVE XT-SEVERITY (XT-IX) TO INL-SEVERITY.
007820     MOVE XT-CLASS (XT-IX) TO INL-CLASS.
007830     MOVE XT-PROGRAM-ID (XT-IX) TO INL-PROGRAM-ID.
007840     MOVE XT-PARAGRAPH (XT-IX) TO INL-PARAGRAPH.
007850     MOVE XT-RUN-COUNT (XT-IX) TO INL-RUN-COUNT.
007860     MOVE XT-OCCURRENCE-COUNT (XT-IX) TO INL-TOTAL-COUNT.
007870     MOVE XT-LAST-TIMESTAMP (XT-IX) TO INL-LAST-TIMESTAMP.
007880     MOVE INCIDENT-LINE TO INCIDENT-REPORT-RECORD.
007890     WRITE INCIDENT-REPORT-RECORD.
007900     MOVE XT-MESSAGE (XT-IX) TO IML-MESSAGE.
007910     MOVE INCIDENT-MESSAGE-LINE TO INCIDENT-REPORT-RECORD.
007920     WRITE INCIDENT-REPORT-RECORD.
