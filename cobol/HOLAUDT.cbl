000240* AUDIT LISTING SHOWS EVERY CARD'S DISPOSITION AND THE STEP     *
000250* ENDS WITH CONDITION CODE 4 ON ANY FINDING, SO THE DECK IS     *
000260* FIXED BEFORE A JOB RUNS ON A HOLIDAY.                         *
000261*                                                               *
000262* THE FISCAL CALENDAR DATECALC READS FOR ITS PERIOD-END AND     *
000263* QUARTER-END ANSWERS (DD UT-S-FISCAL, COPY FSCCAL0) IS AUDITED *
000264* IN THE SAME STEP: A CARD WITH A NON-NUMERIC FIELD, A PERIOD   *
000265* OUTSIDE 01-13, AN IMPOSSIBLE DATE, A PERIOD THAT ENDS BEFORE  *
000266* IT STARTS, OR AN UNKNOWN CLOSE FLAG IS REJECTED; A PERIOD     *
000267* THAT OVERLAPS OR LEAVES A GAP AFTER THE ONE BEFORE IT, A      *
000268* PERIOD NUMBER OUT OF SEQUENCE, A NEW FISCAL YEAR WHOSE PRIOR  *
000269* YEAR WAS NOT CLOSED WITH A 'Y' CARD, AND A PERIOD WITH NO     *
000270* BUSINESS DAY TO CLOSE ON ARE FINDINGS; AND A CALENDAR THAT    *
000271* DOES NOT RUN TWELVE MONTHS PAST TODAY IS A COVERAGE FINDING.  *
000272* A JOB WITH NO FISCAL CALENDAR DD GETS A NOTE ON THE LISTING,  *
000273* NOT A FINDING.                                                *
000274*                                                               *
000275* THE HOLIDAY FILE CARRIES NAMED CALENDARS (COPY HOLREC0), AND  *
000276* EACH IS AUDITED ON ITS OWN - A DATE IS A DUPLICATE ONLY       *
000277* WITHIN ITS CALENDAR, AND EVERY CALENDAR WITH CARDS MUST HAVE  *
000278* AN ENTRY IN THE NEXT TWELVE MONTHS.  A 'CALENDAR' DEFINITION  *
000279* CARD DEFINED TWICE OR NAMING ITSELF AS ITS OWN SIBLING IS     *
000280* REJECTED.  TWO SIBLING CALENDARS ARE SUPPOSED TO MATCH, SO    *
000281* EVERY DATE THAT IS A HOLIDAY IN ONE BUT NOT THE OTHER IS A    *
000282* FINDING, AS IS A SIBLING WITH NO CARDS ON THE FILE.           *
000283*****************************************************************
000284 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT HOLIDAY-FILE ASSIGN TO UT-S-HOLIDAY.
000325     SELECT OPTIONAL FISCAL-CALENDAR-FILE ASSIGN TO UT-S-FISCAL.
000330     SELECT AUDIT-REPORT-FILE ASSIGN TO UT-S-HOLRPT.
000340 DATA DIVISION.
000350 FILE SECTION.
000390     BLOCK CONTAINS 0 RECORDS
000400     RECORD CONTAINS 80 CHARACTERS
000410     LABEL RECORDS ARE OMITTED.
000420 COPY HOLREC0.
000450*
000451 FD  FISCAL-CALENDAR-FILE
000452     RECORDING MODE IS F
000453     BLOCK CONTAINS 0 RECORDS
000454     RECORD CONTAINS 80 CHARACTERS
000455     LABEL RECORDS ARE OMITTED.
000456 COPY FSCCAL0.
000457*
000460 FD  AUDIT-REPORT-FILE
000470     RECORDING MODE IS F
000480     BLOCK CONTAINS 0 RECORDS
000580     88  HOLIDAY-FILE-EOF             VALUE 'Y'.
000590 01  DUPLICATE-SWITCH             PIC X VALUE 'N'.
000600     88  DUPLICATE-DATE               VALUE 'Y'.
000602 01  FISCAL-FILE-SWITCH           PIC X VALUE 'N'.
000604     88  FISCAL-FILE-EOF              VALUE 'Y'.
000606 01  PRIOR-PERIOD-SWITCH          PIC X VALUE 'N'.
000608     88  PRIOR-PERIOD-KNOWN           VALUE 'Y'.
000611 01  CALENDAR-FOUND-SWITCH        PIC X VALUE 'N'.
000614     88  CALENDAR-FOUND               VALUE 'Y'.
000617*
000620***************************************************************
000630*    ACCEPTED-DATE-TABLE REMEMBERS EVERY CARD ALREADY TAKEN SO  *
000640*    A SECOND CARD FOR THE SAME DATE IS FLAGGED - DATECALC      *
000650*    WOULD LOAD BOTH AND THE DUPLICATE IS DEAD WEIGHT AT BEST   *
000660*    AND A MISKEYED NEIGHBORING DATE AT WORST.  THE 1000-ENTRY  *
000670*    LIMIT MATCHES DATECALC'S OWN HOLIDAY TABLE.                *
000680***************************************************************
000690 01  ACCEPTED-DATE-COUNT          PIC S9(4) COMP VALUE +0.
000700 01  ACCEPTED-DATE-TABLE.
000710     05  ACCEPTED-DATE-ENTRY  OCCURS 1 TO 1000 TIMES
000720                              DEPENDING ON ACCEPTED-DATE-COUNT
000730                              INDEXED BY AD-IX.
000740         10  AD-DATE              PIC 9(8).
000741         10  AD-CALENDAR-ID       PIC X(8).
000742*
000743***************************************************************
000744*    CALENDAR-TABLE HAS ONE ENTRY PER CALENDAR ON THE HOLIDAY   *
000745*    FILE - ENTRY 1 IS THE DEFAULT CALENDAR, WHOSE ID IS BLANK  *
000746*    - WITH ITS SIBLING, ITS CARD COUNT, AND ITS ENTRIES IN THE *
000747*    COVERAGE WINDOW.  THE 50-ENTRY LIMIT MATCHES DATECALC'S    *
000748*    KNOWN-CALENDAR TABLE.                                      *
000749***************************************************************
000750 01  CALENDAR-COUNT               PIC S9(4) COMP VALUE +0.
000751 01  CALENDAR-TABLE.
000752     05  CALENDAR-ENTRY       OCCURS 1 TO 50 TIMES
000753                              DEPENDING ON CALENDAR-COUNT
000754                              INDEXED BY CAL-IX, SIB-IX.
000755         10  CT-CALENDAR-ID       PIC X(8).
000756         10  CT-SIBLING-ID        PIC X(8).
000757         10  CT-DEFINED-SWITCH    PIC X.
000758             88  CT-DEFINED           VALUE 'Y'.
000759         10  CT-CARD-COUNT        PIC S9(5) COMP-3.
000760         10  CT-COVERAGE-COUNT    PIC S9(5) COMP-3.
000761*
000762 01  AUDIT-WORK-FIELDS.
000770     05  CARDS-READ-COUNT         PIC S9(5) COMP-3 VALUE +0.
000780     05  FINDING-COUNT            PIC S9(5) COMP-3 VALUE +0.
000790     05  COVERAGE-COUNT           PIC S9(5) COMP-3 VALUE +0.
000810     05  RUN-DATE-CCYYMMDD        PIC 9(8).
000820     05  COVERAGE-END-CCYYMMDD    PIC 9(8).
000830     05  CARD-DATE-N              PIC 9(8).
000831     05  CARD-CALENDAR-ID         PIC X(8).
000832     05  PAIR-FROM-ID             PIC X(8).
000833     05  PAIR-TO-ID               PIC X(8).
000834     05  ACCEPTED-SUB             PIC S9(4) COMP.
000835     05  MISMATCH-COUNT           PIC S9(5) COMP-3 VALUE +0.
000836*
000837*    THE PRIOR-PERIOD FIELDS CARRY THE LAST FISCAL CARD THAT
000838*    PASSED THE CARD EDITS, SO EACH PERIOD IS CHECKED AGAINST
000839*    THE ONE BEFORE IT.
000840     05  FISCAL-CARDS-READ-COUNT  PIC S9(5) COMP-3 VALUE +0.
000841     05  FISCAL-FINDING-COUNT     PIC S9(5) COMP-3 VALUE +0.
000842     05  FISCAL-YEAR-N            PIC 9(4).
000843     05  FISCAL-PERIOD-N          PIC 9(2).
000844     05  FISCAL-START-N           PIC 9(8).
000845     05  FISCAL-END-N             PIC 9(8).
000846     05  EXPECTED-START-N         PIC 9(8).
000847     05  PRIOR-FISCAL-YEAR        PIC 9(4).
000848     05  PRIOR-FISCAL-PERIOD      PIC 9(2).
000849     05  PRIOR-END-DATE           PIC 9(8).
000850     05  PRIOR-CLOSE-FLAG         PIC X.
000851     05  FIRST-START-DATE         PIC 9(8) VALUE ZEROS.
000852     05  WS-DATE.
000853         10  WS-YEAR              PIC XX.
000860         10  WS-MONTH             PIC XX.
000870         10  WS-DAY               PIC XX.
000880*
001080     05  FILLER                   PIC X VALUE SPACE.
001090     05  CDL-DATE                 PIC X(8).
001100     05  FILLER                   PIC X(2) VALUE SPACES.
001104     05  CDL-CALENDAR-ID          PIC X(8).
001108     05  FILLER                   PIC X(2) VALUE SPACES.
001110     05  CDL-DISPOSITION          PIC X(40).
001120     05  FILLER                   PIC X(72) VALUE SPACES.
001130 01  COUNT-LINE.
001140     05  FILLER                   PIC X VALUE SPACE.
001150     05  CNT-LABEL                PIC X(28).
001160     05  FILLER                   PIC X(3) VALUE ' = '.
001170     05  CNT-VALUE                PIC ZZ,ZZ9.
001180     05  FILLER                   PIC X(95) VALUE SPACES.
001181 01  FISCAL-SECTION-LINE.
001182     05  FILLER                   PIC X VALUE SPACE.
001183     05  FSL-TEXT                 PIC X(60).
001184     05  FILLER                   PIC X(72) VALUE SPACES.
001185 01  FISCAL-DETAIL-LINE.
001186     05  FILLER                   PIC X VALUE SPACE.
001187     05  FDL-FISCAL-YEAR          PIC X(4).
001188     05  FILLER                   PIC X VALUE SPACE.
001189     05  FDL-PERIOD               PIC X(2).
001190     05  FILLER                   PIC X(2) VALUE SPACES.
001191     05  FDL-START-DATE           PIC X(8).
001192     05  FILLER                   PIC X VALUE SPACE.
001193     05  FDL-END-DATE             PIC X(8).
001194     05  FILLER                   PIC X VALUE SPACE.
001195     05  FDL-CLOSE-FLAG           PIC X.
001196     05  FILLER                   PIC X(2) VALUE SPACES.
001197     05  FDL-DISPOSITION          PIC X(40).
001198     05  FILLER                   PIC X(62) VALUE SPACES.
001199*
001200 PROCEDURE DIVISION.
001210*
001220 A100-EXECUTIVE-CONTROL.
001230     PERFORM A110-INITIALIZATION.
001240     PERFORM B100-AUDIT-ONE-CARD UNTIL HOLIDAY-FILE-EOF.
001243     PERFORM A120-START-FISCAL-AUDIT.
001246     PERFORM B200-AUDIT-ONE-FISCAL-CARD UNTIL FISCAL-FILE-EOF.
001249     PERFORM A130-FISCAL-COVERAGE-CHECK.
001250     PERFORM Z100-END-OF-PROCESSING.
001260     GOBACK.
001270*
001450     MOVE 1 TO RPT-HEADING-PAGE.
001460     MOVE RPT-HEADING-LINE TO AUDIT-REPORT-RECORD.
001470     WRITE AUDIT-REPORT-RECORD.
001471     MOVE SPACES TO DTC-CALENDAR-ID.
001472     MOVE 1 TO CALENDAR-COUNT.
001473     MOVE SPACES TO CT-CALENDAR-ID (1), CT-SIBLING-ID (1).
001474     MOVE 'N' TO CT-DEFINED-SWITCH (1).
001475     MOVE ZERO TO CT-CARD-COUNT (1), CT-COVERAGE-COUNT (1).
001480     MOVE 'HOLAUDT' TO OST-PROGRAM-ID.
001490     SET OST-START-OF-JOB TO TRUE.
001500     MOVE SPACES TO OST-NAMED-COUNTERS.
001520         OST-EXCEPTION-COUNT.
001530     CALL 'OPSTAT' USING OPSTAT-PARM.
001540*
001541*    A120 OPENS THE FISCAL CALENDAR UNDER ITS OWN SECTION OF THE
001542*    LISTING, AFTER THE HOLIDAY CARDS AND THEIR COVERAGE CHECK.
001543 A120-START-FISCAL-AUDIT.
001544     PERFORM A140-HOLIDAY-COVERAGE-CHECK.
001545     OPEN INPUT FISCAL-CALENDAR-FILE.
001546     MOVE SPACES TO AUDIT-REPORT-RECORD.
001547     WRITE AUDIT-REPORT-RECORD.
001548     MOVE 'FISCAL CALENDAR - YEAR, PERIOD, START, END, CLOSE FLAG'
001549         TO FSL-TEXT.
001550     MOVE FISCAL-SECTION-LINE TO AUDIT-REPORT-RECORD.
001551     WRITE AUDIT-REPORT-RECORD.
001552*
001553*    A130 - THE CALENDAR MUST COVER TODAY AND RUN AT LEAST TWELVE
001554*    MONTHS PAST IT, OR A CLOSE NIGHT WITHIN THE YEAR WILL FIND
001555*    NO PERIOD.
001556 A130-FISCAL-COVERAGE-CHECK.
001557     CLOSE FISCAL-CALENDAR-FILE.
001558     IF FISCAL-CARDS-READ-COUNT = ZERO
001559         MOVE 'NO FISCAL CALENDAR CARDS - NOT AUDITED' TO FSL-TEXT
001560         MOVE FISCAL-SECTION-LINE TO AUDIT-REPORT-RECORD
001561         WRITE AUDIT-REPORT-RECORD
001562     ELSE
001563         IF NOT PRIOR-PERIOD-KNOWN
001564             OR FIRST-START-DATE > RUN-DATE-CCYYMMDD
001565             OR PRIOR-END-DATE < COVERAGE-END-CCYYMMDD
001566             MOVE SPACES TO FISCAL-DETAIL-LINE
001567             MOVE '****' TO FDL-FISCAL-YEAR
001568             MOVE 'CALENDAR DOES NOT COVER NEXT 12 MONTHS'
001569                 TO FDL-DISPOSITION
001570             PERFORM D200-FISCAL-FINDING.
001571*
001572*
001573*    A140 CLOSES OUT THE HOLIDAY CARDS - EACH CALENDAR'S
001574*    COVERAGE, THEN EACH SIBLING PAIR.
001575 A140-HOLIDAY-COVERAGE-CHECK.
001576     PERFORM C130-CHECK-CALENDAR-COVERAGE
001577         VARYING CAL-IX FROM 1 BY 1
001578         UNTIL CAL-IX > CALENDAR-COUNT.
001579     PERFORM C300-CHECK-SIBLING-PAIR
001580         VARYING CAL-IX FROM 1 BY 1
001581         UNTIL CAL-IX > CALENDAR-COUNT.
001582*
001583***************************************************************
001584*    B100-B110 DISPOSE OF ONE CARD - IMPOSSIBLE DATE OR         *
001585*    DUPLICATE REJECTED, WEEKEND FLAGGED SUSPICIOUS, AND A      *
001586*    CLEAN CARD COUNTED TOWARD THE TWELVE-MONTH COVERAGE        *
001590*    CHECK.                                                     *
001600***************************************************************
001610 B100-AUDIT-ONE-CARD.
001680*
001690 B110-DISPOSE-OF-THIS-CARD.
001700     MOVE HOL-DATE TO CDL-DATE.
001702     MOVE HOL-CALENDAR-ID TO CDL-CALENDAR-ID, CARD-CALENDAR-ID.
001704     IF HOL-CALENDAR-CARD
001706         PERFORM B120-DEFINE-CALENDAR
001708         GO TO B110-EXIT.
001710     IF HOL-DATE NOT NUMERIC
001720         MOVE 'REJECT - DATE NOT NUMERIC CCYYMMDD'
001730             TO CDL-DISPOSITION
001910         PERFORM D100-WRITE-DETAIL-LINE
001920         GO TO B110-EXIT.
001930     PERFORM C110-REMEMBER-THIS-DATE.
001933     PERFORM C120-FIND-CALENDAR.
001936     IF CALENDAR-FOUND
001939         ADD 1 TO CT-CARD-COUNT (CAL-IX).
001940     IF CARD-DATE-N NOT < RUN-DATE-CCYYMMDD
001950         AND CARD-DATE-N NOT > COVERAGE-END-CCYYMMDD
001955         ADD 1 TO COVERAGE-COUNT
001960         IF CALENDAR-FOUND
001965             ADD 1 TO CT-COVERAGE-COUNT (CAL-IX).
001970     IF DTC-DAY-OF-WEEK-NBR > 5
001980         MOVE 'SUSPICIOUS - FALLS ON A WEEKEND'
001990             TO CDL-DISPOSITION
002020         MOVE 'ACCEPTED' TO CDL-DISPOSITION.
002030     PERFORM D100-WRITE-DETAIL-LINE.
002040 B110-EXIT. EXIT.
002041*
002042*    B120 TAKES A CALENDAR DEFINITION CARD - ONE PER CALENDAR,
002043*    AND A CALENDAR CANNOT BE ITS OWN SIBLING.
002044 B120-DEFINE-CALENDAR.
002045     PERFORM C120-FIND-CALENDAR.
002046     IF NOT CALENDAR-FOUND
002047         MOVE 'REJECT - CALENDAR TABLE FULL' TO CDL-DISPOSITION
002048         ADD 1 TO FINDING-COUNT
002049     ELSE
002050         IF CT-DEFINED (CAL-IX)
002051             MOVE 'REJECT - CALENDAR DEFINED TWICE'
002052                 TO CDL-DISPOSITION
002053             ADD 1 TO FINDING-COUNT
002054         ELSE
002055             IF HOL-SIBLING-CALENDAR-ID = HOL-CALENDAR-ID
002056                 MOVE 'REJECT - CALENDAR IS ITS OWN SIBLING'
002057                     TO CDL-DISPOSITION
002058                 ADD 1 TO FINDING-COUNT
002059             ELSE
002060                 SET CT-DEFINED (CAL-IX) TO TRUE
002061                 MOVE HOL-SIBLING-CALENDAR-ID
002062                     TO CT-SIBLING-ID (CAL-IX)
002063                 MOVE SPACES TO CDL-DISPOSITION
002064                 IF HOL-SIBLING-CALENDAR-ID = SPACES
002065                     MOVE 'CALENDAR DEFINED' TO CDL-DISPOSITION
002066                 ELSE
002067                     STRING 'CALENDAR DEFINED - MATCHES '
002068                         HOL-SIBLING-CALENDAR-ID
002069                         DELIMITED BY SIZE INTO CDL-DISPOSITION.
002070     PERFORM D100-WRITE-DETAIL-LINE.
002071*
002072***************************************************************
002073*    B200-B210 DISPOSE OF ONE FISCAL CALENDAR CARD - A CARD     *
002074*    THAT FAILS THE CARD EDITS IS REJECTED AND PLAYS NO FURTHER *
002075*    PART; ONE THAT PASSES IS CHECKED AGAINST THE PERIOD BEFORE *
002076*    IT AND FOR A BUSINESS DAY TO CLOSE ON, THEN BECOMES THE    *
002077*    PERIOD THE NEXT CARD IS CHECKED AGAINST.                   *
002078***************************************************************
002079 B200-AUDIT-ONE-FISCAL-CARD.
002080     READ FISCAL-CALENDAR-FILE
002081         AT END
002082             SET FISCAL-FILE-EOF TO TRUE.
002083     IF NOT FISCAL-FILE-EOF
002084         ADD 1 TO FISCAL-CARDS-READ-COUNT
002085         PERFORM B210-DISPOSE-OF-FISCAL-CARD THRU B210-EXIT.
002086*
002087 B210-DISPOSE-OF-FISCAL-CARD.
002088     MOVE SPACES TO FISCAL-DETAIL-LINE.
002089     MOVE FSC-FISCAL-YEAR TO FDL-FISCAL-YEAR.
002090     MOVE FSC-PERIOD TO FDL-PERIOD.
002091     MOVE FSC-START-DATE TO FDL-START-DATE.
002092     MOVE FSC-END-DATE TO FDL-END-DATE.
002093     MOVE FSC-CLOSE-FLAG TO FDL-CLOSE-FLAG.
002094     IF FSC-FISCAL-YEAR NOT NUMERIC
002095         OR FSC-PERIOD NOT NUMERIC
002096         OR FSC-START-DATE NOT NUMERIC
002097         OR FSC-END-DATE NOT NUMERIC
002098         MOVE 'REJECT - FIELD NOT NUMERIC' TO FDL-DISPOSITION
002099         PERFORM D200-FISCAL-FINDING
002100         GO TO B210-EXIT.
002101     MOVE FSC-FISCAL-YEAR TO FISCAL-YEAR-N.
002102     MOVE FSC-PERIOD TO FISCAL-PERIOD-N.
002103     MOVE FSC-START-DATE TO FISCAL-START-N.
002104     MOVE FSC-END-DATE TO FISCAL-END-N.
002105     IF FISCAL-PERIOD-N < 01 OR FISCAL-PERIOD-N > 13
002106         MOVE 'REJECT - PERIOD NOT 01-13' TO FDL-DISPOSITION
002107         PERFORM D200-FISCAL-FINDING
002108         GO TO B210-EXIT.
002109     SET DTC-DAY-OF-WEEK TO TRUE.
002110     MOVE FISCAL-START-N TO DTC-DATE-CCYYMMDD.
002111     CALL 'DATECALC' USING DATECALC-PARM.
002112     IF DTC-INVALID-DATE
002113         MOVE 'REJECT - IMPOSSIBLE START DATE' TO FDL-DISPOSITION
002114         PERFORM D200-FISCAL-FINDING
002115         GO TO B210-EXIT.
002116     SET DTC-DAY-OF-WEEK TO TRUE.
002117     MOVE FISCAL-END-N TO DTC-DATE-CCYYMMDD.
002118     CALL 'DATECALC' USING DATECALC-PARM.
002119     IF DTC-INVALID-DATE
002120         MOVE 'REJECT - IMPOSSIBLE END DATE' TO FDL-DISPOSITION
002121         PERFORM D200-FISCAL-FINDING
002122         GO TO B210-EXIT.
002123     IF FISCAL-END-N < FISCAL-START-N
002124         MOVE 'REJECT - PERIOD ENDS BEFORE IT STARTS'
002125             TO FDL-DISPOSITION
002126         PERFORM D200-FISCAL-FINDING
002127         GO TO B210-EXIT.
002128     IF NOT FSC-VALID-CLOSE-FLAG
002129         MOVE 'REJECT - CLOSE FLAG NOT BLANK, Q, OR Y'
002130             TO FDL-DISPOSITION
002131         PERFORM D200-FISCAL-FINDING
002132         GO TO B210-EXIT.
002133     MOVE 'ACCEPTED' TO FDL-DISPOSITION.
002134     IF PRIOR-PERIOD-KNOWN
002135         PERFORM C200-CHECK-AGAINST-PRIOR
002136     ELSE
002137         MOVE FISCAL-START-N TO FIRST-START-DATE.
002138     PERFORM C210-CHECK-FOR-BUSINESS-DAY.
002139     MOVE FISCAL-YEAR-N TO PRIOR-FISCAL-YEAR.
002140     MOVE FISCAL-PERIOD-N TO PRIOR-FISCAL-PERIOD.
002141     MOVE FISCAL-END-N TO PRIOR-END-DATE.
002142     MOVE FSC-CLOSE-FLAG TO PRIOR-CLOSE-FLAG.
002143     SET PRIOR-PERIOD-KNOWN TO TRUE.
002144     IF FDL-DISPOSITION = 'ACCEPTED'
002145         PERFORM D210-WRITE-FISCAL-LINE
002146     ELSE
002147         PERFORM D200-FISCAL-FINDING.
002148 B210-EXIT. EXIT.
002149*
002150 C100-SEARCH-ACCEPTED-DATES.
002151     MOVE 'N' TO DUPLICATE-SWITCH.
002152     SET AD-IX TO 1.
002153     SEARCH ACCEPTED-DATE-ENTRY
002154         AT END
002155             CONTINUE
002156         WHEN AD-DATE (AD-IX) = CARD-DATE-N
002157             AND AD-CALENDAR-ID (AD-IX) = CARD-CALENDAR-ID
002158             SET DUPLICATE-DATE TO TRUE
002159     END-SEARCH.
002160*
002161 C110-REMEMBER-THIS-DATE.
002162     IF ACCEPTED-DATE-COUNT < 1000
002180         ADD 1 TO ACCEPTED-DATE-COUNT
002190         SET AD-IX TO ACCEPTED-DATE-COUNT
002200         MOVE CARD-DATE-N TO AD-DATE (AD-IX)
002205         MOVE CARD-CALENDAR-ID TO AD-CALENDAR-ID (AD-IX)
002210     ELSE
002220         DISPLAY 'HOLAUDT ACCEPTED-DATE TABLE FULL'.
002221*
002222*    C120 LEAVES CAL-IX ON CARD-CALENDAR-ID'S ENTRY, ADDING IT
002223*    THE FIRST TIME THE CALENDAR IS SEEN.
002224 C120-FIND-CALENDAR.
002225     MOVE 'Y' TO CALENDAR-FOUND-SWITCH.
002226     SET CAL-IX TO 1.
002227     SEARCH CALENDAR-ENTRY
002228         AT END
002229             PERFORM C125-ADD-CALENDAR
002230         WHEN CT-CALENDAR-ID (CAL-IX) = CARD-CALENDAR-ID
002231             CONTINUE
002232     END-SEARCH.
002233*
002234 C125-ADD-CALENDAR.
002235     IF CALENDAR-COUNT < 50
002236         ADD 1 TO CALENDAR-COUNT
002237         SET CAL-IX TO CALENDAR-COUNT
002238         MOVE CARD-CALENDAR-ID TO CT-CALENDAR-ID (CAL-IX)
002239         MOVE SPACES TO CT-SIBLING-ID (CAL-IX)
002240         MOVE 'N' TO CT-DEFINED-SWITCH (CAL-IX)
002241         MOVE ZERO TO CT-CARD-COUNT (CAL-IX),
002242             CT-COVERAGE-COUNT (CAL-IX)
002243     ELSE
002244         MOVE 'N' TO CALENDAR-FOUND-SWITCH
002245         DISPLAY 'HOLAUDT CALENDAR TABLE FULL'.
002246*
002247*    C130 - EVERY CALENDAR WITH CARDS NEEDS AN ENTRY IN THE NEXT
002248*    TWELVE MONTHS.  THE DEFAULT CALENDAR IS HELD TO IT WITH NO
002249*    CARDS AT ALL WHEN THE FILE CARRIES NO OTHER CALENDAR, AS
002250*    BEFORE CALENDARS WERE NAMED.
002251 C130-CHECK-CALENDAR-COVERAGE.
002252     IF CT-COVERAGE-COUNT (CAL-IX) = ZERO
002253         IF CT-CARD-COUNT (CAL-IX) > ZERO
002254             OR CALENDAR-COUNT = 1
002255             MOVE '********' TO CDL-DATE
002256             MOVE CT-CALENDAR-ID (CAL-IX) TO CDL-CALENDAR-ID
002257             MOVE 'NO ENTRY IN THE NEXT TWELVE MONTHS'
002258                 TO CDL-DISPOSITION
002259             ADD 1 TO FINDING-COUNT
002260             PERFORM D100-WRITE-DETAIL-LINE.
002261*
002262***************************************************************
002263*    C300-C320 COMPARE A CALENDAR WITH ITS SIBLING, BOTH WAYS - *
002264*    EVERY HOLIDAY IN EITHER THAT THE OTHER LACKS IS A FINDING. *
002265*    A PAIR WHOSE SIBLING NAMES IT BACK IS COMPARED ONCE, FROM  *
002266*    THE CALENDAR SEEN FIRST.                                   *
002267***************************************************************
002268 C300-CHECK-SIBLING-PAIR.
002269     IF CT-SIBLING-ID (CAL-IX) NOT = SPACES
002270         MOVE CT-CALENDAR-ID (CAL-IX) TO PAIR-FROM-ID
002271         MOVE CT-SIBLING-ID (CAL-IX) TO PAIR-TO-ID
002272         SET SIB-IX TO 1
002273         SEARCH CALENDAR-ENTRY VARYING SIB-IX
002274             AT END
002275                 PERFORM C320-SIBLING-NOT-ON-FILE
002276             WHEN CT-CALENDAR-ID (SIB-IX) = PAIR-TO-ID
002277                 IF CT-CARD-COUNT (SIB-IX) = ZERO
002278                     PERFORM C320-SIBLING-NOT-ON-FILE
002279                 ELSE
002280                     IF CT-SIBLING-ID (SIB-IX) NOT = PAIR-FROM-ID
002281                         OR SIB-IX > CAL-IX
002282                         PERFORM C305-COMPARE-BOTH-WAYS
002283                     END-IF
002284                 END-IF
002285         END-SEARCH.
002286*
002287 C305-COMPARE-BOTH-WAYS.
002288     PERFORM C310-COMPARE-ONE-DATE
002289         VARYING ACCEPTED-SUB FROM 1 BY 1
002290         UNTIL ACCEPTED-SUB > ACCEPTED-DATE-COUNT.
002291     MOVE CT-SIBLING-ID (CAL-IX) TO PAIR-FROM-ID.
002292     MOVE CT-CALENDAR-ID (CAL-IX) TO PAIR-TO-ID.
002293     PERFORM C310-COMPARE-ONE-DATE
002294         VARYING ACCEPTED-SUB FROM 1 BY 1
002295         UNTIL ACCEPTED-SUB > ACCEPTED-DATE-COUNT.
002296*
002297 C310-COMPARE-ONE-DATE.
002298     IF AD-CALENDAR-ID (ACCEPTED-SUB) = PAIR-FROM-ID
002299         SET AD-IX TO 1
002300         SEARCH ACCEPTED-DATE-ENTRY
002301             AT END
002302                 MOVE AD-DATE (ACCEPTED-SUB) TO CDL-DATE
002303                 MOVE PAIR-FROM-ID TO CDL-CALENDAR-ID
002304                 MOVE SPACES TO CDL-DISPOSITION
002305                 STRING 'NOT A HOLIDAY IN SIBLING ' PAIR-TO-ID
002306                     DELIMITED BY SIZE INTO CDL-DISPOSITION
002307                 ADD 1 TO FINDING-COUNT
002308                 ADD 1 TO MISMATCH-COUNT
002309                 PERFORM D100-WRITE-DETAIL-LINE
002310             WHEN AD-DATE (AD-IX) = AD-DATE (ACCEPTED-SUB)
002311                 AND AD-CALENDAR-ID (AD-IX) = PAIR-TO-ID
002312                 CONTINUE
002313         END-SEARCH.
002314*
002315 C320-SIBLING-NOT-ON-FILE.
002316     MOVE '********' TO CDL-DATE.
002317     MOVE PAIR-FROM-ID TO CDL-CALENDAR-ID.
002318     MOVE SPACES TO CDL-DISPOSITION.
002319     STRING 'SIBLING ' PAIR-TO-ID ' NOT ON THE FILE'
002320         DELIMITED BY SIZE INTO CDL-DISPOSITION.
002321     ADD 1 TO FINDING-COUNT.
002322     PERFORM D100-WRITE-DETAIL-LINE.
002323*
002324 D100-WRITE-DETAIL-LINE.
002325     MOVE CARD-DETAIL-LINE TO AUDIT-REPORT-RECORD.
002326     WRITE AUDIT-REPORT-RECORD.
002327*
002328***************************************************************
002329*    C200 CHECKS A PERIOD AGAINST THE ONE BEFORE IT - IT MUST   *
002330*    START THE DAY AFTER THE PRIOR PERIOD ENDS, AND BE THE NEXT *
002331*    PERIOD OF THE SAME FISCAL YEAR OR PERIOD 01 OF THE NEXT    *
002332*    YEAR, WHICH THE PRIOR PERIOD MUST HAVE CLOSED WITH A 'Y'.  *
002333*    ONLY THE FIRST FINDING ON A CARD IS LISTED.                *
002334***************************************************************
002335 C200-CHECK-AGAINST-PRIOR.
002336     SET DTC-NEXT-DAY TO TRUE.
002337     MOVE PRIOR-END-DATE TO DTC-DATE-CCYYMMDD.
002338     CALL 'DATECALC' USING DATECALC-PARM.
002339     MOVE DTC-RESULT-CCYYMMDD TO EXPECTED-START-N.
002340     IF FISCAL-START-N < EXPECTED-START-N
002341         MOVE 'OVERLAPS THE PRIOR PERIOD' TO FDL-DISPOSITION
002342     ELSE
002343         IF FISCAL-START-N > EXPECTED-START-N
002344             MOVE 'GAP AFTER THE PRIOR PERIOD'
002345                 TO FDL-DISPOSITION.
002346     IF FDL-DISPOSITION = 'ACCEPTED'
002347         IF FISCAL-YEAR-N = PRIOR-FISCAL-YEAR
002348             IF FISCAL-PERIOD-N NOT = PRIOR-FISCAL-PERIOD + 1
002349                 MOVE 'PERIOD NUMBER OUT OF SEQUENCE'
002350                     TO FDL-DISPOSITION
002351             END-IF
002352         ELSE
002353             IF FISCAL-YEAR-N NOT = PRIOR-FISCAL-YEAR + 1
002354                 OR FISCAL-PERIOD-N NOT = 01
002355                 MOVE 'FISCAL YEAR OUT OF SEQUENCE'
002356                     TO FDL-DISPOSITION
002357             ELSE
002358                 IF PRIOR-CLOSE-FLAG NOT = 'Y'
002359                     MOVE 'PRIOR YEAR NOT CLOSED WITH A Y CARD'
002360                         TO FDL-DISPOSITION.
002361*
002362*    C210 - A PERIOD EVERY DAY OF WHICH IS A WEEKEND OR HOLIDAY
002363*    HAS NO CLOSE NIGHT.  DATECALC 'BC' COUNTS ITS BUSINESS DAYS
002364*    FROM THE DAY BEFORE IT STARTS.
002365 C210-CHECK-FOR-BUSINESS-DAY.
002366     SET DTC-PREV-DAY TO TRUE.
002367     MOVE FISCAL-START-N TO DTC-DATE-CCYYMMDD.
002368     CALL 'DATECALC' USING DATECALC-PARM.
002369     SET DTC-BUSINESS-COUNT-FUNCTION TO TRUE.
002370     MOVE DTC-RESULT-CCYYMMDD TO DTC-DATE-CCYYMMDD.
002371     MOVE FISCAL-END-N TO DTC-TO-DATE-CCYYMMDD.
002372     CALL 'DATECALC' USING DATECALC-PARM.
002373     IF DTC-SUCCESSFUL
002374         AND DTC-DAY-COUNT = ZERO
002375         AND FDL-DISPOSITION = 'ACCEPTED'
002376         MOVE 'NO BUSINESS DAY TO CLOSE ON'
002377             TO FDL-DISPOSITION.
002378*
002379 D200-FISCAL-FINDING.
002380     ADD 1 TO FINDING-COUNT.
002381     ADD 1 TO FISCAL-FINDING-COUNT.
002382     PERFORM D210-WRITE-FISCAL-LINE.
002383*
002384 D210-WRITE-FISCAL-LINE.
002385     MOVE FISCAL-DETAIL-LINE TO AUDIT-REPORT-RECORD.
002386     WRITE AUDIT-REPORT-RECORD.
002387*
002388 Z100-END-OF-PROCESSING.
002389     MOVE 'CARDS READ' TO CNT-LABEL.
002390     MOVE CARDS-READ-COUNT TO CNT-VALUE.
002391     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
002392     WRITE AUDIT-REPORT-RECORD.
002393     MOVE 'AUDIT FINDINGS' TO CNT-LABEL.
002400     MOVE FINDING-COUNT TO CNT-VALUE.
002410     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
002420     WRITE AUDIT-REPORT-RECORD.
002440     MOVE COVERAGE-COUNT TO CNT-VALUE.
002450     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
002460     WRITE AUDIT-REPORT-RECORD.
002461     MOVE 'FISCAL CALENDAR CARDS READ' TO CNT-LABEL.
002462     MOVE FISCAL-CARDS-READ-COUNT TO CNT-VALUE.
002463     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
002464     WRITE AUDIT-REPORT-RECORD.
002465     MOVE 'FISCAL CALENDAR FINDINGS' TO CNT-LABEL.
002466     MOVE FISCAL-FINDING-COUNT TO CNT-VALUE.
002467     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
002468     WRITE AUDIT-REPORT-RECORD.
002470     MOVE 'SIBLING CALENDAR MISMATCHES' TO CNT-LABEL.
002472     MOVE MISMATCH-COUNT TO CNT-VALUE.
002474     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
002476     WRITE AUDIT-REPORT-RECORD.
002478     MOVE 'HOLAUDT' TO RPT-TRAILER-PROGRAM.
002480     MOVE 1 TO RPT-TRAILER-PAGES.
002490     MOVE RPT-TRAILER-LINE TO AUDIT-REPORT-RECORD.
002500     WRITE AUDIT-REPORT-RECORD.
002510     CLOSE HOLIDAY-FILE, AUDIT-REPORT-FILE.
002520     MOVE 'HOLAUDT' TO OST-PROGRAM-ID.
002530     SET OST-END-OF-JOB TO TRUE.
002535     ADD CARDS-READ-COUNT FISCAL-CARDS-READ-COUNT
002540         GIVING OST-RECORDS-PROCESSED.
002550     MOVE FINDING-COUNT TO OST-ERROR-COUNT.
002560     MOVE ZERO TO OST-EXCEPTION-COUNT.
002570     CALL 'OPSTAT' USING OPSTAT-PARM.
