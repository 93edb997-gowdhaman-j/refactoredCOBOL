000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    SECRPT.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* DAILY SECURITY EXCEPTION REPORT FOR THE DATA-CENTER MANAGER.  *
000150* AUTHCHK APPENDS EVERY COMMAND BMPQUERY REFUSED AND EVERY      *
000160* ACKNOWLEDGMENT BMPCOBOL REFUSED TO THE SECURITY EXCEPTION FILE*
000170* (DD UT-S-SECEXC, COPY SECEXC0) - THE LTERM, THE IOPCB USER ID,*
000180* WHAT WAS ATTEMPTED, AND THE TEXT AS KEYED.  THIS STEP LISTS   *
000190* THE REFUSALS OF ONE DAY IN THE ORDER THEY HAPPENED AND THEN   *
000200* SUMMARIZES THEM BY LTERM AND USER, COMMANDS AND               *
000210* ACKNOWLEDGMENTS COUNTED APART, SO A TERMINAL TRYING COMMAND   *
000220* AFTER COMMAND STANDS OUT FROM ONE MISTYPED STOP.  THE DAY IS  *
000230* YESTERDAY - THE STEP RUNS EARLY EACH MORNING FOR THE DAY      *
000240* BEFORE - OR THE DATE ON THE CARD                              *
000250*     SECRPT  REPORT-DATE    CCYYMMDD                           *
000260* (READ THROUGH CTLREAD, CHECKED BY DATECALC).  REFUSALS OF     *
000270* OTHER DAYS ON THE FILE ARE ONLY COUNTED.  THE REPORT PRINTS TO*
000280* DD UT-S-SECRPT AND THE STEP ENDS WITH CONDITION CODE 4 WHEN   *
000290* ANY REQUEST WAS REFUSED ON THE DAY.                           *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL SECURITY-EXCEPTION-FILE
000360         ASSIGN TO UT-S-SECEXC.
000370     SELECT SECURITY-REPORT-FILE ASSIGN TO UT-S-SECRPT.
000380 DATA DIVISION.
000390 FILE SECTION.
000400*
000410 FD  SECURITY-EXCEPTION-FILE
000420     RECORDING MODE IS F
000430     BLOCK CONTAINS 0 RECORDS
000440     RECORD CONTAINS 120 CHARACTERS
000450     LABEL RECORDS ARE OMITTED
000460     DATA RECORD IS SECURITY-EXCEPTION-RECORD.
000470*
000480     COPY SECEXC0.
000490*
000500 FD  SECURITY-REPORT-FILE
000510     RECORDING MODE IS F
000520     BLOCK CONTAINS 0 RECORDS
000530     RECORD CONTAINS 133 CHARACTERS
000540     LABEL RECORDS ARE OMITTED.
000550 01  SECURITY-REPORT-RECORD       PIC X(133).
000560*
000570 WORKING-STORAGE SECTION.
000580 77  FILLER PIC X(36)  VALUE
000590     'SECRPT   WORKING STORAGE BEGINS HERE'.
000600*
000610 01  EXCEPTION-FILE-SWITCH        PIC X VALUE 'N'.
000620     88  EXCEPTION-FILE-EOF           VALUE 'Y'.
000630*
000640***************************************************************
000650*    HOLDER-TABLE HOLDS EACH DISTINCT LTERM AND USER PAIR       *
000660*    REFUSED ON THE REPORT DATE, IN THE ORDER OF ITS FIRST      *
000670*    REFUSAL, WITH ITS COMMAND AND ACKNOWLEDGMENT COUNTS.  A    *
000680*    PAIR THAT WILL NOT FIT IS STILL LISTED AND COUNTED IN THE  *
000690*    TOTALS, ONLY NOT SUMMARIZED.                               *
000700***************************************************************
000710 01  HOLDER-TABLE-COUNT           PIC S9(4) COMP VALUE +0.
000720 01  HOLDER-TABLE.
000730     05  HOLDER-TABLE-ENTRY   OCCURS 1 TO 200 TIMES
000740                              DEPENDING ON HOLDER-TABLE-COUNT
000750                              INDEXED BY HT-IX.
000760         10  HT-TERMINAL-ID       PIC X(8).
000770         10  HT-USERID            PIC X(8).
000780         10  HT-COMMAND-COUNT     PIC S9(5) COMP-3.
000790         10  HT-ACK-COUNT         PIC S9(5) COMP-3.
000800*
000810 01  REPORT-DATE-FIELDS.
000820     05  REPORT-DATE              PIC 9(8).
000830     05  RUN-DATE                 PIC 9(8).
000840     05  DATE-CARD-VALUE          PIC X(8).
000850     05  DATE-CARD-VALUE-N REDEFINES DATE-CARD-VALUE PIC 9(8).
000860*
000870 01  SECURITY-COUNTERS.
000880     05  RECORDS-READ             PIC S9(7) COMP-3 VALUE +0.
000890     05  REFUSALS-ON-DATE         PIC S9(7) COMP-3 VALUE +0.
000900     05  COMMANDS-REFUSED         PIC S9(7) COMP-3 VALUE +0.
000910     05  ACKS-REFUSED             PIC S9(7) COMP-3 VALUE +0.
000920     05  OTHER-DATE-COUNT         PIC S9(7) COMP-3 VALUE +0.
000930     05  HOLDERS-NOT-SUMMARIZED   PIC S9(7) COMP-3 VALUE +0.
000940     05  WS-DATE.
000950         10  WS-YEAR              PIC XX.
000960         10  WS-MONTH             PIC XX.
000970         10  WS-DAY               PIC XX.
000980     05  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
000990*
001000*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001010*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001020*    LOGGER, CALLED AT START AND END OF JOB SO OPSSUM CAN ROLL
001030*    THIS RUN INTO THE WINDOW'S CONSOLIDATED SUMMARY.
001040 COPY OPSTATP.
001050*
001060*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
001070*    CALL 'DATECALC' - YESTERDAY'S DATE, AND THE CHECK OF A
001080*    REPORT-DATE CARD.
001090 COPY DATECALP.
001100*
001110*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001120*    CALL 'CTLREAD' - THE OPTIONAL REPORT-DATE CARD.
001130 COPY CTLCARD0.
001140*
001150***************************************************************
001160*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
001170*    SECURITY EXCEPTION REPORT THE SHOP'S SHARED HEADING AND    *
001180*    TRAILER.                                                   *
001190***************************************************************
001200 COPY RPTHDR0.
001210 01  CRITERIA-LINE.
001220     05  FILLER                   PIC X(2) VALUE SPACES.
001230     05  FILLER                   PIC X(29) VALUE
001240         'REQUESTS REFUSED ON CCYYMMDD '.
001250     05  CRL-REPORT-DATE          PIC 9(8).
001260     05  FILLER                   PIC X(94) VALUE SPACES.
001270 01  DETAIL-HEADING-LINE.
001280     05  FILLER                   PIC X(2) VALUE SPACES.
001290     05  FILLER                   PIC X(10) VALUE 'TIME'.
001300     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
001310     05  FILLER                   PIC X(10) VALUE 'LTERM'.
001320     05  FILLER                   PIC X(10) VALUE 'USER ID'.
001330     05  FILLER                   PIC X(10) VALUE 'REQUEST'.
001340     05  FILLER                   PIC X(7) VALUE 'CLASS'.
001350     05  FILLER                   PIC X(74) VALUE 'TEXT AS KEYED'.
001360 01  DETAIL-LINE.
001370     05  FILLER                   PIC X(2) VALUE SPACES.
001380     05  DTL-HH                   PIC XX.
001390     05  FILLER                   PIC X VALUE ':'.
001400     05  DTL-MM                   PIC XX.
001410     05  FILLER                   PIC X VALUE ':'.
001420     05  DTL-SS                   PIC XX.
001430     05  FILLER                   PIC X(2) VALUE SPACES.
001440     05  DTL-PROGRAM-ID           PIC X(8).
001450     05  FILLER                   PIC X(2) VALUE SPACES.
001460     05  DTL-TERMINAL-ID          PIC X(8).
001470     05  FILLER                   PIC X(2) VALUE SPACES.
001480     05  DTL-USERID               PIC X(8).
001490     05  FILLER                   PIC X(2) VALUE SPACES.
001500     05  DTL-REQUEST              PIC X(8).
001510     05  FILLER                   PIC X(4) VALUE SPACES.
001520     05  DTL-ROUTE-CLASS          PIC X.
001530     05  FILLER                   PIC X(4) VALUE SPACES.
001540     05  DTL-REQUEST-TEXT         PIC X(60).
001550     05  FILLER                   PIC X(14) VALUE SPACES.
001560 01  SUMMARY-HEADING-LINE.
001570     05  FILLER                   PIC X(2) VALUE SPACES.
001580     05  FILLER                   PIC X(10) VALUE 'LTERM'.
001590     05  FILLER                   PIC X(10) VALUE 'USER ID'.
001600     05  FILLER                   PIC X(10) VALUE '  COMMANDS'.
001610     05  FILLER                   PIC X(10) VALUE '      ACKS'.
001620     05  FILLER                   PIC X(10) VALUE '     TOTAL'.
001630     05  FILLER                   PIC X(81) VALUE SPACES.
001640 01  SUMMARY-LINE.
001650     05  FILLER                   PIC X(2) VALUE SPACES.
001660     05  SML-TERMINAL-ID          PIC X(8).
001670     05  FILLER                   PIC X(2) VALUE SPACES.
001680     05  SML-USERID               PIC X(8).
001690     05  FILLER                   PIC X(2) VALUE SPACES.
001700     05  SML-COMMAND-COUNT        PIC ZZZ,ZZ9.
001710     05  FILLER                   PIC X(3) VALUE SPACES.
001720     05  SML-ACK-COUNT            PIC ZZZ,ZZ9.
001730     05  FILLER                   PIC X(3) VALUE SPACES.
001740     05  SML-TOTAL-COUNT          PIC ZZZ,ZZ9.
001750     05  FILLER                   PIC X(84) VALUE SPACES.
001760 01  SECTION-LINE.
001770     05  FILLER                   PIC X(2) VALUE SPACES.
001780     05  SCL-TEXT                 PIC X(60).
001790     05  FILLER                   PIC X(71) VALUE SPACES.
001800 01  COUNT-LINE.
001810     05  FILLER                   PIC X VALUE SPACE.
001820     05  CNT-LABEL                PIC X(42).
001830     05  FILLER                   PIC X(3) VALUE ' = '.
001840     05  CNT-VALUE                PIC Z,ZZZ,ZZ9.
001850     05  FILLER                   PIC X(78) VALUE SPACES.
001860*
001870 PROCEDURE DIVISION.
001880*
001890 A100-EXECUTIVE-CONTROL.
001900     PERFORM A110-INITIALIZATION.
001910     PERFORM B100-LIST-ONE-EXCEPTION UNTIL EXCEPTION-FILE-EOF.
001920     CLOSE SECURITY-EXCEPTION-FILE.
001930     IF REFUSALS-ON-DATE = ZERO
001940         MOVE 'NO REQUEST WAS REFUSED ON THE REPORT DATE'
001950             TO SCL-TEXT
001960         PERFORM X200-PRINT-SECTION-LINE
001970     ELSE
001980         PERFORM C100-PRINT-HOLDER-SUMMARY.
001990     PERFORM Z100-END-OF-PROCESSING.
002000     GOBACK.
002010*
002020***************************************************************
002030*    A110-INITIALIZATION SETTLES THE REPORT DATE - YESTERDAY,   *
002040*    OR A REPORT-DATE CARD DATECALC ACCEPTS - AND STARTS THE    *
002050*    LISTING.                                                   *
002060***************************************************************
002070 A110-INITIALIZATION.
002080     OPEN INPUT SECURITY-EXCEPTION-FILE.
002090     OPEN OUTPUT SECURITY-REPORT-FILE.
002100     ACCEPT WS-DATE FROM DATE.
002110     COMPUTE RUN-DATE = 20000000 + WS-DATE-N.
002120     MOVE RUN-DATE TO REPORT-DATE.
002130     SET DTC-PREV-DAY TO TRUE.
002140     MOVE RUN-DATE TO DTC-DATE-CCYYMMDD.
002150     CALL 'DATECALC' USING DATECALC-PARM.
002160     IF DTC-SUCCESSFUL
002170         MOVE DTC-RESULT-CCYYMMDD TO REPORT-DATE.
002180     MOVE 'SECRPT' TO CTC-PROGRAM-ID.
002190     MOVE 'REPORT-DATE' TO CTC-PARM-NAME.
002200     CALL 'CTLREAD' USING CTLCARD-PARM.
002210     IF CTC-PARM-FOUND
002220         MOVE CTC-PARM-VALUE (1:8) TO DATE-CARD-VALUE
002230         SET DTC-DAY-OF-WEEK TO TRUE
002240         MOVE DATE-CARD-VALUE TO DTC-DATE-CCYYMMDD
002250         CALL 'DATECALC' USING DATECALC-PARM
002260         IF DTC-SUCCESSFUL
002270             MOVE DATE-CARD-VALUE-N TO REPORT-DATE
002280         ELSE
002290             DISPLAY 'SECRPT INVALID REPORT-DATE CARD IGNORED: '
002300                 CTC-PARM-VALUE.
002310     MOVE WS-MONTH TO RPT-HEADING-MONTH.
002320     MOVE WS-DAY TO RPT-HEADING-DAY.
002330     MOVE WS-YEAR TO RPT-HEADING-YEAR.
002340     MOVE 'SECRPT' TO RPT-HEADING-PROGRAM.
002350     MOVE 'SECURITY EXCEPTIONS - REFUSED COMMANDS AND ACKS'
002360         TO RPT-HEADING-TITLE.
002370     MOVE 1 TO RPT-HEADING-PAGE.
002380     MOVE RPT-HEADING-LINE TO SECURITY-REPORT-RECORD.
002390     WRITE SECURITY-REPORT-RECORD.
002400     MOVE REPORT-DATE TO CRL-REPORT-DATE.
002410     MOVE CRITERIA-LINE TO SECURITY-REPORT-RECORD.
002420     WRITE SECURITY-REPORT-RECORD.
002430     MOVE SPACES TO SECURITY-REPORT-RECORD.
002440     WRITE SECURITY-REPORT-RECORD.
002450     MOVE DETAIL-HEADING-LINE TO SECURITY-REPORT-RECORD.
002460     WRITE SECURITY-REPORT-RECORD.
002470     MOVE 'SECRPT' TO OST-PROGRAM-ID.
002480     SET OST-START-OF-JOB TO TRUE.
002490     MOVE SPACES TO OST-NAMED-COUNTERS.
002500     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
002510         OST-EXCEPTION-COUNT.
002520     CALL 'OPSTAT' USING OPSTAT-PARM.
002530     PERFORM X100-READ-ONE-EXCEPTION.
002540*
002550***************************************************************
002560*    B100-B120 LIST EACH REFUSAL OF THE REPORT DATE AND COUNT   *
002570*    IT UNDER ITS LTERM AND USER; A REFUSAL OF ANY OTHER DATE   *
002580*    IS ONLY COUNTED.                                           *
002590***************************************************************
002600 B100-LIST-ONE-EXCEPTION.
002610     ADD 1 TO RECORDS-READ.
002620     IF SEX-DATE NOT = REPORT-DATE
002630         ADD 1 TO OTHER-DATE-COUNT
002640     ELSE
002650         ADD 1 TO REFUSALS-ON-DATE
002660         IF SEX-ACK-REFUSED
002670             ADD 1 TO ACKS-REFUSED
002680         ELSE
002690             ADD 1 TO COMMANDS-REFUSED
002700         END-IF
002710         PERFORM B110-PRINT-DETAIL-LINE
002720         PERFORM B120-COUNT-UNDER-HOLDER.
002730     PERFORM X100-READ-ONE-EXCEPTION.
002740*
002750 B110-PRINT-DETAIL-LINE.
002760     MOVE SEX-TIME (1:2) TO DTL-HH.
002770     MOVE SEX-TIME (3:2) TO DTL-MM.
002780     MOVE SEX-TIME (5:2) TO DTL-SS.
002790     MOVE SEX-PROGRAM-ID TO DTL-PROGRAM-ID.
002800     MOVE SEX-TERMINAL-ID TO DTL-TERMINAL-ID.
002810     MOVE SEX-USERID TO DTL-USERID.
002820     MOVE SEX-COMMAND TO DTL-REQUEST.
002830     MOVE SEX-ROUTE-CLASS TO DTL-ROUTE-CLASS.
002840     MOVE SEX-REQUEST-TEXT TO DTL-REQUEST-TEXT.
002850     MOVE DETAIL-LINE TO SECURITY-REPORT-RECORD.
002860     WRITE SECURITY-REPORT-RECORD.
002870*
002880 B120-COUNT-UNDER-HOLDER.
002890     SET HT-IX TO 1.
002900     SEARCH HOLDER-TABLE-ENTRY
002910         AT END
002920             PERFORM B130-ADD-HOLDER
002930         WHEN HT-TERMINAL-ID (HT-IX) = SEX-TERMINAL-ID
002940             AND HT-USERID (HT-IX) = SEX-USERID
002950             CONTINUE
002960     END-SEARCH.
002970     IF HT-IX NOT > HOLDER-TABLE-COUNT
002980         IF SEX-ACK-REFUSED
002990             ADD 1 TO HT-ACK-COUNT (HT-IX)
003000         ELSE
003010             ADD 1 TO HT-COMMAND-COUNT (HT-IX).
003020*
003030 B130-ADD-HOLDER.
003040     IF HOLDER-TABLE-COUNT < 200
003050         ADD 1 TO HOLDER-TABLE-COUNT
003060         SET HT-IX TO HOLDER-TABLE-COUNT
003070         MOVE SEX-TERMINAL-ID TO HT-TERMINAL-ID (HT-IX)
003080         MOVE SEX-USERID TO HT-USERID (HT-IX)
003090         MOVE ZERO TO HT-COMMAND-COUNT (HT-IX)
003100         MOVE ZERO TO HT-ACK-COUNT (HT-IX)
003110     ELSE
003120         ADD 1 TO HOLDERS-NOT-SUMMARIZED
003130         SET HT-IX TO 201.
003140*
003150***************************************************************
003160*    C100-C110 PRINT THE SUMMARY - ONE LINE PER LTERM AND USER  *
003170*    REFUSED ON THE DAY, COMMANDS AND ACKNOWLEDGMENTS APART.    *
003180***************************************************************
003190 C100-PRINT-HOLDER-SUMMARY.
003200     MOVE SPACES TO SECURITY-REPORT-RECORD.
003210     WRITE SECURITY-REPORT-RECORD.
003220     MOVE 'REFUSALS BY LTERM AND USER' TO SCL-TEXT.
003230     PERFORM X200-PRINT-SECTION-LINE.
003240     MOVE SUMMARY-HEADING-LINE TO SECURITY-REPORT-RECORD.
003250     WRITE SECURITY-REPORT-RECORD.
003260     PERFORM C110-PRINT-ONE-HOLDER
003270         VARYING HT-IX FROM 1 BY 1
003280             UNTIL HT-IX > HOLDER-TABLE-COUNT.
003290     IF HOLDERS-NOT-SUMMARIZED > ZERO
003300         MOVE 'MORE LTERM AND USER PAIRS THAN THE SUMMARY HOLDS'
003310             TO SCL-TEXT
003320         PERFORM X200-PRINT-SECTION-LINE.
003330*
003340 C110-PRINT-ONE-HOLDER.
003350     MOVE HT-TERMINAL-ID (HT-IX) TO SML-TERMINAL-ID.
003360     MOVE HT-USERID (HT-IX) TO SML-USERID.
003370     MOVE HT-COMMAND-COUNT (HT-IX) TO SML-COMMAND-COUNT.
003380     MOVE HT-ACK-COUNT (HT-IX) TO SML-ACK-COUNT.
003390     COMPUTE SML-TOTAL-COUNT =
003400         HT-COMMAND-COUNT (HT-IX) + HT-ACK-COUNT (HT-IX).
003410     MOVE SUMMARY-LINE TO SECURITY-REPORT-RECORD.
003420     WRITE SECURITY-REPORT-RECORD.
003430*
003440 Z100-END-OF-PROCESSING.
003450     MOVE SPACES TO SECURITY-REPORT-RECORD.
003460     WRITE SECURITY-REPORT-RECORD.
003470     MOVE 'SECURITY EXCEPTION RECORDS READ' TO CNT-LABEL.
003480     MOVE RECORDS-READ TO CNT-VALUE.
003490     PERFORM X300-PRINT-COUNT.
003500     MOVE 'REQUESTS REFUSED ON THE REPORT DATE' TO CNT-LABEL.
003510     MOVE REFUSALS-ON-DATE TO CNT-VALUE.
003520     PERFORM X300-PRINT-COUNT.
003530     MOVE '  COMMANDS REFUSED' TO CNT-LABEL.
003540     MOVE COMMANDS-REFUSED TO CNT-VALUE.
003550     PERFORM X300-PRINT-COUNT.
003560     MOVE '  ACKNOWLEDGMENTS REFUSED' TO CNT-LABEL.
003570     MOVE ACKS-REFUSED TO CNT-VALUE.
003580     PERFORM X300-PRINT-COUNT.
003590     MOVE 'LTERM AND USER PAIRS REFUSED' TO CNT-LABEL.
003600     COMPUTE CNT-VALUE =
003610         HOLDER-TABLE-COUNT + HOLDERS-NOT-SUMMARIZED.
003620     PERFORM X300-PRINT-COUNT.
003630     MOVE 'REFUSALS ON OTHER DATES - NOT LISTED' TO CNT-LABEL.
003640     MOVE OTHER-DATE-COUNT TO CNT-VALUE.
003650     PERFORM X300-PRINT-COUNT.
003660     MOVE 'SECRPT' TO RPT-TRAILER-PROGRAM.
003670     MOVE 1 TO RPT-TRAILER-PAGES.
003680     MOVE RPT-TRAILER-LINE TO SECURITY-REPORT-RECORD.
003690     WRITE SECURITY-REPORT-RECORD.
003700     CLOSE SECURITY-REPORT-FILE.
003710     MOVE 'SECRPT' TO OST-PROGRAM-ID.
003720     SET OST-END-OF-JOB TO TRUE.
003730     MOVE RECORDS-READ TO OST-RECORDS-PROCESSED.
003740     MOVE ZERO TO OST-ERROR-COUNT.
003750     MOVE REFUSALS-ON-DATE TO OST-EXCEPTION-COUNT.
003760     CALL 'OPSTAT' USING OPSTAT-PARM.
003770     IF REFUSALS-ON-DATE > ZERO
003780         MOVE 4 TO RETURN-CODE.
003790*
003800 X100-READ-ONE-EXCEPTION.
003810     READ SECURITY-EXCEPTION-FILE
003820         AT END
003830             SET EXCEPTION-FILE-EOF TO TRUE.
003840*
003850 X200-PRINT-SECTION-LINE.
003860     MOVE SECTION-LINE TO SECURITY-REPORT-RECORD.
003870     WRITE SECURITY-REPORT-RECORD.
003880*
003890 X300-PRINT-COUNT.
003900     MOVE COUNT-LINE TO SECURITY-REPORT-RECORD.
003910     WRITE SECURITY-REPORT-RECORD.
