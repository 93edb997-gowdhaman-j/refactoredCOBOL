000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    MAINTRPT.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* DEFERRED-ITEM REPORT FOR PLANNED MAINTENANCE WINDOWS.  WHILE  *
000150* A WINDOW DECLARED ON THE MAINTENANCE CALENDAR (DD             *
000160* UT-S-MAINTCAL, READ THROUGH CALL 'MAINTCHK') IS OPEN,         *
000170* ERLALERT HOLDS FATAL ALERTS, BMPESCAL HOLDS ESCALATIONS, AND  *
000180* OPSSUM HOLDS ROSTER JOBS IT WOULD OTHERWISE REPORT MISSING OR *
000190* LATE - EACH ONE IS APPENDED, WITH ITS WINDOW, TO THE SHARED   *
000200* SUPPRESSED-ITEM FILE (DD UT-S-MAINTSUP, COPY MAINTSP0).  THIS *
000210* STEP PRINTS EVERY ITEM WHOSE WINDOW HAS CLOSED BY THE TIME IT *
000220* RUNS, GROUPED BY WINDOW WITH THE WINDOW'S START, END,         *
000230* PROGRAM, AND REASON, SO NOTHING HELD FOR AN OUTAGE IS LOST,   *
000240* ONLY DEFERRED.  ITEMS OF A WINDOW STILL OPEN ARE CARRIED      *
000250* FORWARD UNPRINTED TO THE REWRITTEN FILE (DD UT-S-MAINTNEW,    *
000260* SWAPPED IN FOR THE OLD FILE BY THE JCL) TO PRINT ON A LATER   *
000270* RUN.  THE TRAILER PROVES PRINTED PLUS CARRIED FORWARD EQUALS  *
000280* ITEMS READ.  THE REPORT PRINTS TO DD UT-S-MAINTRPT.           *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL SUPPRESSED-ITEM-FILE
000350         ASSIGN TO UT-S-MAINTSUP.
000360     SELECT CARRY-FORWARD-FILE ASSIGN TO UT-S-MAINTNEW.
000370     SELECT MAINT-REPORT-FILE ASSIGN TO UT-S-MAINTRPT.
000380 DATA DIVISION.
000390 FILE SECTION.
000400*
000410 FD  SUPPRESSED-ITEM-FILE
000420     RECORDING MODE IS F
000430     BLOCK CONTAINS 0 RECORDS
000440     RECORD CONTAINS 200 CHARACTERS
000450     LABEL RECORDS ARE OMITTED
000460     DATA RECORD IS SUPPRESSED-ITEM-RECORD.
000470*
000480     COPY MAINTSP0.
000490*
000500 FD  CARRY-FORWARD-FILE
000510     RECORDING MODE IS F
000520     BLOCK CONTAINS 0 RECORDS
000530     RECORD CONTAINS 200 CHARACTERS
000540     LABEL RECORDS ARE OMITTED.
000550 01  CARRY-FORWARD-RECORD         PIC X(200).
000560*
000570 FD  MAINT-REPORT-FILE
000580     RECORDING MODE IS F
000590     BLOCK CONTAINS 0 RECORDS
000600     RECORD CONTAINS 133 CHARACTERS
000610     LABEL RECORDS ARE OMITTED.
000620 01  MAINT-REPORT-RECORD          PIC X(133).
000630*
000640 WORKING-STORAGE SECTION.
000650 77  FILLER PIC X(36)  VALUE
000660     'MAINTRPT WORKING STORAGE BEGINS HERE'.
000670*
000680 01  ITEM-FILE-SWITCH             PIC X VALUE 'N'.
000690     88  ITEM-FILE-EOF                VALUE 'Y'.
000700 01  WINDOW-FOUND-SWITCH          PIC X VALUE 'N'.
000710     88  WINDOW-FOUND                 VALUE 'Y'.
000720*
000730***************************************************************
000740*    CLOSED-WINDOW-TABLE HOLDS EACH DISTINCT CLOSED WINDOW IN   *
000750*    THE ORDER ITS FIRST ITEM WAS FILED.  AN ITEM OF A CLOSED   *
000760*    WINDOW THAT WILL NOT FIT IS CARRIED FORWARD, NOT DROPPED.  *
000770***************************************************************
000780 01  CLOSED-WINDOW-COUNT          PIC S9(4) COMP VALUE +0.
000790 01  CLOSED-WINDOW-TABLE.
000800     05  CLOSED-WINDOW-ENTRY  OCCURS 1 TO 50 TIMES
000810                              DEPENDING ON CLOSED-WINDOW-COUNT
000820                              INDEXED BY CW-IX.
000830         10  CW-START             PIC X(12).
000840         10  CW-END               PIC X(12).
000850         10  CW-PROGRAM-ID        PIC X(8).
000860         10  CW-REASON            PIC X(40).
000870         10  CW-ITEM-COUNT        PIC S9(5) COMP-3.
000880*
000890*    NOW-STAMP IS THE RUN'S CLOCK AS CCYYMMDDHHMM, THE SAME FORM
000900*    THE WINDOW START AND END TAKE ON THE CALENDAR; A WINDOW HAS
000910*    CLOSED WHEN ITS END IS NOT AFTER NOW.
000920 01  NOW-FIELDS.
000930     05  NOW-STAMP.
000940         10  NOW-DATE             PIC 9(8).
000950         10  NOW-TIME             PIC 9(4).
000960     05  NOW-STAMP-X REDEFINES NOW-STAMP PIC X(12).
000970     05  CLOCK-DATE               PIC 9(6).
000980     05  CLOCK-TIME               PIC 9(8).
000990*
001000 01  MAINT-TOTALS.
001010     05  ITEMS-READ               PIC S9(7) COMP VALUE +0.
001020     05  ITEMS-PRINTED            PIC S9(7) COMP VALUE +0.
001030     05  ITEMS-CARRIED            PIC S9(7) COMP VALUE +0.
001040     05  WS-DATE.
001050         10  WS-YEAR              PIC XX.
001060         10  WS-MONTH             PIC XX.
001070         10  WS-DAY               PIC XX.
001080*
001090*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001100*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001110*    LOGGER, CALLED AT START AND END OF JOB SO OPSSUM CAN ROLL
001120*    THIS RUN INTO THE WINDOW'S CONSOLIDATED SUMMARY.
001130 COPY OPSTATP.
001140*
001150***************************************************************
001160*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
001170*    DEFERRED-ITEM REPORT THE SHOP'S SHARED HEADING AND         *
001180*    TRAILER.                                                   *
001190***************************************************************
001200 COPY RPTHDR0.
001210 01  WINDOW-LINE.
001220     05  FILLER                   PIC X(2) VALUE SPACES.
001230     05  FILLER                   PIC X(8) VALUE 'WINDOW  '.
001240     05  WDL-START-DATE           PIC X(8).
001250     05  FILLER                   PIC X VALUE SPACE.
001260     05  WDL-START-TIME           PIC X(4).
001270     05  FILLER                   PIC X(4) VALUE ' TO '.
001280     05  WDL-END-DATE             PIC X(8).
001290     05  FILLER                   PIC X VALUE SPACE.
001300     05  WDL-END-TIME             PIC X(4).
001310     05  FILLER                   PIC X(6) VALUE '  FOR '.
001320     05  WDL-PROGRAM-ID           PIC X(8).
001330     05  FILLER                   PIC X(2) VALUE SPACES.
001340     05  WDL-REASON               PIC X(40).
001350     05  FILLER                   PIC X(37) VALUE SPACES.
001360 01  HEADING-LINE-2.
001370     05  FILLER                   PIC X(4) VALUE SPACES.
001380     05  FILLER                   PIC X(10) VALUE 'HELD BY'.
001390     05  FILLER                   PIC X(10) VALUE 'TYPE'.
001400     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
001410     05  FILLER                   PIC X(17) VALUE 'DATE/TIME'.
001420     05  FILLER                   PIC X(82) VALUE 'ITEM'.
001430 01  ITEM-LINE.
001440     05  FILLER                   PIC X(4) VALUE SPACES.
001450     05  ITL-SOURCE-PROGRAM       PIC X(8).
001460     05  FILLER                   PIC X(2) VALUE SPACES.
001470     05  ITL-ITEM-TYPE            PIC X(8).
001480     05  FILLER                   PIC X(2) VALUE SPACES.
001490     05  ITL-ITEM-PROGRAM-ID      PIC X(8).
001500     05  FILLER                   PIC X(2) VALUE SPACES.
001510     05  ITL-ITEM-DATE            PIC 9(6).
001520     05  FILLER                   PIC X VALUE SPACE.
001530     05  ITL-ITEM-TIME            PIC 9(8).
001540     05  FILLER                   PIC X(2) VALUE SPACES.
001550     05  ITL-ITEM-TEXT            PIC X(80).
001560     05  FILLER                   PIC X(2) VALUE SPACES.
001570 01  WINDOW-COUNT-LINE.
001580     05  FILLER                   PIC X(4) VALUE SPACES.
001590     05  WCL-COUNT                PIC ZZZZ9.
001600     05  FILLER                   PIC X(30) VALUE
001610         ' ITEM(S) HELD FOR THIS WINDOW'.
001620     05  FILLER                   PIC X(94) VALUE SPACES.
001630 01  TOTAL-LINE.
001640     05  FILLER                   PIC X(2) VALUE SPACES.
001650     05  TTL-LABEL                PIC X(30).
001660     05  TTL-COUNT                PIC ZZZZZZ9.
001670     05  FILLER                   PIC X(94) VALUE SPACES.
001680 01  NOTE-LINE.
001690     05  FILLER                   PIC X(2) VALUE SPACES.
001700     05  NTL-TEXT                 PIC X(80).
001710     05  FILLER                   PIC X(51) VALUE SPACES.
001720*
001730 PROCEDURE DIVISION.
001740*
001750 A100-EXECUTIVE-CONTROL.
001760     PERFORM A110-INITIALIZATION.
001770     PERFORM B100-FILE-ONE-ITEM UNTIL ITEM-FILE-EOF.
001780     CLOSE SUPPRESSED-ITEM-FILE.
001790     IF CLOSED-WINDOW-COUNT > ZERO
001800         PERFORM C100-PRINT-ONE-WINDOW
001810             VARYING CW-IX FROM 1 BY 1
001820                 UNTIL CW-IX > CLOSED-WINDOW-COUNT
001830     ELSE
001840         MOVE 'NO MAINTENANCE WINDOW HAS CLOSED WITH ITEMS HELD'
001850             TO NTL-TEXT
001860         MOVE NOTE-LINE TO MAINT-REPORT-RECORD
001870         WRITE MAINT-REPORT-RECORD.
001880     PERFORM Z100-PRINT-TOTALS.
001890     PERFORM Z900-END-OF-PROCESSING.
001900     GOBACK.
001910*
001920 A110-INITIALIZATION.
001930     OPEN INPUT SUPPRESSED-ITEM-FILE.
001940     OPEN OUTPUT CARRY-FORWARD-FILE.
001950     OPEN OUTPUT MAINT-REPORT-FILE.
001960     ACCEPT WS-DATE FROM DATE.
001970     ACCEPT CLOCK-DATE FROM DATE.
001980     ACCEPT CLOCK-TIME FROM TIME.
001990     COMPUTE NOW-DATE = 20000000 + CLOCK-DATE.
002000     DIVIDE CLOCK-TIME BY 10000 GIVING NOW-TIME.
002010     MOVE WS-MONTH TO RPT-HEADING-MONTH.
002020     MOVE WS-DAY TO RPT-HEADING-DAY.
002030     MOVE WS-YEAR TO RPT-HEADING-YEAR.
002040     MOVE 'MAINTRPT' TO RPT-HEADING-PROGRAM.
002050     MOVE 'ITEMS HELD DURING PLANNED MAINTENANCE'
002060         TO RPT-HEADING-TITLE.
002070     MOVE 1 TO RPT-HEADING-PAGE.
002080     MOVE RPT-HEADING-LINE TO MAINT-REPORT-RECORD.
002090     WRITE MAINT-REPORT-RECORD.
002100     MOVE 'MAINTRPT' TO OST-PROGRAM-ID.
002110     SET OST-START-OF-JOB TO TRUE.
002120     MOVE SPACES TO OST-NAMED-COUNTERS.
002130     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
002140         OST-EXCEPTION-COUNT.
002150     CALL 'OPSTAT' USING OPSTAT-PARM.
002160     PERFORM X100-READ-ONE-ITEM.
002170*
002180***************************************************************
002190*    B100-B110 FILE EACH HELD ITEM.  ONE WHOSE WINDOW HAS       *
002200*    CLOSED NOTES THE WINDOW IN CLOSED-WINDOW-TABLE FOR THE     *
002210*    PRINT PASS; ONE WHOSE WINDOW IS STILL OPEN IS COPIED TO    *
002220*    THE CARRY-FORWARD FILE UNTOUCHED.                          *
002230***************************************************************
002240 B100-FILE-ONE-ITEM.
002250     ADD 1 TO ITEMS-READ.
002260     MOVE 'N' TO WINDOW-FOUND-SWITCH.
002270     IF MSP-WINDOW-END NOT > NOW-STAMP-X
002280         PERFORM B110-NOTE-CLOSED-WINDOW.
002290     IF NOT WINDOW-FOUND
002300         MOVE SUPPRESSED-ITEM-RECORD TO CARRY-FORWARD-RECORD
002310         WRITE CARRY-FORWARD-RECORD
002320         ADD 1 TO ITEMS-CARRIED.
002330     PERFORM X100-READ-ONE-ITEM.
002340*
002350 B110-NOTE-CLOSED-WINDOW.
002360     SET CW-IX TO 1.
002370     SEARCH CLOSED-WINDOW-ENTRY
002380         AT END
002390             PERFORM B120-ADD-CLOSED-WINDOW
002400         WHEN CW-START (CW-IX) = MSP-WINDOW-START
002410             AND CW-END (CW-IX) = MSP-WINDOW-END
002420             AND CW-PROGRAM-ID (CW-IX) = MSP-WINDOW-PROGRAM-ID
002430             SET WINDOW-FOUND TO TRUE
002440     END-SEARCH.
002450     IF WINDOW-FOUND
002460         ADD 1 TO CW-ITEM-COUNT (CW-IX).
002470*
002480 B120-ADD-CLOSED-WINDOW.
002490     IF CLOSED-WINDOW-COUNT < 50
002500         ADD 1 TO CLOSED-WINDOW-COUNT
002510         SET CW-IX TO CLOSED-WINDOW-COUNT
002520         MOVE MSP-WINDOW-START TO CW-START (CW-IX)
002530         MOVE MSP-WINDOW-END TO CW-END (CW-IX)
002540         MOVE MSP-WINDOW-PROGRAM-ID TO CW-PROGRAM-ID (CW-IX)
002550         MOVE MSP-REASON TO CW-REASON (CW-IX)
002560         MOVE ZERO TO CW-ITEM-COUNT (CW-IX)
002570         SET WINDOW-FOUND TO TRUE
002580     ELSE
002590         DISPLAY 'MAINTRPT CLOSED-WINDOW-TABLE FULL - WINDOW '
002600             MSP-WINDOW-START ' CARRIED FORWARD'.
002610*
002620***************************************************************
002630*    C100-C110 PRINT ONE CLOSED WINDOW - ITS START, END,        *
002640*    PROGRAM, AND REASON, THEN EVERY ITEM HELD UNDER IT, IN THE *
002650*    ORDER THEY WERE FILED, BY A FRESH PASS OF THE ITEM FILE.   *
002660***************************************************************
002670 C100-PRINT-ONE-WINDOW.
002680     MOVE SPACES TO MAINT-REPORT-RECORD.
002690     WRITE MAINT-REPORT-RECORD.
002700     MOVE CW-START (CW-IX) (1:8) TO WDL-START-DATE.
002710     MOVE CW-START (CW-IX) (9:4) TO WDL-START-TIME.
002720     MOVE CW-END (CW-IX) (1:8) TO WDL-END-DATE.
002730     MOVE CW-END (CW-IX) (9:4) TO WDL-END-TIME.
002740     MOVE CW-PROGRAM-ID (CW-IX) TO WDL-PROGRAM-ID.
002750     MOVE CW-REASON (CW-IX) TO WDL-REASON.
002760     MOVE WINDOW-LINE TO MAINT-REPORT-RECORD.
002770     WRITE MAINT-REPORT-RECORD.
002780     MOVE HEADING-LINE-2 TO MAINT-REPORT-RECORD.
002790     WRITE MAINT-REPORT-RECORD.
002800     MOVE 'N' TO ITEM-FILE-SWITCH.
002810     OPEN INPUT SUPPRESSED-ITEM-FILE.
002820     PERFORM X100-READ-ONE-ITEM.
002830     PERFORM C110-PRINT-IF-THIS-WINDOW UNTIL ITEM-FILE-EOF.
002840     CLOSE SUPPRESSED-ITEM-FILE.
002850     MOVE CW-ITEM-COUNT (CW-IX) TO WCL-COUNT.
002860     MOVE WINDOW-COUNT-LINE TO MAINT-REPORT-RECORD.
002870     WRITE MAINT-REPORT-RECORD.
002880*
002890 C110-PRINT-IF-THIS-WINDOW.
002900     IF MSP-WINDOW-START = CW-START (CW-IX)
002910         AND MSP-WINDOW-END = CW-END (CW-IX)
002920         AND MSP-WINDOW-PROGRAM-ID = CW-PROGRAM-ID (CW-IX)
002930         MOVE MSP-SOURCE-PROGRAM TO ITL-SOURCE-PROGRAM
002940         MOVE MSP-ITEM-TYPE TO ITL-ITEM-TYPE
002950         MOVE MSP-ITEM-PROGRAM-ID TO ITL-ITEM-PROGRAM-ID
002960         MOVE MSP-ITEM-DATE TO ITL-ITEM-DATE
002970         MOVE MSP-ITEM-TIME TO ITL-ITEM-TIME
002980         MOVE MSP-ITEM-TEXT TO ITL-ITEM-TEXT
002990         MOVE ITEM-LINE TO MAINT-REPORT-RECORD
003000         WRITE MAINT-REPORT-RECORD
003010         ADD 1 TO ITEMS-PRINTED.
003020     PERFORM X100-READ-ONE-ITEM.
003030*
003040***************************************************************
003050*    Z100-PRINT-TOTALS PROVES THE SPLIT - EVERY ITEM READ WAS   *
003060*    EITHER PRINTED UNDER A CLOSED WINDOW OR CARRIED FORWARD.   *
003070***************************************************************
003080 Z100-PRINT-TOTALS.
003090     MOVE SPACES TO MAINT-REPORT-RECORD.
003100     WRITE MAINT-REPORT-RECORD.
003110     MOVE 'HELD ITEMS READ:' TO TTL-LABEL.
003120     MOVE ITEMS-READ TO TTL-COUNT.
003130     MOVE TOTAL-LINE TO MAINT-REPORT-RECORD.
003140     WRITE MAINT-REPORT-RECORD.
003150     MOVE 'PRINTED - WINDOW CLOSED:' TO TTL-LABEL.
003160     MOVE ITEMS-PRINTED TO TTL-COUNT.
003170     MOVE TOTAL-LINE TO MAINT-REPORT-RECORD.
003180     WRITE MAINT-REPORT-RECORD.
003190     MOVE 'CARRIED FORWARD - STILL OPEN:' TO TTL-LABEL.
003200     MOVE ITEMS-CARRIED TO TTL-COUNT.
003210     MOVE TOTAL-LINE TO MAINT-REPORT-RECORD.
003220     WRITE MAINT-REPORT-RECORD.
003230*
003240 Z900-END-OF-PROCESSING.
003250     MOVE 'MAINTRPT' TO RPT-TRAILER-PROGRAM.
003260     MOVE 1 TO RPT-TRAILER-PAGES.
003270     MOVE RPT-TRAILER-LINE TO MAINT-REPORT-RECORD.
003280     WRITE MAINT-REPORT-RECORD.
003290     CLOSE CARRY-FORWARD-FILE, MAINT-REPORT-FILE.
003300     MOVE 'MAINTRPT' TO OST-PROGRAM-ID.
003310     SET OST-END-OF-JOB TO TRUE.
003320     MOVE ITEMS-READ TO OST-RECORDS-PROCESSED.
003330     MOVE ZERO TO OST-ERROR-COUNT.
003340     MOVE ITEMS-PRINTED TO OST-EXCEPTION-COUNT.
003350     CALL 'OPSTAT' USING OPSTAT-PARM.
003360*
003370 X100-READ-ONE-ITEM.
003380     READ SUPPRESSED-ITEM-FILE
003390         AT END
003400             SET ITEM-FILE-EOF TO TRUE.
