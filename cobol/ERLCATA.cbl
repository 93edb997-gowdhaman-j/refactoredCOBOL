000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ERLCATA.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* ERROR MESSAGE CATALOG AUDIT.  READS THE CENTRAL ERROR-LOG-FILE*
000150* (DD UT-S-ERRLOG) AND, WHEN DD UT-S-ERLARCH IS SUPPLIED, ONE OR*
000160* MORE CONCATENATED ERLPURGE ARCHIVE GENERATIONS, LOOKS EVERY   *
000170* ENTRY UP IN THE ERROR MESSAGE CATALOG (CALL 'MSGCAT', DD      *
000180* UT-S-MSGCAT), AND LISTS (DD UT-S-CATARPT) EACH DISTINCT       *
000190* PROGRAM/PARAGRAPH/MESSAGE COMBINATION THAT HAS NO CATALOG     *
000200* ENTRY YET, WITH HOW OFTEN AND WHEN IT WAS LOGGED AND A        *
000210* READY-MADE 'E' CARD FOR THE CATALOG - THE LOGGED SEVERITY     *
000220* STANDS IN FOR THE STANDARD ONE UNTIL SOMEONE DECIDES          *
000230* OTHERWISE - SO THE CATALOG STAYS COMPLETE AS NEW MESSAGES ARE *
000240* WRITTEN.  THE COMBINATIONS ARE PUT THROUGH AN INTERNAL SORT   *
000250* THE SAME WAY ERLRPT SORTS ITS SELECTED ENTRIES.  THE STEP ENDS*
000260* WITH CONDITION CODE 4 WHEN ANY MESSAGE IS UNCATALOGED.        *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ERROR-LOG-FILE ASSIGN TO UT-S-ERRLOG.
000330     SELECT OPTIONAL ARCHIVE-LOG-FILE ASSIGN TO UT-S-ERLARCH.
000340     SELECT SORT-FILE ASSIGN TO SORTWK01.
000350     SELECT AUDIT-REPORT-FILE ASSIGN TO UT-S-CATARPT.
000360 DATA DIVISION.
000370 FILE SECTION.
000380*
000390 FD  ERROR-LOG-FILE
000400     RECORDING MODE IS F
000410     BLOCK CONTAINS 0 RECORDS
000420     RECORD CONTAINS 147 CHARACTERS
000430     LABEL RECORDS ARE OMITTED
000440     DATA RECORD IS ERROR-LOG-RECORD.
000450*
000460     COPY ERLREC0.
000470*
000480 FD  ARCHIVE-LOG-FILE
000490     RECORDING MODE IS F
000500     BLOCK CONTAINS 0 RECORDS
000510     RECORD CONTAINS 147 CHARACTERS
000520     LABEL RECORDS ARE OMITTED.
000530     COPY ERLREC0 REPLACING ERROR-LOG-RECORD BY
000540         ARCHIVE-LOG-RECORD
000550         LEADING ==ERL-== BY ==ARC-==.
000560*
000570 SD  SORT-FILE
000580     DATA RECORD IS SORT-RECORD.
000590 01  SORT-RECORD.
000600     05  SRT-PROGRAM-ID           PIC X(8).
000610     05  SRT-PARAGRAPH            PIC X(30).
000620     05  SRT-MESSAGE              PIC X(80).
000630     05  SRT-TIMESTAMP.
000640         10  SRT-DATE             PIC 9(6).
000650         10  SRT-TIME             PIC 9(8).
000660     05  SRT-SEVERITY             PIC X(1).
000670*
000680 FD  AUDIT-REPORT-FILE
000690     RECORDING MODE IS F
000700     BLOCK CONTAINS 0 RECORDS
000710     RECORD CONTAINS 133 CHARACTERS
000720     LABEL RECORDS ARE OMITTED.
000730 01  AUDIT-REPORT-RECORD          PIC X(133).
000740*
000750 WORKING-STORAGE SECTION.
000760 77  FILLER PIC X(35)  VALUE
000770     'ERLCATA WORKING STORAGE BEGINS HERE'.
000780*
000790 01  LOG-FILE-SWITCH              PIC X VALUE 'N'.
000800     88  LOG-FILE-EOF                 VALUE 'Y'.
000810 01  ARCHIVE-FILE-SWITCH          PIC X VALUE 'N'.
000820     88  ARCHIVE-FILE-EOF             VALUE 'Y'.
000830 01  SORT-RETURN-SWITCH           PIC X VALUE 'N'.
000840     88  SORT-RETURN-EOF              VALUE 'Y'.
000850*
000860***************************************************************
000870*    CURRENT-COMBINATION ACCUMULATES ONE DISTINCT PROGRAM/      *
000880*    PARAGRAPH/MESSAGE AS THE SORTED ENTRIES COME BACK - HOW    *
000890*    OFTEN IT WAS LOGGED, THE FIRST AND LAST DATES, AND THE     *
000900*    SEVERITY IT WAS LAST LOGGED WITH.                          *
000910***************************************************************
000920 01  CURRENT-COMBINATION.
000930     05  CUR-PROGRAM-ID           PIC X(8) VALUE LOW-VALUES.
000940     05  CUR-PARAGRAPH            PIC X(30) VALUE LOW-VALUES.
000950     05  CUR-MESSAGE              PIC X(80) VALUE LOW-VALUES.
000960     05  CUR-COUNT                PIC S9(7) COMP-3 VALUE +0.
000970     05  CUR-FIRST-DATE           PIC 9(6).
000980     05  CUR-LAST-DATE            PIC 9(6).
000990     05  CUR-SEVERITY             PIC X.
001000*
001010 01  STATISTICAL-DATA.
001020     05  LOG-RECORDS-READ         PIC S9(7) COMP VALUE +0.
001030     05  ARCHIVE-RECORDS-READ     PIC S9(7) COMP VALUE +0.
001040     05  CATALOGED-COUNT          PIC S9(7) COMP VALUE +0.
001050     05  UNCATALOGED-COUNT        PIC S9(7) COMP VALUE +0.
001060     05  COMBINATION-COUNT        PIC S9(7) COMP VALUE +0.
001070     05  COUNT-OF-PAGES           PIC S9(5) COMP-3 VALUE +0.
001080     05  COUNT-OF-LINES           PIC S9(3) COMP-3 VALUE +0.
001090         88  BOTTOM-OF-PAGE           VALUE +58.
001100     05  CCTL                     PIC 9 VALUE 1.
001110     05  WS-DATE.
001120         10  WS-YEAR              PIC XX.
001130         10  WS-MONTH             PIC XX.
001140         10  WS-DAY               PIC XX.
001150*
001160*    MSGCAT-PARM (COPY MSGCATP) IS THE PARAMETER AREA FOR
001170*    CALL 'MSGCAT' - THE SHOP'S SHARED ERROR MESSAGE CATALOG
001180*    LOOKUP.
001190 COPY MSGCATP.
001200*
001210*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001220*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001230*    LOGGER, CALLED AT START AND END OF JOB.
001240 COPY OPSTATP.
001250*
001260***************************************************************
001270*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
001280*    AUDIT REPORT THE SHOP'S SHARED HEADING AND TRAILER.        *
001290***************************************************************
001300 COPY RPTHDR0.
001310 01  HEADING-LINE-2.
001320     05  FILLER                   PIC X VALUE SPACE.
001330     05  FILLER                   PIC X(9) VALUE 'PROGRAM'.
001340     05  FILLER                   PIC X(31) VALUE 'PARAGRAPH'.
001350     05  FILLER                   PIC X(4) VALUE 'S'.
001360     05  FILLER                   PIC X(10) VALUE 'LOGGED'.
001370     05  FILLER                   PIC X(8) VALUE 'FIRST'.
001380     05  FILLER                   PIC X(70) VALUE 'LAST'.
001390*
001400 01  DETAIL-LINE.
001410     05  FILLER                   PIC X VALUE SPACE.
001420     05  DTL-PROGRAM-ID           PIC X(8).
001430     05  FILLER                   PIC X VALUE SPACE.
001440     05  DTL-PARAGRAPH            PIC X(30).
001450     05  FILLER                   PIC X VALUE SPACE.
001460     05  DTL-SEVERITY             PIC X.
001470     05  FILLER                   PIC X VALUE SPACE.
001480     05  DTL-COUNT                PIC ZZZ,ZZ9.
001490     05  FILLER                   PIC X(3) VALUE SPACES.
001500     05  DTL-FIRST-DATE           PIC 9(6).
001510     05  FILLER                   PIC X(2) VALUE SPACES.
001520     05  DTL-LAST-DATE            PIC 9(6).
001530     05  FILLER                   PIC X(66) VALUE SPACES.
001540 01  MESSAGE-LINE.
001550     05  FILLER                   PIC X(4) VALUE SPACES.
001560     05  FILLER                   PIC X(9) VALUE 'MESSAGE: '.
001570     05  MSL-MESSAGE              PIC X(80).
001580     05  FILLER                   PIC X(40) VALUE SPACES.
001590 01  PROPOSED-CARD-LINE.
001600     05  FILLER                   PIC X(4) VALUE SPACES.
001610     05  FILLER                   PIC X(15) VALUE
001620         'PROPOSED CARD: '.
001630     05  PCL-CARD                 PIC X(80).
001640     05  FILLER                   PIC X(34) VALUE SPACES.
001650 01  NONE-LINE.
001660     05  FILLER                   PIC X VALUE SPACE.
001670     05  FILLER                   PIC X(40) VALUE
001680         'EVERY LOGGED MESSAGE IS CATALOGED'.
001690     05  FILLER                   PIC X(92) VALUE SPACES.
001700 01  COUNT-LINE.
001710     05  FILLER                   PIC X VALUE SPACE.
001720     05  CNT-LABEL                PIC X(36).
001730     05  FILLER                   PIC X(3) VALUE ' = '.
001740     05  CNT-VALUE                PIC Z,ZZZ,ZZ9.
001750     05  FILLER                   PIC X(84) VALUE SPACES.
001760*
001770*    MESSAGE-CATALOG-RECORD (COPY MSGCAT0) IS THE WORK AREA THE
001780*    PROPOSED 'E' CARD FOR EACH UNCATALOGED COMBINATION IS BUILT
001790*    IN.
001800 COPY MSGCAT0.
001810*
001820 PROCEDURE DIVISION.
001830     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
001840     SORT SORT-FILE
001850         ON ASCENDING KEY SRT-PROGRAM-ID
001860         ON ASCENDING KEY SRT-PARAGRAPH
001870         ON ASCENDING KEY SRT-MESSAGE
001880         ON ASCENDING KEY SRT-TIMESTAMP
001890         INPUT PROCEDURE IS 100-SELECT-UNCATALOGED
001900         OUTPUT PROCEDURE IS 200-PRINT-AUDIT-REPORT.
001910     PERFORM 9990-END-OF-JOB THRU 9990-EXIT.
001920     GOBACK.
001930*
001940 100-SELECT-UNCATALOGED SECTION.
001950     PERFORM 1000-READ-LOG-RECORD THRU 1000-EXIT
001960         UNTIL LOG-FILE-EOF.
001970     PERFORM 1100-READ-ARCHIVE-RECORD THRU 1100-EXIT
001980         UNTIL ARCHIVE-FILE-EOF.
001990*
002000 200-PRINT-AUDIT-REPORT SECTION.
002010     PERFORM 2000-RETURN-SORTED-RECORD THRU 200-EXIT
002020         UNTIL SORT-RETURN-EOF.
002030*
002040 999-PROCEDURES SECTION.
002050*
002060***************************************************************
002070*    1000-1200 ARE THE SORT INPUT PROCEDURE - EVERY LOG AND     *
002080*    ARCHIVE ENTRY IS LOOKED UP IN THE CATALOG AND ONLY THE     *
002090*    UNCATALOGED ONES ARE RELEASED TO THE SORT.                 *
002100***************************************************************
002110 1000-READ-LOG-RECORD.
002120     READ ERROR-LOG-FILE
002130         AT END
002140             MOVE 'Y' TO LOG-FILE-SWITCH
002150             GO TO 1000-EXIT.
002160     ADD 1 TO LOG-RECORDS-READ.
002170     MOVE ERL-PROGRAM-ID TO SRT-PROGRAM-ID.
002180     MOVE ERL-PARAGRAPH TO SRT-PARAGRAPH.
002190     MOVE ERL-MESSAGE TO SRT-MESSAGE.
002200     MOVE ERL-TIMESTAMP TO SRT-TIMESTAMP.
002210     MOVE ERL-SEVERITY TO SRT-SEVERITY.
002220     PERFORM 1200-CHECK-CATALOG THRU 1200-EXIT.
002230 1000-EXIT. EXIT.
002240*
002250 1100-READ-ARCHIVE-RECORD.
002260     READ ARCHIVE-LOG-FILE
002270         AT END
002280             MOVE 'Y' TO ARCHIVE-FILE-SWITCH
002290             GO TO 1100-EXIT.
002300     ADD 1 TO ARCHIVE-RECORDS-READ.
002310     MOVE ARC-PROGRAM-ID TO SRT-PROGRAM-ID.
002320     MOVE ARC-PARAGRAPH TO SRT-PARAGRAPH.
002330     MOVE ARC-MESSAGE TO SRT-MESSAGE.
002340     MOVE ARC-TIMESTAMP TO SRT-TIMESTAMP.
002350     MOVE ARC-SEVERITY TO SRT-SEVERITY.
002360     PERFORM 1200-CHECK-CATALOG THRU 1200-EXIT.
002370 1100-EXIT. EXIT.
002380*
002390 1200-CHECK-CATALOG.
002400     MOVE SRT-PROGRAM-ID TO MCP-PROGRAM-ID.
002410     MOVE SRT-PARAGRAPH TO MCP-PARAGRAPH.
002420     MOVE SRT-MESSAGE TO MCP-MESSAGE.
002430     CALL 'MSGCAT' USING MSGCAT-PARM.
002440     IF MCP-CATALOGED
002450         ADD 1 TO CATALOGED-COUNT
002460         GO TO 1200-EXIT.
002470     ADD 1 TO UNCATALOGED-COUNT.
002480     RELEASE SORT-RECORD.
002490 1200-EXIT. EXIT.
002500*
002510***************************************************************
002520*    2000-2200 ARE THE SORT OUTPUT PROCEDURE - THE UNCATALOGED  *
002530*    ENTRIES COME BACK GROUPED BY PROGRAM/PARAGRAPH/MESSAGE,    *
002540*    SO A CONTROL BREAK PRINTS EACH COMBINATION ONCE.           *
002550***************************************************************
002560 2000-RETURN-SORTED-RECORD.
002570     RETURN SORT-FILE
002580         AT END
002590             MOVE 'Y' TO SORT-RETURN-SWITCH
002600             IF CUR-COUNT > ZERO
002610                 PERFORM 2200-PRINT-COMBINATION THRU 2200-EXIT
002620             END-IF
002630             GO TO 200-EXIT.
002640     IF SRT-PROGRAM-ID NOT = CUR-PROGRAM-ID
002650         OR SRT-PARAGRAPH NOT = CUR-PARAGRAPH
002660         OR SRT-MESSAGE NOT = CUR-MESSAGE
002670         PERFORM 2100-COMBINATION-BREAK THRU 2100-EXIT.
002680     ADD 1 TO CUR-COUNT.
002690     MOVE SRT-DATE TO CUR-LAST-DATE.
002700     MOVE SRT-SEVERITY TO CUR-SEVERITY.
002710     GO TO 2000-RETURN-SORTED-RECORD.
002720 200-EXIT. EXIT.
002730*
002740 2100-COMBINATION-BREAK.
002750     IF CUR-COUNT > ZERO
002760         PERFORM 2200-PRINT-COMBINATION THRU 2200-EXIT.
002770     MOVE SRT-PROGRAM-ID TO CUR-PROGRAM-ID.
002780     MOVE SRT-PARAGRAPH TO CUR-PARAGRAPH.
002790     MOVE SRT-MESSAGE TO CUR-MESSAGE.
002800     MOVE ZERO TO CUR-COUNT.
002810     MOVE SRT-DATE TO CUR-FIRST-DATE.
002820 2100-EXIT. EXIT.
002830*
002840 2200-PRINT-COMBINATION.
002850     ADD 1 TO COMBINATION-COUNT.
002860     MOVE CUR-PROGRAM-ID TO DTL-PROGRAM-ID.
002870     MOVE CUR-PARAGRAPH TO DTL-PARAGRAPH.
002880     MOVE CUR-SEVERITY TO DTL-SEVERITY.
002890     MOVE CUR-COUNT TO DTL-COUNT.
002900     MOVE CUR-FIRST-DATE TO DTL-FIRST-DATE.
002910     MOVE CUR-LAST-DATE TO DTL-LAST-DATE.
002920     MOVE DETAIL-LINE TO AUDIT-REPORT-RECORD.
002930     MOVE 2 TO CCTL.
002940     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
002950     MOVE CUR-MESSAGE TO MSL-MESSAGE.
002960     MOVE MESSAGE-LINE TO AUDIT-REPORT-RECORD.
002970     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
002980     MOVE SPACES TO MESSAGE-CATALOG-RECORD.
002990     SET MCT-ENTRY-CARD TO TRUE.
003000     MOVE CUR-PROGRAM-ID TO MCT-PROGRAM-ID.
003010     MOVE CUR-PARAGRAPH TO MCT-PARAGRAPH.
003020     MOVE CUR-SEVERITY TO MCT-SEVERITY.
003030     MOVE MESSAGE-CATALOG-RECORD TO PCL-CARD.
003040     MOVE PROPOSED-CARD-LINE TO AUDIT-REPORT-RECORD.
003050     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
003060 2200-EXIT. EXIT.
003070*
003080***************************************************************
003090*    7500-PRINT-HEADING AND 7600-PRINT-A-LINE GIVE THE AUDIT    *
003100*    REPORT A RUN DATE, TITLE AND PAGE NUMBER ON EACH PAGE.     *
003110***************************************************************
003120 7500-PRINT-HEADING.
003130     ADD 1 TO COUNT-OF-PAGES.
003140     MOVE COUNT-OF-PAGES TO RPT-HEADING-PAGE.
003150     MOVE RPT-HEADING-LINE TO AUDIT-REPORT-RECORD.
003160     WRITE AUDIT-REPORT-RECORD AFTER ADVANCING PAGE.
003170     MOVE HEADING-LINE-2 TO AUDIT-REPORT-RECORD.
003180     MOVE 2 TO CCTL.
003190     WRITE AUDIT-REPORT-RECORD AFTER ADVANCING CCTL LINES.
003200     MOVE SPACES TO AUDIT-REPORT-RECORD.
003210     MOVE 3 TO COUNT-OF-LINES.
003220     MOVE 1 TO CCTL.
003230 7500-EXIT. EXIT.
003240*
003250 7600-PRINT-A-LINE.
003260     WRITE AUDIT-REPORT-RECORD AFTER ADVANCING CCTL LINES.
003270     ADD CCTL TO COUNT-OF-LINES.
003280     MOVE 1 TO CCTL.
003290     MOVE SPACES TO AUDIT-REPORT-RECORD.
003300     IF BOTTOM-OF-PAGE
003310         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
003320 7600-EXIT. EXIT.
003330*
003340 9900-INITIALIZATION.
003350     OPEN INPUT ERROR-LOG-FILE, ARCHIVE-LOG-FILE.
003360     OPEN OUTPUT AUDIT-REPORT-FILE.
003370     ACCEPT WS-DATE FROM DATE.
003380     MOVE WS-MONTH TO RPT-HEADING-MONTH.
003390     MOVE WS-DAY TO RPT-HEADING-DAY.
003400     MOVE WS-YEAR TO RPT-HEADING-YEAR.
003410     MOVE 'ERLCATA' TO RPT-HEADING-PROGRAM.
003420     MOVE 'ERROR MESSAGE CATALOG AUDIT' TO RPT-HEADING-TITLE.
003430     PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
003440     MOVE 'ERLCATA' TO OST-PROGRAM-ID.
003450     SET OST-START-OF-JOB TO TRUE.
003460     MOVE SPACES TO OST-NAMED-COUNTERS.
003470     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003480         OST-EXCEPTION-COUNT.
003490     CALL 'OPSTAT' USING OPSTAT-PARM.
003500 9900-EXIT. EXIT.
003510*
003520 9990-END-OF-JOB.
003530     IF COMBINATION-COUNT = ZERO
003540         MOVE NONE-LINE TO AUDIT-REPORT-RECORD
003550         MOVE 2 TO CCTL
003560         PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
003570     MOVE 2 TO CCTL.
003580     MOVE 'LOG RECORDS READ' TO CNT-LABEL.
003590     MOVE LOG-RECORDS-READ TO CNT-VALUE.
003600     PERFORM 9995-PRINT-COUNT THRU 9995-EXIT.
003610     MOVE 'ARCHIVE RECORDS READ' TO CNT-LABEL.
003620     MOVE ARCHIVE-RECORDS-READ TO CNT-VALUE.
003630     PERFORM 9995-PRINT-COUNT THRU 9995-EXIT.
003640     MOVE 'ENTRIES CATALOGED' TO CNT-LABEL.
003650     MOVE CATALOGED-COUNT TO CNT-VALUE.
003660     PERFORM 9995-PRINT-COUNT THRU 9995-EXIT.
003670     MOVE 'ENTRIES NOT CATALOGED' TO CNT-LABEL.
003680     MOVE UNCATALOGED-COUNT TO CNT-VALUE.
003690     PERFORM 9995-PRINT-COUNT THRU 9995-EXIT.
003700     MOVE 'DISTINCT MESSAGES NOT CATALOGED' TO CNT-LABEL.
003710     MOVE COMBINATION-COUNT TO CNT-VALUE.
003720     PERFORM 9995-PRINT-COUNT THRU 9995-EXIT.
003730     MOVE 'ERLCATA' TO RPT-TRAILER-PROGRAM.
003740     MOVE COUNT-OF-PAGES TO RPT-TRAILER-PAGES.
003750     MOVE RPT-TRAILER-LINE TO AUDIT-REPORT-RECORD.
003760     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
003770     CLOSE ERROR-LOG-FILE, ARCHIVE-LOG-FILE, AUDIT-REPORT-FILE.
003780     MOVE 'ERLCATA' TO OST-PROGRAM-ID.
003790     SET OST-END-OF-JOB TO TRUE.
003800     COMPUTE OST-RECORDS-PROCESSED =
003810         LOG-RECORDS-READ + ARCHIVE-RECORDS-READ.
003820     MOVE ZERO TO OST-ERROR-COUNT.
003830     MOVE COMBINATION-COUNT TO OST-EXCEPTION-COUNT.
003840     CALL 'OPSTAT' USING OPSTAT-PARM.
003850     IF COMBINATION-COUNT > ZERO
003860         MOVE 4 TO RETURN-CODE.
003870 9990-EXIT. EXIT.
003880*
003890 9995-PRINT-COUNT.
003900     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
003910     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
003920 9995-EXIT. EXIT.
