000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CHGRECN.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* CHANGE-TICKET RECONCILIATION.  BCBSDIFF AND THE CHURN HISTORY *
000150* SAY WHICH MEMBERS WERE ADDED, REMOVED, MOVED OR CHANGED BUT   *
000160* NOT WHETHER ANYONE WAS AUTHORIZED TO DO IT, AND THE CHANGE-   *
000170* MANAGEMENT AUDITORS' EVIDENCE WAS PUT TOGETHER BY HAND.  THIS *
000180* STEP MATCHES ONE NIGHT'S CHURN (DD UT-S-DIFHIST, LAYOUT       *
000190* DIFHST0) AGAINST RELEASE CONTROL'S APPROVED CHANGE TICKETS FOR*
000200* THAT NIGHT (DD UT-S-CHGTKT, LAYOUT CHGTKT0) BY MEMBER AND     *
000203* SYSTEM (THE SAME MEMBER ON TWO SYSTEMS IS TWO MODULES; A      *
000206* TICKET WITH NO SYSTEM ID COVERS EVERY SYSTEM), AND            *
000210* PRINTS (DD UT-S-CHGRPT) CHURN WITH NO TICKET - UNAUTHORIZED   *
000220* CHANGES; CHURN WHOSE MEMBER HAS A TICKET BUT LANDED IN (OR    *
000230* LEFT) A DIFFERENT LIBRARY THAN THE TICKET'S TARGET; TICKETS   *
000240* WHOSE MEMBER NEVER SHOWED UP - FAILED OR MISSED PROMOTIONS;   *
000250* AND, AS THE AUDIT EVIDENCE, THE CHURN EACH TICKET AUTHORIZED. *
000260* AN ADDED OR MOVED MEMBER IS JUDGED BY THE LIBRARY IT LANDED   *
000270* IN, A REMOVED ONE BY THE LIBRARY IT LEFT; A CHANGED ONE WAS   *
000280* RELINKED IN PLACE, SO ANY TICKET FOR THE MEMBER COVERS IT.    *
000290* THE NIGHT IS THE DATE THE BATCH WINDOW OPENED - TODAY FROM    *
000300* NOON, YESTERDAY BEFORE NOON - OR THE CARD CHGRECN RECON-NIGHT *
000310* YYMMDD (READ THROUGH CTLREAD) TO RECONCILE AN EARLIER NIGHT.  *
000320* CHURN STAMPED THAT DATE OR THE MORNING AFTER BELONGS TO THE   *
000330* NIGHT; TICKETS ARE MATCHED ON THEIR IMPLEMENTATION DATE.      *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CHANGE-TICKET-FILE ASSIGN TO UT-S-CHGTKT.
000400     SELECT CHURN-HISTORY-FILE ASSIGN TO UT-S-DIFHIST.
000410     SELECT SORT-FILE ASSIGN TO SORTWK01.
000420     SELECT RECONCILIATION-REPORT-FILE ASSIGN TO UT-S-CHGRPT.
000430 DATA DIVISION.
000440 FILE SECTION.
000450*
000460 FD  CHANGE-TICKET-FILE
000470     RECORDING MODE IS F
000480     BLOCK CONTAINS 0 RECORDS
000490     RECORD CONTAINS 80 CHARACTERS
000500     LABEL RECORDS ARE OMITTED.
000510     COPY CHGTKT0.
000520*
000530 FD  CHURN-HISTORY-FILE
000540     RECORDING MODE IS F
000550     BLOCK CONTAINS 0 RECORDS
000560     RECORD CONTAINS 133 CHARACTERS
000570     LABEL RECORDS ARE OMITTED.
000580     COPY DIFHST0.
000590*
000600 SD  SORT-FILE
000610     DATA RECORD IS SORT-RECORD.
000620 01  SORT-RECORD.
000630     05  SRT-SECTION              PIC 9.
000640     05  SRT-MEMBER-NAME          PIC X(8).
000645     05  SRT-SYSTEM-ID            PIC X(8).
000650     05  SRT-RUN-DATE             PIC 9(6).
000660     05  SRT-ACTION               PIC X(7).
000670     05  SRT-TICKET-NUMBER        PIC X(10).
000680     05  SRT-TARGET-DSNAME        PIC X(33).
000690     05  SRT-CHURN-DSNAME         PIC X(33).
000700*
000710 FD  RECONCILIATION-REPORT-FILE
000720     RECORDING MODE IS F
000730     BLOCK CONTAINS 0 RECORDS
000740     RECORD CONTAINS 133 CHARACTERS
000750     LABEL RECORDS ARE OMITTED.
000760 01  RECONCILIATION-REPORT-RECORD PIC X(133).
000770*
000780 WORKING-STORAGE SECTION.
000790 77  FILLER PIC X(35)  VALUE
000800     'CHGRECN WORKING STORAGE BEGINS HERE'.
000810*
000820 01  TICKET-FILE-SWITCH           PIC X VALUE 'N'.
000830     88  TICKET-FILE-EOF              VALUE 'Y'.
000840 01  HISTORY-FILE-SWITCH          PIC X VALUE 'N'.
000850     88  HISTORY-FILE-EOF             VALUE 'Y'.
000860 01  SORT-RETURN-SWITCH           PIC X VALUE 'N'.
000870     88  SORT-RETURN-EOF              VALUE 'Y'.
000880*
000890***************************************************************
000900*    TICKET-TABLE HOLDS THE NIGHT'S TICKETS.  TK-STATE IS SET   *
000910*    TO SATISFIED WHEN THE MEMBER'S CHURN MATCHES THE TARGET,   *
000920*    TO WRONG LIBRARY WHEN IT CHURNED ELSEWHERE; A TICKET STILL *
000930*    OPEN AT THE END OF THE HISTORY WAS NEVER IMPLEMENTED.      *
000940***************************************************************
000950 01  TICKET-TABLE-COUNT           PIC S9(4) COMP VALUE +0.
000960 01  TICKET-TABLE.
000970     05  TICKET-TABLE-ENTRY   OCCURS 1 TO 3000 TIMES
000980                              DEPENDING ON TICKET-TABLE-COUNT
000990                              INDEXED BY TK-IX.
001000         10  TK-TICKET-NUMBER     PIC X(10).
001010         10  TK-MEMBER-NAME       PIC X(8).
001015         10  TK-SYSTEM-ID         PIC X(8).
001020         10  TK-TARGET-DSNAME     PIC X(33).
001030         10  TK-STATE             PIC X.
001040             88  TK-OPEN              VALUE 'O'.
001050             88  TK-SATISFIED         VALUE 'S'.
001060             88  TK-WRONG-LIBRARY     VALUE 'W'.
001070*
001080***************************************************************
001090*    NIGHT-FIELDS - RECON-NIGHT IS THE NIGHT BEING RECONCILED,  *
001100*    NIGHT-YYMMDD AND MORNING-YYMMDD THE TWO CHURN RUN DATES    *
001110*    THAT BELONG TO IT.                                         *
001120***************************************************************
001130 01  NIGHT-FIELDS.
001140     05  CLOCK-DATE               PIC 9(6).
001150     05  CLOCK-TIME               PIC 9(8).
001160     05  RECON-NIGHT              PIC 9(8).
001170     05  NIGHT-YYMMDD             PIC 9(6).
001180     05  MORNING-YYMMDD           PIC 9(6).
001190     05  NIGHT-CARD-VALUE         PIC X(6).
001200     05  NIGHT-CARD-VALUE-N REDEFINES NIGHT-CARD-VALUE
001210                                  PIC 9(6).
001220*
001230***************************************************************
001240*    CHURN-CHECK-FIELDS CARRY THE CHURN RECORD BEING MATCHED -  *
001250*    THE LIBRARY IT IS JUDGED BY (BLANK FOR A RELINK IN PLACE)  *
001260*    AND THE TICKETS FOUND FOR ITS MEMBER.                      *
001270***************************************************************
001280 01  CHURN-CHECK-FIELDS.
001290     05  CHURN-DSNAME             PIC X(33).
001300     05  MATCHED-TICKET-SUB       PIC S9(4) COMP VALUE +0.
001310     05  FIRST-TICKET-SUB         PIC S9(4) COMP VALUE +0.
001320     05  OPEN-TICKET-SUB          PIC S9(4) COMP VALUE +0.
001330     05  CHURN-IN-PLACE-SWITCH    PIC X VALUE 'N'.
001340         88  CHURN-IN-PLACE           VALUE 'Y'.
001350*
001360***************************************************************
001370*    SECTION-TITLE-TABLE NAMES THE FOUR PARTS OF THE REPORT IN  *
001380*    THE ORDER SRT-SECTION SORTS THEM; SECTION-COUNT COUNTS THE *
001390*    LINES PRINTED UNDER EACH.                                  *
001400***************************************************************
001410 01  SECTION-TITLE-VALUES.
001420     05  FILLER                   PIC X(60) VALUE
001430         'CHURN WITH NO CHANGE TICKET - UNAUTHORIZED CHANGES'.
001440     05  FILLER                   PIC X(60) VALUE
001450         'CHURN IN A DIFFERENT LIBRARY THAN THE TICKET TARGET'.
001460     05  FILLER                   PIC X(60) VALUE
001470         'TICKETS WITH NO CHURN - FAILED OR MISSED PROMOTIONS'.
001480     05  FILLER                   PIC X(60) VALUE
001490         'CHURN AUTHORIZED BY A CHANGE TICKET'.
001500 01  SECTION-TITLE-TABLE REDEFINES SECTION-TITLE-VALUES.
001510     05  SECTION-TITLE            PIC X(60) OCCURS 4 TIMES.
001520 01  SECTION-COUNT-TABLE.
001530     05  SECTION-COUNT            PIC S9(5) COMP OCCURS 4 TIMES.
001540 01  CURRENT-SECTION              PIC S9(4) COMP VALUE +0.
001550*
001560 01  STATISTICAL-DATA.
001570     05  TICKET-CARDS-READ        PIC S9(5) COMP VALUE +0.
001580     05  TICKET-CARDS-REJECTED    PIC S9(5) COMP VALUE +0.
001590     05  TICKETS-FOR-NIGHT        PIC S9(5) COMP VALUE +0.
001600     05  HISTORY-RECORDS-READ     PIC S9(7) COMP VALUE +0.
001610     05  NIGHT-CHURN-RECORDS      PIC S9(7) COMP VALUE +0.
001620     05  EXCEPTION-COUNT          PIC S9(7) COMP VALUE +0.
001630     05  COUNT-OF-PAGES           PIC S9(5) COMP-3 VALUE +1.
001640     05  COUNT-OF-LINES           PIC S9(3) COMP-3 VALUE +0.
001650         88  BOTTOM-OF-PAGE           VALUE +58.
001660     05  CCTL                     PIC 9 VALUE 1.
001670     05  WS-DATE.
001680         10  WS-YEAR              PIC XX.
001690         10  WS-MONTH             PIC XX.
001700         10  WS-DAY               PIC XX.
001710*
001720*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001730*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001740*    LOGGER, CALLED AT START AND END OF JOB.
001750 COPY OPSTATP.
001760*
001770*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
001780*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
001790*    WHICH STEPS BETWEEN THE NIGHT AND THE MORNING AFTER.
001800 COPY DATECALP.
001810*
001820*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001830*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
001840 COPY CTLCARD0.
001850*
001860***************************************************************
001870*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
001880*    RECONCILIATION THE SHOP'S SHARED HEADING AND TRAILER.      *
001890***************************************************************
001900 COPY RPTHDR0.
001910 01  NIGHT-LINE.
001920     05  FILLER                   PIC X VALUE SPACE.
001930     05  FILLER                   PIC X(30) VALUE
001940         'CHURN RECONCILED FOR NIGHT OF '.
001950     05  NL-NIGHT                 PIC 9(8).
001960     05  FILLER                   PIC X(94) VALUE SPACES.
001970 01  SECTION-HEADING-LINE.
001980     05  FILLER                   PIC X VALUE SPACE.
001990     05  SHL-TITLE                PIC X(60).
002000     05  FILLER                   PIC X(72) VALUE SPACES.
002010 01  COLUMN-HEADING-LINE.
002020     05  FILLER                   PIC X(3) VALUE SPACES.
002030     05  FILLER                   PIC X(10) VALUE 'MEMBER'.
002035     05  FILLER                   PIC X(10) VALUE 'SYSTEM'.
002040     05  FILLER                   PIC X(8) VALUE 'DATE'.
002050     05  FILLER                   PIC X(9) VALUE 'ACTION'.
002060     05  FILLER                   PIC X(12) VALUE 'TICKET'.
002070     05  FILLER                   PIC X(35) VALUE 'TICKET TARGET'.
002080     05  FILLER                   PIC X(46) VALUE
002090         'CHURN LIBRARY'.
002100 01  RECONCILIATION-DETAIL-LINE.
002110     05  FILLER                   PIC X(3) VALUE SPACES.
002120     05  RDL-MEMBER-NAME          PIC X(8).
002130     05  FILLER                   PIC X(2) VALUE SPACES.
002134     05  RDL-SYSTEM-ID            PIC X(8).
002138     05  FILLER                   PIC X(2) VALUE SPACES.
002140     05  RDL-RUN-DATE             PIC 9(6).
002150     05  RDL-RUN-DATE-X REDEFINES RDL-RUN-DATE PIC X(6).
002160     05  FILLER                   PIC X(2) VALUE SPACES.
002170     05  RDL-ACTION               PIC X(7).
002180     05  FILLER                   PIC X(2) VALUE SPACES.
002190     05  RDL-TICKET-NUMBER        PIC X(10).
002200     05  FILLER                   PIC X(2) VALUE SPACES.
002210     05  RDL-TARGET-DSNAME        PIC X(33).
002220     05  FILLER                   PIC X(2) VALUE SPACES.
002230     05  RDL-CHURN-DSNAME         PIC X(33).
002240     05  FILLER                   PIC X(13) VALUE SPACES.
002250 01  SECTION-COUNT-LINE.
002260     05  FILLER                   PIC X(3) VALUE SPACES.
002270     05  SCL-COUNT                PIC ZZZZ9.
002280     05  FILLER                   PIC X(10) VALUE ' ITEM(S)'.
002290     05  FILLER                   PIC X(115) VALUE SPACES.
002300 01  NONE-LINE.
002310     05  FILLER                   PIC X(3) VALUE SPACES.
002320     05  FILLER                   PIC X(4) VALUE 'NONE'.
002330     05  FILLER                   PIC X(126) VALUE SPACES.
002340 01  TOTAL-LINE.
002350     05  FILLER                   PIC X VALUE SPACE.
002360     05  TTL-LABEL                PIC X(40).
002370     05  TTL-COUNT                PIC ZZZ,ZZ9.
002380     05  FILLER                   PIC X(85) VALUE SPACES.
002390*
002400 PROCEDURE DIVISION.
002410     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
002420     SORT SORT-FILE
002430         ON ASCENDING KEY SRT-SECTION
002440                          SRT-MEMBER-NAME
002445                          SRT-SYSTEM-ID
002450                          SRT-RUN-DATE
002460         INPUT PROCEDURE IS 100-MATCH-NIGHT-CHURN
002470         OUTPUT PROCEDURE IS 200-PRINT-RECONCILIATION.
002480     PERFORM 9990-END-OF-JOB THRU 9990-EXIT.
002490     GOBACK.
002500*
002510***************************************************************
002520*    100 MATCHES EACH OF THE NIGHT'S CHURN RECORDS TO THE       *
002530*    TICKETS FOR ITS MEMBER, THEN RELEASES THE TICKETS NOTHING  *
002540*    CHURNED FOR.                                               *
002550***************************************************************
002560 100-MATCH-NIGHT-CHURN SECTION.
002570     PERFORM 1000-READ-HISTORY-RECORD THRU 1000-EXIT
002580         UNTIL HISTORY-FILE-EOF.
002590     IF TICKET-TABLE-COUNT > ZERO
002600         PERFORM 1300-RELEASE-OPEN-TICKET THRU 1300-EXIT
002610             VARYING TK-IX FROM 1 BY 1
002620                 UNTIL TK-IX > TICKET-TABLE-COUNT.
002630*
002640 200-PRINT-RECONCILIATION SECTION.
002650     PERFORM 2000-RETURN-SORTED-RECORD THRU 2000-EXIT
002660         UNTIL SORT-RETURN-EOF.
002670*
002680 999-PROCEDURES SECTION.
002690*
002700 1000-READ-HISTORY-RECORD.
002710     READ CHURN-HISTORY-FILE
002720         AT END
002730             MOVE 'Y' TO HISTORY-FILE-SWITCH
002740             GO TO 1000-EXIT.
002750     ADD 1 TO HISTORY-RECORDS-READ.
002760     IF CH-RUN-DATE NOT = NIGHT-YYMMDD
002770         AND CH-RUN-DATE NOT = MORNING-YYMMDD
002780         GO TO 1000-EXIT.
002790     ADD 1 TO NIGHT-CHURN-RECORDS.
002800     MOVE 'N' TO CHURN-IN-PLACE-SWITCH.
002810     IF CH-ACTION = 'REMOVED'
002820         MOVE CH-OLD-DSNAME TO CHURN-DSNAME
002830     ELSE
002840         IF CH-ACTION = 'CHANGED'
002850             MOVE SPACES TO CHURN-DSNAME
002860             SET CHURN-IN-PLACE TO TRUE
002870         ELSE
002880             MOVE CH-NEW-DSNAME TO CHURN-DSNAME.
002890     MOVE ZERO TO MATCHED-TICKET-SUB, FIRST-TICKET-SUB,
002900         OPEN-TICKET-SUB.
002910     IF TICKET-TABLE-COUNT > ZERO
002920         PERFORM 1100-TEST-ONE-TICKET
002930             VARYING TK-IX FROM 1 BY 1
002940                 UNTIL TK-IX > TICKET-TABLE-COUNT
002950                 OR MATCHED-TICKET-SUB > ZERO.
002960     MOVE SPACES TO SORT-RECORD.
002970     MOVE CH-MEMBER-NAME TO SRT-MEMBER-NAME.
002975     MOVE CH-SYSTEM-ID TO SRT-SYSTEM-ID.
002980     MOVE CH-RUN-DATE TO SRT-RUN-DATE.
002990     MOVE CH-ACTION TO SRT-ACTION.
003000     IF CHURN-IN-PLACE
003010         MOVE '(RELINKED IN PLACE)' TO SRT-CHURN-DSNAME
003020     ELSE
003030         MOVE CHURN-DSNAME TO SRT-CHURN-DSNAME.
003040     IF FIRST-TICKET-SUB = ZERO
003050         MOVE 1 TO SRT-SECTION
003060         ADD 1 TO EXCEPTION-COUNT
003070         RELEASE SORT-RECORD
003080         GO TO 1000-EXIT.
003090     IF MATCHED-TICKET-SUB > ZERO
003100         SET TK-IX TO MATCHED-TICKET-SUB
003110         MOVE 'S' TO TK-STATE (TK-IX)
003120         MOVE 4 TO SRT-SECTION
003130     ELSE
003140         MOVE 2 TO SRT-SECTION
003150         ADD 1 TO EXCEPTION-COUNT
003160         PERFORM 1200-MARK-WRONG-LIBRARY
003170             VARYING TK-IX FROM 1 BY 1
003180                 UNTIL TK-IX > TICKET-TABLE-COUNT
003190         IF OPEN-TICKET-SUB > ZERO
003200             SET TK-IX TO OPEN-TICKET-SUB
003210         ELSE
003220             SET TK-IX TO FIRST-TICKET-SUB.
003230     MOVE TK-TICKET-NUMBER (TK-IX) TO SRT-TICKET-NUMBER.
003240     MOVE TK-TARGET-DSNAME (TK-IX) TO SRT-TARGET-DSNAME.
003250     RELEASE SORT-RECORD.
003260 1000-EXIT. EXIT.
003270*
003280*    1100 - A TICKET FOR THE MEMBER AND SYSTEM WHOSE TARGET IS
003290*    THE CHURN LIBRARY (OR ANY TICKET FOR A RELINK IN PLACE)
003300*    AUTHORIZES THE CHURN; AN OPEN TICKET IS PREFERRED TO ONE
003310*    ALREADY SATISFIED BY AN EARLIER CHURN RECORD.
003320 1100-TEST-ONE-TICKET.
003330     IF TK-MEMBER-NAME (TK-IX) = CH-MEMBER-NAME
003334         AND (TK-SYSTEM-ID (TK-IX) = SPACES
003338             OR TK-SYSTEM-ID (TK-IX) = CH-SYSTEM-ID)
003340         IF FIRST-TICKET-SUB = ZERO
003350             SET FIRST-TICKET-SUB TO TK-IX
003360         END-IF
003370         IF TK-OPEN (TK-IX)
003380             AND OPEN-TICKET-SUB = ZERO
003390             SET OPEN-TICKET-SUB TO TK-IX
003400         END-IF
003410         IF CHURN-IN-PLACE
003420             OR TK-TARGET-DSNAME (TK-IX) = CHURN-DSNAME
003430             SET MATCHED-TICKET-SUB TO TK-IX.
003440*
003450*    1200 - EVERY OPEN TICKET FOR A MEMBER THAT CHURNED INTO THE
003460*    WRONG LIBRARY IS ACCOUNTED FOR HERE, NOT AS A MISSED ONE.
003470 1200-MARK-WRONG-LIBRARY.
003480     IF TK-MEMBER-NAME (TK-IX) = CH-MEMBER-NAME
003484         AND (TK-SYSTEM-ID (TK-IX) = SPACES
003488             OR TK-SYSTEM-ID (TK-IX) = CH-SYSTEM-ID)
003490         AND TK-OPEN (TK-IX)
003500         MOVE 'W' TO TK-STATE (TK-IX).
003510*
003520 1300-RELEASE-OPEN-TICKET.
003530     IF NOT TK-OPEN (TK-IX)
003540         GO TO 1300-EXIT.
003550     MOVE SPACES TO SORT-RECORD.
003560     MOVE 3 TO SRT-SECTION.
003570     MOVE TK-MEMBER-NAME (TK-IX) TO SRT-MEMBER-NAME.
003575     MOVE TK-SYSTEM-ID (TK-IX) TO SRT-SYSTEM-ID.
003580     MOVE ZERO TO SRT-RUN-DATE.
003590     MOVE TK-TICKET-NUMBER (TK-IX) TO SRT-TICKET-NUMBER.
003600     MOVE TK-TARGET-DSNAME (TK-IX) TO SRT-TARGET-DSNAME.
003610     MOVE '(NOT SEEN IN THE SWEEP)' TO SRT-CHURN-DSNAME.
003620     ADD 1 TO EXCEPTION-COUNT.
003630     RELEASE SORT-RECORD.
003640 1300-EXIT. EXIT.
003650*
003660***************************************************************
003670*    2000-2400 PRINT THE FOUR SECTIONS IN ORDER, EACH WITH ITS  *
003680*    TITLE, ITS LINES (OR NONE), AND ITS ITEM COUNT.            *
003690***************************************************************
003700 2000-RETURN-SORTED-RECORD.
003710     RETURN SORT-FILE
003720         AT END
003730             MOVE 'Y' TO SORT-RETURN-SWITCH
003740             PERFORM 2400-ADVANCE-SECTION THRU 2400-EXIT
003750                 UNTIL CURRENT-SECTION > 4
003760             GO TO 2000-EXIT.
003770     PERFORM 2400-ADVANCE-SECTION THRU 2400-EXIT
003780         UNTIL CURRENT-SECTION = SRT-SECTION.
003790     PERFORM 2200-PRINT-DETAIL-LINE THRU 2200-EXIT.
003800 2000-EXIT. EXIT.
003810*
003820 2200-PRINT-DETAIL-LINE.
003830     MOVE SRT-MEMBER-NAME TO RDL-MEMBER-NAME.
003835     MOVE SRT-SYSTEM-ID TO RDL-SYSTEM-ID.
003840     IF SRT-RUN-DATE = ZERO
003850         MOVE SPACES TO RDL-RUN-DATE-X
003860     ELSE
003870         MOVE SRT-RUN-DATE TO RDL-RUN-DATE.
003880     MOVE SRT-ACTION TO RDL-ACTION.
003890     MOVE SRT-TICKET-NUMBER TO RDL-TICKET-NUMBER.
003900     MOVE SRT-TARGET-DSNAME TO RDL-TARGET-DSNAME.
003910     MOVE SRT-CHURN-DSNAME TO RDL-CHURN-DSNAME.
003920     MOVE RECONCILIATION-DETAIL-LINE
003930         TO RECONCILIATION-REPORT-RECORD.
003940     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
003950     ADD 1 TO SECTION-COUNT (CURRENT-SECTION).
003960 2200-EXIT. EXIT.
003970*
003980*    2400 CLOSES THE SECTION IN PROGRESS AND OPENS THE NEXT, SO
003990*    A SECTION WITH NOTHING IN IT STILL PRINTS, AS NONE.
004000 2400-ADVANCE-SECTION.
004010     IF CURRENT-SECTION > ZERO
004020         IF SECTION-COUNT (CURRENT-SECTION) = ZERO
004030             MOVE NONE-LINE TO RECONCILIATION-REPORT-RECORD
004040             PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT
004050         ELSE
004060             MOVE SECTION-COUNT (CURRENT-SECTION) TO SCL-COUNT
004070             MOVE SECTION-COUNT-LINE
004080                 TO RECONCILIATION-REPORT-RECORD
004090             PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004100     ADD 1 TO CURRENT-SECTION.
004110     IF CURRENT-SECTION > 4
004120         GO TO 2400-EXIT.
004130     MOVE SECTION-TITLE (CURRENT-SECTION) TO SHL-TITLE.
004140     MOVE 3 TO CCTL.
004150     MOVE SECTION-HEADING-LINE TO RECONCILIATION-REPORT-RECORD.
004160     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004170     MOVE 2 TO CCTL.
004180     MOVE COLUMN-HEADING-LINE TO RECONCILIATION-REPORT-RECORD.
004190     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004200 2400-EXIT. EXIT.
004210*
004220***************************************************************
004230*    7500-PRINT-HEADING AND 7600-PRINT-A-LINE GIVE THE REPORT   *
004240*    A RUN DATE, TITLE AND PAGE NUMBER ON EACH PAGE, THE SAME   *
004250*    TREATMENT CHURNRPT GIVES THE CHURN TREND REPORT.           *
004260***************************************************************
004270 7500-PRINT-HEADING.
004280     MOVE COUNT-OF-PAGES TO RPT-HEADING-PAGE.
004290     MOVE RPT-HEADING-LINE TO RECONCILIATION-REPORT-RECORD.
004300     WRITE RECONCILIATION-REPORT-RECORD AFTER ADVANCING PAGE.
004310     MOVE NIGHT-LINE TO RECONCILIATION-REPORT-RECORD.
004320     MOVE 2 TO CCTL.
004330     WRITE RECONCILIATION-REPORT-RECORD
004340         AFTER ADVANCING CCTL LINES.
004350     MOVE SPACES TO RECONCILIATION-REPORT-RECORD.
004360     MOVE 3 TO COUNT-OF-LINES.
004370     ADD 1 TO COUNT-OF-PAGES.
004380     MOVE 1 TO CCTL.
004390 7500-EXIT. EXIT.
004400*
004410 7600-PRINT-A-LINE.
004420     WRITE RECONCILIATION-REPORT-RECORD
004430         AFTER ADVANCING CCTL LINES.
004440     ADD CCTL TO COUNT-OF-LINES.
004450     MOVE 1 TO CCTL.
004460     MOVE SPACES TO RECONCILIATION-REPORT-RECORD.
004470     IF BOTTOM-OF-PAGE
004480         PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
004490 7600-EXIT. EXIT.
004500*
004510 9900-INITIALIZATION.
004520     OPEN INPUT CHANGE-TICKET-FILE, CHURN-HISTORY-FILE.
004530     OPEN OUTPUT RECONCILIATION-REPORT-FILE.
004540     ACCEPT WS-DATE FROM DATE.
004550     MOVE ZERO TO SECTION-COUNT (1), SECTION-COUNT (2),
004560         SECTION-COUNT (3), SECTION-COUNT (4).
004570     PERFORM 9905-SET-RECON-NIGHT THRU 9905-EXIT.
004580     PERFORM 9910-LOAD-TICKET-CARD THRU 9910-EXIT
004590         UNTIL TICKET-FILE-EOF.
004600     MOVE WS-MONTH TO RPT-HEADING-MONTH.
004610     MOVE WS-DAY TO RPT-HEADING-DAY.
004620     MOVE WS-YEAR TO RPT-HEADING-YEAR.
004630     MOVE 'CHGRECN' TO RPT-HEADING-PROGRAM.
004640     MOVE 'CHURN VS APPROVED CHANGE TICKETS'
004650         TO RPT-HEADING-TITLE.
004660     MOVE RECON-NIGHT TO NL-NIGHT.
004670     PERFORM 7500-PRINT-HEADING THRU 7500-EXIT.
004680     MOVE 'CHGRECN' TO OST-PROGRAM-ID.
004690     SET OST-START-OF-JOB TO TRUE.
004700     MOVE SPACES TO OST-NAMED-COUNTERS.
004710     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
004720         OST-EXCEPTION-COUNT.
004730     CALL 'OPSTAT' USING OPSTAT-PARM.
004740 9900-EXIT. EXIT.
004750*
004760*    9905 - THE NIGHT COMES FROM THE RECON-NIGHT CARD WHEN ONE
004770*    IS GIVEN, ELSE FROM THE CLOCK BY THE NOON-TO-NOON RULE THE
004780*    GATE AND THE SUMMARY USE.  THE MORNING AFTER IS THE NEXT
004790*    CALENDAR DAY.
004800 9905-SET-RECON-NIGHT.
004810     ACCEPT CLOCK-DATE FROM DATE.
004820     ACCEPT CLOCK-TIME FROM TIME.
004830     COMPUTE RECON-NIGHT = 20000000 + CLOCK-DATE.
004840     IF CLOCK-TIME < 12000000
004850         SET DTC-PREV-DAY TO TRUE
004860         MOVE RECON-NIGHT TO DTC-DATE-CCYYMMDD
004870         CALL 'DATECALC' USING DATECALC-PARM
004880         IF DTC-SUCCESSFUL
004890             MOVE DTC-RESULT-CCYYMMDD TO RECON-NIGHT.
004900     MOVE 'CHGRECN' TO CTC-PROGRAM-ID.
004910     MOVE 'RECON-NIGHT' TO CTC-PARM-NAME.
004920     CALL 'CTLREAD' USING CTLCARD-PARM.
004930     IF CTC-PARM-FOUND
004940         MOVE CTC-PARM-VALUE (1:6) TO NIGHT-CARD-VALUE
004950         IF NIGHT-CARD-VALUE NUMERIC
004960             COMPUTE RECON-NIGHT = 20000000 + NIGHT-CARD-VALUE-N
004970         ELSE
004980             DISPLAY 'CHGRECN INVALID RECON-NIGHT CARD IGNORED: '
004990                 CTC-PARM-VALUE.
005000     COMPUTE NIGHT-YYMMDD = RECON-NIGHT - 20000000.
005010     MOVE NIGHT-YYMMDD TO MORNING-YYMMDD.
005020     SET DTC-NEXT-DAY TO TRUE.
005030     MOVE RECON-NIGHT TO DTC-DATE-CCYYMMDD.
005040     CALL 'DATECALC' USING DATECALC-PARM.
005050     IF DTC-SUCCESSFUL
005060         MOVE DTC-RESULT-CCYYMMDD (3:6) TO MORNING-YYMMDD
005070     ELSE
005080         DISPLAY 'CHGRECN RECON-NIGHT IS NOT A VALID DATE: '
005090             RECON-NIGHT.
005100 9905-EXIT. EXIT.
005110*
005120*    9910 - A BLANK OR '*' CARD IS PASSED OVER; A CARD WITH NO
005130*    TICKET, MEMBER OR TARGET, OR WITH AN IMPLEMENTATION DATE
005140*    THAT IS NOT CCYYMMDD, IS DISPLAYED AND REJECTED.  ONLY THE
005150*    NIGHT'S TICKETS ARE KEPT.
005160 9910-LOAD-TICKET-CARD.
005170     READ CHANGE-TICKET-FILE
005180         AT END
005190             MOVE 'Y' TO TICKET-FILE-SWITCH
005200             GO TO 9910-EXIT.
005210     ADD 1 TO TICKET-CARDS-READ.
005220     IF CHANGE-TICKET-RECORD = SPACES
005230         OR CHANGE-TICKET-RECORD (1:1) = '*'
005240         GO TO 9910-EXIT.
005250     IF CTK-TICKET-NUMBER = SPACES
005260         OR CTK-MEMBER-NAME = SPACES
005270         OR CTK-TARGET-DSNAME = SPACES
005280         OR CTK-IMPLEMENT-DATE NOT NUMERIC
005290         DISPLAY 'CHGRECN TICKET CARD REJECTED: '
005300             CHANGE-TICKET-RECORD
005310         ADD 1 TO TICKET-CARDS-REJECTED
005320         GO TO 9910-EXIT.
005330     IF CTK-IMPLEMENT-DATE-N NOT = RECON-NIGHT
005340         GO TO 9910-EXIT.
005350     IF TICKET-TABLE-COUNT < 3000
005360         ADD 1 TO TICKET-TABLE-COUNT, TICKETS-FOR-NIGHT
005370         SET TK-IX TO TICKET-TABLE-COUNT
005380         MOVE CTK-TICKET-NUMBER TO TK-TICKET-NUMBER (TK-IX)
005390         MOVE CTK-MEMBER-NAME TO TK-MEMBER-NAME (TK-IX)
005395         MOVE CTK-SYSTEM-ID TO TK-SYSTEM-ID (TK-IX)
005400         MOVE CTK-TARGET-DSNAME TO TK-TARGET-DSNAME (TK-IX)
005410         MOVE 'O' TO TK-STATE (TK-IX)
005420     ELSE
005430         DISPLAY 'CHGRECN TICKET-TABLE FULL - CARD SKIPPED: '
005440             CHANGE-TICKET-RECORD
005450         ADD 1 TO TICKET-CARDS-REJECTED.
005460 9910-EXIT. EXIT.
005470*
005480 9990-END-OF-JOB.
005490     MOVE 3 TO CCTL.
005500     MOVE 'TICKETS FOR THE NIGHT' TO TTL-LABEL.
005510     MOVE TICKETS-FOR-NIGHT TO TTL-COUNT.
005520     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
005530     MOVE 'TICKET CARDS REJECTED' TO TTL-LABEL.
005540     MOVE TICKET-CARDS-REJECTED TO TTL-COUNT.
005550     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
005560     MOVE 'CHURN RECORDS FOR THE NIGHT' TO TTL-LABEL.
005570     MOVE NIGHT-CHURN-RECORDS TO TTL-COUNT.
005580     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
005590     MOVE 'UNAUTHORIZED CHANGES' TO TTL-LABEL.
005600     MOVE SECTION-COUNT (1) TO TTL-COUNT.
005610     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
005620     MOVE 'CHANGES IN THE WRONG LIBRARY' TO TTL-LABEL.
005630     MOVE SECTION-COUNT (2) TO TTL-COUNT.
005640     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
005650     MOVE 'FAILED OR MISSED PROMOTIONS' TO TTL-LABEL.
005660     MOVE SECTION-COUNT (3) TO TTL-COUNT.
005670     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
005680     MOVE 'AUTHORIZED CHANGES' TO TTL-LABEL.
005690     MOVE SECTION-COUNT (4) TO TTL-COUNT.
005700     PERFORM 9995-PRINT-TOTAL THRU 9995-EXIT.
005710     MOVE 'CHGRECN' TO RPT-TRAILER-PROGRAM.
005720     MOVE COUNT-OF-PAGES TO RPT-TRAILER-PAGES.
005730     MOVE RPT-TRAILER-LINE TO RECONCILIATION-REPORT-RECORD.
005740     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005750     CLOSE CHANGE-TICKET-FILE, CHURN-HISTORY-FILE,
005760         RECONCILIATION-REPORT-FILE.
005770     MOVE 'CHGRECN' TO OST-PROGRAM-ID.
005780     SET OST-END-OF-JOB TO TRUE.
005790     MOVE NIGHT-CHURN-RECORDS TO OST-RECORDS-PROCESSED.
005800     MOVE TICKET-CARDS-REJECTED TO OST-ERROR-COUNT.
005810     MOVE EXCEPTION-COUNT TO OST-EXCEPTION-COUNT.
005820     CALL 'OPSTAT' USING OPSTAT-PARM.
005830 9990-EXIT. EXIT.
005840*
005850 9995-PRINT-TOTAL.
005860     MOVE TOTAL-LINE TO RECONCILIATION-REPORT-RECORD.
005870     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
005880 9995-EXIT. EXIT.
