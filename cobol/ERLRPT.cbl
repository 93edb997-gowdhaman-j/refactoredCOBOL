000217* MESSAGE COMBINATION, SO THE ON-CALL ANALYST STOPS RE-         *
000218* INVESTIGATING KNOWN NOISE.  NO ARCHIVE DD MEANS NO TAGGING    *
000219* - THE REPORT PRINTS EXACTLY AS BEFORE.                        *
000220*                                                               *
000221* EACH ENTRY IS LOOKED UP IN THE ERROR MESSAGE CATALOG (CALL    *
000222* 'MSGCAT', DD UT-S-MSGCAT).  THE FIRST TIME A CATALOGED        *
000223* MESSAGE APPEARS IN A PROGRAM GROUP, ITS CAUSE, STANDARD       *
000224* SEVERITY, RUNBOOK REFERENCE AND OPERATOR ACTION LINES PRINT   *
000225* UNDER IT; THE END-OF-JOB STATISTICS COUNT THE ENTRIES WITH    *
000226* AND WITHOUT A CATALOG ENTRY.  ERLCATA LISTS THE MESSAGES      *
000227* STILL MISSING FROM THE CATALOG.                               *
000228*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000846     05  SELECTED-COUNT           PIC S9(7) COMP VALUE +0.
000852     05  NEW-ENTRY-COUNT          PIC S9(7) COMP-3 VALUE +0.
000854     05  CHRONIC-ENTRY-COUNT      PIC S9(7) COMP-3 VALUE +0.
000856     05  CATALOGED-ENTRY-COUNT    PIC S9(7) COMP-3 VALUE +0.
000858     05  UNCATALOGED-ENTRY-COUNT  PIC S9(7) COMP-3 VALUE +0.
000860     05  COUNT-OF-PAGES           PIC S9(5) COMP-3 VALUE +0.
000870     05  COUNT-OF-LINES           PIC S9(3) COMP-3 VALUE +0.
000880         88  BOTTOM-OF-PAGE           VALUE +58.
001110     05  TOT-FATAL-COUNT          PIC S9(7) COMP-3 VALUE +0.
001120     05  TOT-OTHER-COUNT          PIC S9(7) COMP-3 VALUE +0.
001130*
001131***************************************************************
001132*    SHOWN-ENTRY-TABLE HOLDS THE CATALOG ENTRY NUMBERS WHOSE    *
001133*    ACTIONS HAVE ALREADY PRINTED IN THE CURRENT PROGRAM GROUP, *
001134*    SO EACH ENTRY'S ACTIONS PRINT ONCE PER GROUP.              *
001135***************************************************************
001136 01  SHOWN-ENTRY-COUNT            PIC S9(4) COMP VALUE +0.
001137 01  SHOWN-ENTRY-TABLE.
001138     05  SHOWN-ENTRY          OCCURS 1 TO 200 TIMES
001139                              DEPENDING ON SHOWN-ENTRY-COUNT
001140                              INDEXED BY SE-IX.
001141         10  SE-ENTRY-NUMBER      PIC S9(4) COMP.
001142 01  ACTION-SUB                   PIC S9(4) COMP VALUE +0.
001143*
001144*    MSGCAT-PARM (COPY MSGCATP) IS THE PARAMETER AREA FOR
001145*    CALL 'MSGCAT' - THE SHOP'S SHARED ERROR MESSAGE CATALOG
001146*    LOOKUP, WHICH ANSWERS EACH ENTRY'S CAUSE AND ACTIONS.
001147 COPY MSGCATP.
001148*
001149*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001150*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER,
001160*    USED BY 9910-LOAD-FILTERS TO PICK UP THE SELECTION CARDS.
001170 COPY CTLCARD0.
001774         ' TIMES, LAST YYMMDD '.
001775     05  CHR-LAST-DATE            PIC 9(6).
001776     05  FILLER                   PIC X(78) VALUE SPACES.
001777 01  CATALOG-CAUSE-LINE.
001778     05  FILLER                   PIC X(4) VALUE SPACES.
001779     05  FILLER                   PIC X(10) VALUE
001780         '>> CAUSE: '.
001781     05  CCL-CAUSE                PIC X(70).
001782     05  FILLER                   PIC X(6) VALUE '  SEV '.
001783     05  CCL-SEVERITY             PIC X.
001784     05  FILLER                   PIC X(10) VALUE
001785         '  RUNBOOK '.
001786     05  CCL-RUNBOOK              PIC X(16).
001787     05  FILLER                   PIC X(16) VALUE SPACES.
001788 01  CATALOG-ACTION-LINE.
001789     05  FILLER                   PIC X(4) VALUE SPACES.
001790     05  FILLER                   PIC X(11) VALUE
001791         '>> ACTION: '.
001792     05  CAL-ACTION               PIC X(70).
001793     05  FILLER                   PIC X(48) VALUE SPACES.
001794 01  CATALOG-COUNT-LINE.
001795     05  FILLER                   PIC X VALUE SPACE.
001796     05  FILLER                   PIC X(25) VALUE
001797         'CATALOGED ENTRIES = '.
001798     05  CGL-CATALOGED-COUNT      PIC ZZZ,ZZ9.
001799     05  FILLER                   PIC X(25) VALUE
001800         '   NOT CATALOGED = '.
001801     05  CGL-UNCATALOGED-COUNT    PIC ZZZ,ZZ9.
001802     05  FILLER                   PIC X(68) VALUE SPACES.
001803*
001804 PROCEDURE DIVISION.
001805     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
001806     SORT SORT-FILE
001810         ON ASCENDING KEY SRT-PROGRAM-ID
001820         ON ASCENDING KEY SRT-SEVERITY
001830         ON ASCENDING KEY SRT-TIMESTAMP
002540     ELSE
002550         PERFORM 250-PRINT-GROUP-SUBTOTALS THRU 250-EXIT.
002560     MOVE SRT-PROGRAM-ID TO CURRENT-PROGRAM-ID.
002565     MOVE ZERO TO SHOWN-ENTRY-COUNT.
002570     MOVE SRT-PROGRAM-ID TO PGL-PROGRAM-ID.
002580     MOVE PROGRAM-GROUP-LINE TO TRIAGE-REPORT-RECORD.
002590     MOVE 2 TO CCTL.
002700     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
002702     IF ARCHIVE-TABLE-COUNT > ZERO
002704         PERFORM 2250-TAG-NEW-OR-CHRONIC THRU 2250-EXIT.
002709     PERFORM 2260-PRINT-CATALOG-ACTION THRU 2260-EXIT.
002710     IF SRT-SEVERITY = 'I'
002720         ADD 1 TO GRP-INFO-COUNT, TOT-INFO-COUNT
002730     ELSE
002865     END-SEARCH.
002866 2250-EXIT. EXIT.
002867*
002868***************************************************************
002869*    2260-2270 LOOK THE ENTRY UP IN THE MESSAGE CATALOG AND,    *
002870*    THE FIRST TIME ITS CATALOG ENTRY COMES UP IN THIS PROGRAM  *
002871*    GROUP, PRINT THE CAUSE AND THE ACTION LINES UNDER IT.      *
002872***************************************************************
002873 2260-PRINT-CATALOG-ACTION.
002874     MOVE SRT-PROGRAM-ID TO MCP-PROGRAM-ID.
002875     MOVE SRT-PARAGRAPH TO MCP-PARAGRAPH.
002876     MOVE SRT-MESSAGE TO MCP-MESSAGE.
002877     CALL 'MSGCAT' USING MSGCAT-PARM.
002878     IF MCP-NOT-CATALOGED
002879         ADD 1 TO UNCATALOGED-ENTRY-COUNT
002880         GO TO 2260-EXIT.
002881     ADD 1 TO CATALOGED-ENTRY-COUNT.
002882     IF SHOWN-ENTRY-COUNT > ZERO
002883         SET SE-IX TO 1
002884         SEARCH SHOWN-ENTRY
002885             WHEN SE-ENTRY-NUMBER (SE-IX) = MCP-ENTRY-NUMBER
002886                 GO TO 2260-EXIT
002887         END-SEARCH.
002888     IF SHOWN-ENTRY-COUNT < 200
002889         ADD 1 TO SHOWN-ENTRY-COUNT
002890         MOVE MCP-ENTRY-NUMBER
002891             TO SE-ENTRY-NUMBER (SHOWN-ENTRY-COUNT).
002892     MOVE MCP-CAUSE TO CCL-CAUSE.
002893     MOVE MCP-SEVERITY TO CCL-SEVERITY.
002894     MOVE MCP-RUNBOOK TO CCL-RUNBOOK.
002895     MOVE CATALOG-CAUSE-LINE TO TRIAGE-REPORT-RECORD.
002896     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
002897     PERFORM 2270-PRINT-ONE-ACTION THRU 2270-EXIT
002898         VARYING ACTION-SUB FROM 1 BY 1
002899             UNTIL ACTION-SUB > MCP-ACTION-COUNT.
002900 2260-EXIT. EXIT.
002901*
002902 2270-PRINT-ONE-ACTION.
002903     MOVE MCP-ACTION-LINE (ACTION-SUB) TO CAL-ACTION.
002904     MOVE CATALOG-ACTION-LINE TO TRIAGE-REPORT-RECORD.
002905     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
002906 2270-EXIT. EXIT.
002907*
002908 2300-LAST-GROUP-BREAK.
002909     IF NOT FIRST-PROGRAM-GROUP
002910         PERFORM 250-PRINT-GROUP-SUBTOTALS THRU 250-EXIT.
002911 2300-EXIT. EXIT.
002912*
002913***************************************************************
002920*    250-PRINT-GROUP-SUBTOTALS PRINTS THE PER-SEVERITY COUNTS   *
002930*    FOR THE PROGRAM GROUP JUST ENDED AND CLEARS THE GROUP      *
002940*    ACCUMULATORS FOR THE NEXT ONE.                             *
004298         MOVE CHRONIC-ENTRY-COUNT TO STL-COUNT
004299         MOVE SUBTOTAL-LINE TO TRIAGE-REPORT-RECORD
004301         PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004302     MOVE CATALOGED-ENTRY-COUNT TO CGL-CATALOGED-COUNT.
004303     MOVE UNCATALOGED-ENTRY-COUNT TO CGL-UNCATALOGED-COUNT.
004304     MOVE CATALOG-COUNT-LINE TO TRIAGE-REPORT-RECORD.
004305     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
004306     MOVE LOG-RECORDS-READ TO SCL-READ-COUNT.
004310     MOVE SELECTED-COUNT TO SCL-SELECTED-COUNT.
004320     MOVE SELECTED-COUNT-LINE TO TRIAGE-REPORT-RECORD.
004330     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
