000270* COMPLETION CLOCK ACCUMULATED DOWN THE REMAINING ROSTER, SO A  *
000280* SLIPPING WINDOW IS ACTED ON AT 3 AM INSTEAD OF READ ABOUT AT  *
000290* HAND-OFF.  NO ROSTER FILE PRINTS EVERY PROGRAM SEEN TONIGHT   *
000293* INSTEAD.  A ROSTER WHOSE CARDS DECLARE PREDECESSORS RUNS AS   *
000296* PARALLEL STREAMS: EACH JOB IS PROJECTED FROM THE LATEST       *
000299* FINISH AMONG ITS OWN PREDECESSORS, AND THE WINDOW COMPLETES   *
000302* WITH THE LAST STREAM.  A ROSTER WITH A DEPENDENCY CYCLE IS    *
000305* REJECTED, NOTED ON THE REPORT, AND NOT USED.                  *
000307* A ROSTER JOB WHOSE RUN FREQUENCY (ROSTREC0) IS NOT DUE        *
000309* TONIGHT - DECIDED BY DATECALC, SO THE HOLIDAY FILE IS HONORED *
000311* - IS NOT FORECAST, AND NO JOB WAITS ON IT; UNLESS IT HAS RUN  *
000313* ANYWAY IT IS LISTED BELOW THE FORECAST AS NOT SCHEDULED.      *
000315* TONIGHT IS THE DATE THE WINDOW OPENED - TODAY FROM NOON ON,   *
000317* YESTERDAY BEFORE NOON.                                        *
000318* A ROSTER JOB THE PLANNED-MAINTENANCE CALENDAR (CALL           *
000319* 'MAINTCHK') SHOWS IN A DECLARED WINDOW DURING TONIGHT'S       *
000320* NOON-TO-NOON NIGHT IS STILL PROJECTED, BUT PRINTS IN MAINT    *
000321* RATHER THAN NOT STARTED, AND ONE RUNNING PAST ITS TYPICAL     *
000322* ELAPSED IS FLAGGED MAINT, NOT *LATE*, AND NOT COUNTED LATE.   *
000323*****************************************************************
000324 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000610     BLOCK CONTAINS 0 RECORDS
000620     RECORD CONTAINS 80 CHARACTERS
000630     LABEL RECORDS ARE OMITTED.
000640     COPY ROSTREC0.
000690*
000700 FD  FORECAST-REPORT-FILE
000710     RECORDING MODE IS F
001190 01  ROSTER-TABLE.
001200     05  ROSTER-TABLE-ENTRY   OCCURS 1 TO 100 TIMES
001210                              DEPENDING ON ROSTER-TABLE-COUNT
001220                              INDEXED BY RO-IX RP-IX.
001230         10  RT-SEQUENCE          PIC 9(3).
001240         10  RT-PROGRAM-ID        PIC X(8).
001241         10  RT-PREDECESSOR       PIC X(8) OCCURS 5 TIMES.
001242         10  RT-RESOLVED-SWITCH   PIC X.
001243             88  RT-RESOLVED          VALUE 'Y'.
001244         10  RT-LEVEL             PIC 9(3).
001245         10  RT-FINISH-HUNDREDTHS PIC S9(9) COMP-3.
001247         10  RT-DUE-SWITCH        PIC X.
001249             88  RT-DUE-TONIGHT       VALUE 'Y'.
001252         10  RT-MAINT-SWITCH      PIC X.
001255             88  RT-IN-MAINTENANCE    VALUE 'Y'.
001258 01  ROSTER-SWAP-ENTRY.
001260     05  RSW-SEQUENCE             PIC 9(3).
001270     05  RSW-PROGRAM-ID           PIC X(8).
001272     05  RSW-PREDECESSOR-LIST     PIC X(40).
001274     05  RSW-RESOLVED-SWITCH      PIC X.
001276     05  RSW-LEVEL                PIC 9(3).
001278     05  RSW-FINISH-HUNDREDTHS    PIC S9(9) COMP-3.
001279     05  RSW-DUE-SWITCH           PIC X.
001284     05  RSW-MAINT-SWITCH         PIC X.
001289 01  ROSTER-SORT-SUB              PIC S9(4) COMP VALUE +0.
001290 01  ROSTER-SORT-SUB-1            PIC S9(4) COMP VALUE +0.
001291*
001292*    DEPENDENCY-SWITCH IS SET WHEN ANY ROSTER CARD DECLARES A
001293*    PREDECESSOR; OTHERWISE THE ROSTER IS A STRAIGHT LINE AND
001294*    THE SEQUENCE NUMBERS ALONE GIVE THE ORDER.  THE RESOLVE
001295*    FIELDS SUPPORT THE DEPENDENCY-CYCLE CHECK, AND A REJECTED
001296*    ROSTER NAMES A JOB ON THE CYCLE IN CYCLE-PROGRAM-ID.  THE
001297*    PASS THAT RESOLVES A JOB BECOMES ITS RT-LEVEL, SO SORTING ON
001298*    LEVEL PUTS EVERY JOB AFTER ALL OF ITS PREDECESSORS.
001299 01  ROSTER-CHECK-FIELDS.
001300     05  DEPENDENCY-SWITCH      PIC X VALUE 'N'.
001301         88  ROSTER-HAS-DEPENDENCIES VALUE 'Y'.
001302     05  REJECTED-SWITCH        PIC X VALUE 'N'.
001303         88  ROSTER-REJECTED        VALUE 'Y'.
001304     05  CYCLE-PROGRAM-ID       PIC X(8) VALUE SPACES.
001305     05  PREDECESSOR-SUB        PIC S9(4) COMP VALUE +0.
001306     05  CHECK-PROGRAM-ID       PIC X(8).
001307     05  CHECK-FOUND-SWITCH     PIC X VALUE 'N'.
001308         88  CHECK-ON-ROSTER        VALUE 'Y'.
001309     05  READY-SWITCH           PIC X VALUE 'N'.
001310         88  PREDECESSORS-RESOLVED  VALUE 'Y'.
001311     05  STEP-SWITCH            PIC X VALUE 'N'.
001312         88  STEP-TAKEN             VALUE 'Y'.
001313     05  RESOLVED-COUNT         PIC S9(4) COMP VALUE +0.
001314     05  PASS-RESOLVED-COUNT    PIC S9(4) COMP VALUE +0.
001315     05  RESOLVE-PASS-NUMBER    PIC 9(3) VALUE ZERO.
001316*
001317***************************************************************
001320*    ELAPSED-TIME-WORK - TIMES ARE HHMMSSTT HUNDREDTHS, WITH    *
001330*    ONE 24-HOUR DAY ADDED ACROSS A DATE ROLLOVER, THE SAME     *
001340*    TREATMENT OPSSUM GIVES ITS OWN ELAPSED COLUMN.             *
001470     05  TYPICAL-HUNDREDTHS       PIC S9(9) COMP-3 VALUE +0.
001480     05  REMAINING-HUNDREDTHS     PIC S9(9) COMP-3 VALUE +0.
001490     05  PROJECTED-HUNDREDTHS     PIC S9(9) COMP-3 VALUE +0.
001495     05  WINDOW-HUNDREDTHS        PIC S9(9) COMP-3 VALUE +0.
001500     05  NOW-HUNDREDTHS           PIC S9(9) COMP-3 VALUE +0.
001510     05  EDIT-HUNDREDTHS          PIC S9(9) COMP-3 VALUE +0.
001520     05  EDIT-SECONDS             PIC S9(7) COMP-3 VALUE +0.
001650         10  WS-YEAR              PIC XX.
001660         10  WS-MONTH             PIC XX.
001670         10  WS-DAY               PIC XX.
001671*
001672*    SCHEDULE-DATE IS THE DATE TONIGHT'S WINDOW OPENED, THE DATE
001673*    EACH ROSTER CARD'S RUN FREQUENCY IS TESTED AGAINST.
001674 01  SCHEDULE-FIELDS.
001675     05  SCHEDULE-CLOCK-DATE      PIC 9(6).
001676     05  SCHEDULE-CLOCK-TIME      PIC 9(8).
001677     05  SCHEDULE-DATE            PIC 9(8).
001678     05  NOT-SCHEDULED-COUNT      PIC S9(4) COMP VALUE +0.
001679*
001680*    NIGHT-START-STAMP AND NIGHT-END-STAMP SPAN TONIGHT'S
001681*    NOON-TO-NOON NIGHT AS CCYYMMDDHHMM, THE SPAN EACH ROSTER
001682*    JOB IS ASKED ABOUT ON THE MAINTENANCE CALENDAR.
001683*    ENTRY-MAINT-SWITCH CARRIES THE ANSWER FOR THE ROSTER JOB
001684*    BEING FORECAST INTO Z120.
001685 01  NIGHT-SPAN.
001686     05  NIGHT-START-STAMP.
001687         10  NIGHT-START-DATE     PIC 9(8).
001688         10  NIGHT-START-TIME     PIC 9(4) VALUE 1200.
001689     05  NIGHT-END-STAMP.
001690         10  NIGHT-END-DATE       PIC 9(8).
001691         10  NIGHT-END-TIME       PIC 9(4) VALUE 1200.
001692     05  ENTRY-MAINT-SWITCH       PIC X VALUE 'N'.
001693         88  ENTRY-IN-MAINTENANCE     VALUE 'Y'.
001694*
001695*    MAINTCHK-PARM (COPY MAINTCHP) IS THE PARAMETER AREA FOR
001696*    CALL 'MAINTCHK' - THE SHOP'S PLANNED-MAINTENANCE CALENDAR
001697*    CHECK, ASKED WHETHER EACH ROSTER JOB IS IN A DECLARED
001698*    OUTAGE WINDOW TONIGHT.
001699 COPY MAINTCHP.
001700*
001701*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
001702*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
001703*    WHICH DECIDES WHETHER EACH ROSTER JOB IS DUE TONIGHT.
001704 COPY DATECALP.
001705*
001706*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001707*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001710*    LOGGER, CALLED AT START AND END OF JOB SO OPSSUM CAN ROLL
001720*    THIS RUN INTO THE WINDOW'S CONSOLIDATED SUMMARY.
001730 COPY OPSTATP.
002120         'JOBS PAST TYPICAL ELAPSED:    '.
002130     05  LCL-COUNT                PIC ZZZZ9.
002140     05  FILLER                   PIC X(96) VALUE SPACES.
002141 01  ROSTER-REJECTED-LINE.
002142     05  FILLER                   PIC X(2) VALUE SPACES.
002143     05  FILLER                   PIC X(38) VALUE
002144         'ROSTER REJECTED - DEPENDENCY CYCLE AT '.
002145     05  RRL-PROGRAM-ID           PIC X(8).
002146     05  FILLER                   PIC X(85) VALUE SPACES.
002148 01  NOT-SCHEDULED-HEADER-LINE.
002150     05  FILLER                   PIC X(2) VALUE SPACES.
002152     05  FILLER                   PIC X(21) VALUE
002154         'NOT SCHEDULED TONIGHT'.
002156     05  FILLER                   PIC X(110) VALUE SPACES.
002158*
002160 PROCEDURE DIVISION.
002170*
002180 A100-EXECUTIVE-CONTROL.
002390     PERFORM X100-COMPUTE-HUNDREDTHS.
002400     MOVE WORK-HUNDREDTHS TO NOW-HUNDREDTHS.
002410     MOVE NOW-HUNDREDTHS TO PROJECTED-HUNDREDTHS.
002415     MOVE NOW-HUNDREDTHS TO WINDOW-HUNDREDTHS.
002420     MOVE WS-MONTH TO RPT-HEADING-MONTH.
002430     MOVE WS-DAY TO RPT-HEADING-DAY.
002440     MOVE WS-YEAR TO RPT-HEADING-YEAR.
002600*    A120-A150 LOAD THE EXPECTED-JOBS ROSTER AND SORT IT INTO   *
002610*    ASCENDING SEQUENCE WITH THE SAME EXCHANGE PASS OPSSUM      *
002620*    USES, SO THE PROJECTION WALKS THE JOBS IN DECLARED ORDER.  *
002622*    WHEN THE CARDS DECLARE PREDECESSORS, THE CYCLE CHECK GIVES *
002624*    EACH JOB A LEVEL AND THE TABLE IS SORTED AGAIN ON LEVEL    *
002626*    THEN SEQUENCE, SO A JOB IS PROJECTED ONLY AFTER EVERY      *
002628*    PREDECESSOR IT WAITS ON.                                   *
002630***************************************************************
002640 A120-LOAD-ROSTER-TABLE.
002645     PERFORM A125-SET-SCHEDULE-DATE.
002650     OPEN INPUT ROSTER-FILE.
002660     PERFORM A130-READ-ROSTER-RECORD UNTIL ROSTER-FILE-EOF.
002670     CLOSE ROSTER-FILE.
002690         MOVE 'N' TO ROSTER-SORT-SWITCH
002700         PERFORM A140-SORT-ROSTER-TABLE
002710             UNTIL ROSTER-SORT-DONE.
002711     PERFORM A200-CHECK-ROSTER-CYCLE THRU A200-EXIT.
002712     IF ROSTER-HAS-DEPENDENCIES
002713         AND ROSTER-TABLE-COUNT > 1
002714         MOVE 'N' TO ROSTER-SORT-SWITCH
002715         PERFORM A140-SORT-ROSTER-TABLE
002716             UNTIL ROSTER-SORT-DONE.
002720*
002721 A125-SET-SCHEDULE-DATE.
002722     ACCEPT SCHEDULE-CLOCK-DATE FROM DATE.
002723     ACCEPT SCHEDULE-CLOCK-TIME FROM TIME.
002724     COMPUTE SCHEDULE-DATE = 20000000 + SCHEDULE-CLOCK-DATE.
002725     IF SCHEDULE-CLOCK-TIME < 12000000
002726         SET DTC-PREV-DAY TO TRUE
002727         MOVE SCHEDULE-DATE TO DTC-DATE-CCYYMMDD
002728         CALL 'DATECALC' USING DATECALC-PARM
002729         IF DTC-SUCCESSFUL
002730             MOVE DTC-RESULT-CCYYMMDD TO SCHEDULE-DATE.
002731     MOVE SCHEDULE-DATE TO NIGHT-START-DATE, NIGHT-END-DATE.
002732     SET DTC-NEXT-DAY TO TRUE.
002733     MOVE SCHEDULE-DATE TO DTC-DATE-CCYYMMDD.
002734     CALL 'DATECALC' USING DATECALC-PARM.
002735     IF DTC-SUCCESSFUL
002736         MOVE DTC-RESULT-CCYYMMDD TO NIGHT-END-DATE.
002737*
002738 A130-READ-ROSTER-RECORD.
002740     READ ROSTER-FILE
002750         AT END
002760             SET ROSTER-FILE-EOF TO TRUE.
002800             SET RO-IX TO ROSTER-TABLE-COUNT
002810             MOVE RST-SEQUENCE TO RT-SEQUENCE (RO-IX)
002820             MOVE RST-PROGRAM-ID TO RT-PROGRAM-ID (RO-IX)
002821             MOVE 'N' TO RT-RESOLVED-SWITCH (RO-IX)
002822             MOVE ZERO TO RT-LEVEL (RO-IX)
002823             MOVE ZERO TO RT-FINISH-HUNDREDTHS (RO-IX)
002824             PERFORM A135-COPY-ONE-PREDECESSOR
002825                 VARYING PREDECESSOR-SUB FROM 1 BY 1
002826                 UNTIL PREDECESSOR-SUB > 5
002829             PERFORM A139-TEST-RUN-DUE
002834             PERFORM A136-CHECK-MAINTENANCE
002839         ELSE
002840             DISPLAY 'OPSFCST ROSTER-TABLE FULL - CARD FOR '
002850                 RST-PROGRAM-ID ' DROPPED'.
002860*
002861 A135-COPY-ONE-PREDECESSOR.
002862     MOVE RST-PREDECESSOR (PREDECESSOR-SUB)
002863         TO RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB).
002864     IF RST-PREDECESSOR (PREDECESSOR-SUB) NOT = SPACES
002865         SET ROSTER-HAS-DEPENDENCIES TO TRUE.
002869*
002870*    A139 - A CARD WITH NO FREQUENCY, OR ONE DATECALC CANNOT
002871*    READ, IS DUE EVERY NIGHT AS BEFORE.
002872 A139-TEST-RUN-DUE.
002873     SET RT-DUE-TONIGHT (RO-IX) TO TRUE.
002874     IF RST-RUN-FREQUENCY NOT = SPACE
002875         AND RST-RUN-FREQUENCY NOT = 'D'
002876         SET DTC-RUN-DUE-TEST TO TRUE
002877         MOVE SCHEDULE-DATE TO DTC-DATE-CCYYMMDD
002878         MOVE RST-RUN-FREQUENCY TO DTC-RUN-FREQUENCY
002879         MOVE RST-FREQUENCY-DATA TO DTC-FREQUENCY-DATA
002880         CALL 'DATECALC' USING DATECALC-PARM
002881         IF DTC-SUCCESSFUL
002882             IF NOT DTC-RUN-DUE
002883                 MOVE 'N' TO RT-DUE-SWITCH (RO-IX)
002884             END-IF
002885         ELSE
002886             DISPLAY 'OPSFCST ROSTER FREQUENCY ' RST-RUN-FREQUENCY
002887                 ' INVALID FOR ' RST-PROGRAM-ID ' - DUE NIGHTLY'.
002888*
002889*    A136 ASKS MAINTCHK WHETHER A PLANNED MAINTENANCE WINDOW
002890*    COVERS THE ROSTER JOB AT ANY POINT OF TONIGHT.
002891 A136-CHECK-MAINTENANCE.
002892     MOVE 'N' TO RT-MAINT-SWITCH (RO-IX).
002893     MOVE RST-PROGRAM-ID TO MCK-PROGRAM-ID.
002894     MOVE NIGHT-START-STAMP TO MCK-FROM-STAMP.
002895     MOVE NIGHT-END-STAMP TO MCK-TO-STAMP.
002896     CALL 'MAINTCHK' USING MAINTCHK-PARM.
002897     IF MCK-IN-MAINTENANCE
002898         SET RT-IN-MAINTENANCE (RO-IX) TO TRUE.
002899*
002900 A140-SORT-ROSTER-TABLE.
002901     SET ROSTER-SORT-DONE TO TRUE.
002902     PERFORM A150-ROSTER-EXCHANGE-PASS
002903         VARYING ROSTER-SORT-SUB FROM 2 BY 1
002910             UNTIL ROSTER-SORT-SUB > ROSTER-TABLE-COUNT.
002920*
002930 A150-ROSTER-EXCHANGE-PASS.
002940     COMPUTE ROSTER-SORT-SUB-1 = ROSTER-SORT-SUB - 1.
002944     IF RT-LEVEL (ROSTER-SORT-SUB-1)
002948         > RT-LEVEL (ROSTER-SORT-SUB)
002952         OR (RT-LEVEL (ROSTER-SORT-SUB-1)
002956             = RT-LEVEL (ROSTER-SORT-SUB)
002960         AND RT-SEQUENCE (ROSTER-SORT-SUB-1)
002964             > RT-SEQUENCE (ROSTER-SORT-SUB))
002970         MOVE ROSTER-TABLE-ENTRY (ROSTER-SORT-SUB-1)
002980             TO ROSTER-SWAP-ENTRY
002990         MOVE ROSTER-TABLE-ENTRY (ROSTER-SORT-SUB)
003010         MOVE ROSTER-SWAP-ENTRY
003020             TO ROSTER-TABLE-ENTRY (ROSTER-SORT-SUB)
003030         MOVE 'N' TO ROSTER-SORT-SWITCH.
003031*
003032***************************************************************
003033*    A200-A260 REJECT A ROSTER WHOSE DECLARED PREDECESSORS      *
003034*    FORM A CYCLE, THE SAME CHECK OPSGATE MAKES.  EACH PASS     *
003035*    RESOLVES EVERY JOB WHOSE PREDECESSORS ON THE ROSTER ARE    *
003036*    ALL RESOLVED ALREADY; WHEN A PASS RESOLVES NOTHING, ANY    *
003037*    JOB LEFT OVER IS ON A CYCLE OR WAITS ON ONE, AND STEPPING  *
003038*    BACK THROUGH UNRESOLVED PREDECESSORS ONCE PER ROSTER ENTRY *
003039*    LANDS ON THE CYCLE ITSELF.  A REJECTED ROSTER IS DROPPED.  *
003040*    A JOB RESOLVES ONLY ON A PASS AFTER EVERY PREDECESSOR HAS  *
003041*    RESOLVED, SO THE PASS NUMBER IS ITS LEVEL.                 *
003042***************************************************************
003043 A200-CHECK-ROSTER-CYCLE.
003044     IF NOT ROSTER-HAS-DEPENDENCIES
003045         GO TO A200-EXIT.
003046     MOVE ZERO TO RESOLVED-COUNT, RESOLVE-PASS-NUMBER.
003047     MOVE 1 TO PASS-RESOLVED-COUNT.
003048     PERFORM A210-RESOLVE-ONE-PASS
003049         UNTIL PASS-RESOLVED-COUNT = ZERO.
003050     IF RESOLVED-COUNT NOT < ROSTER-TABLE-COUNT
003051         GO TO A200-EXIT.
003052     SET RO-IX TO 1.
003053     SEARCH ROSTER-TABLE-ENTRY
003054         AT END
003055             CONTINUE
003056         WHEN NOT RT-RESOLVED (RO-IX)
003057             MOVE RT-PROGRAM-ID (RO-IX) TO CHECK-PROGRAM-ID
003058     END-SEARCH.
003059     PERFORM A250-STEP-BACK-ONE-JOB ROSTER-TABLE-COUNT TIMES.
003060     MOVE CHECK-PROGRAM-ID TO CYCLE-PROGRAM-ID.
003061     SET ROSTER-REJECTED TO TRUE.
003062     DISPLAY 'OPSFCST ROSTER REJECTED - DEPENDENCY CYCLE AT '
003063         CYCLE-PROGRAM-ID.
003064     MOVE ZERO TO ROSTER-TABLE-COUNT.
003065 A200-EXIT. EXIT.
003066*
003067 A210-RESOLVE-ONE-PASS.
003068     MOVE ZERO TO PASS-RESOLVED-COUNT.
003069     ADD 1 TO RESOLVE-PASS-NUMBER.
003070     PERFORM A220-TRY-RESOLVE-ONE-JOB
003071         VARYING RO-IX FROM 1 BY 1
003072             UNTIL RO-IX > ROSTER-TABLE-COUNT.
003073*
003074 A220-TRY-RESOLVE-ONE-JOB.
003075     IF NOT RT-RESOLVED (RO-IX)
003076         SET PREDECESSORS-RESOLVED TO TRUE
003077         PERFORM A230-CHECK-ONE-PREDECESSOR
003078             VARYING PREDECESSOR-SUB FROM 1 BY 1
003079                 UNTIL PREDECESSOR-SUB > 5
003080         IF PREDECESSORS-RESOLVED
003081             SET RT-RESOLVED (RO-IX) TO TRUE
003082             MOVE RESOLVE-PASS-NUMBER TO RT-LEVEL (RO-IX)
003083             ADD 1 TO RESOLVED-COUNT, PASS-RESOLVED-COUNT.
003084*
003085 A230-CHECK-ONE-PREDECESSOR.
003086     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
003087         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
003088             TO CHECK-PROGRAM-ID
003089         PERFORM A240-FIND-CHECK-PROGRAM
003090         IF CHECK-ON-ROSTER
003091             AND (NOT RT-RESOLVED (RP-IX)
003092             OR RT-LEVEL (RP-IX) = RESOLVE-PASS-NUMBER)
003093             MOVE 'N' TO READY-SWITCH.
003094*
003095 A240-FIND-CHECK-PROGRAM.
003096     MOVE 'N' TO CHECK-FOUND-SWITCH.
003097     SET RP-IX TO 1.
003098     SEARCH ROSTER-TABLE-ENTRY VARYING RP-IX
003099         AT END
003100             CONTINUE
003101         WHEN RT-PROGRAM-ID (RP-IX) = CHECK-PROGRAM-ID
003102             SET CHECK-ON-ROSTER TO TRUE
003103     END-SEARCH.
003104*
003105 A250-STEP-BACK-ONE-JOB.
003106     PERFORM A240-FIND-CHECK-PROGRAM.
003107     SET RO-IX TO RP-IX.
003108     MOVE 'N' TO STEP-SWITCH.
003109     PERFORM A260-FIND-UNRESOLVED-PREDECESSOR
003110         VARYING PREDECESSOR-SUB FROM 1 BY 1
003111             UNTIL PREDECESSOR-SUB > 5
003112             OR STEP-TAKEN.
003113*
003114 A260-FIND-UNRESOLVED-PREDECESSOR.
003115     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
003116         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
003117             TO CHECK-PROGRAM-ID
003118         PERFORM A240-FIND-CHECK-PROGRAM
003119         IF CHECK-ON-ROSTER
003120             AND NOT RT-RESOLVED (RP-IX)
003121             SET STEP-TAKEN TO TRUE.
003122*
003123***************************************************************
003124*    B100-B150 READ THE CUMULATIVE HISTORY AND PAIR EACH RUN'S  *
003125*    START WITH ITS END - THE ELAPSED OF EVERY COMPLETED PAIR   *
003126*    GOES INTO THE PROGRAM'S TYPICAL-ELAPSED AVERAGE.           *
003127***************************************************************
003128 B100-LOAD-ONE-HISTORY-RECORD.
003129     READ HISTORY-FILE INTO OPERATIONS-STATISTICS-RECORD
003130         AT END
003131             SET HISTORY-FILE-EOF TO TRUE.
003140     IF NOT HISTORY-FILE-EOF
003150         ADD 1 TO HISTORY-RECORDS-READ
003160         PERFORM B110-FILE-ONE-TIMESTAMP.
004030*    DONE, RUNNING, OR NOT STARTED.  WITHOUT ONE, EVERY         *
004040*    PROGRAM SEEN TONIGHT PRINTS INSTEAD.  THE PROJECTED        *
004050*    CLOCK STARTS AT NOW AND ACCUMULATES EACH REMAINING JOB'S   *
004053*    OUTSTANDING TYPICAL ELAPSED DOWN THE LIST - OR, WHEN THE   *
004056*    CARDS DECLARE PREDECESSORS, DOWN EACH JOB'S OWN STREAM,    *
004059*    STARTING FROM THE LATEST PROJECTED FINISH AMONG ITS        *
004062*    PREDECESSORS (Z150).  THE WINDOW THEN COMPLETES WITH THE   *
004064*    LAST JOB TO FINISH IN ANY STREAM.  A ROSTER JOB NOT DUE    *
004066*    TONIGHT THAT HAS NOT RUN ADDS NOTHING TO ANY STREAM AND    *
004067*    PRINTS BELOW THE FORECAST AS NOT SCHEDULED (Z160).  ONE    *
004068*    IN A PLANNED MAINTENANCE WINDOW TONIGHT PRINTS IN MAINT    *
004069*    INSTEAD OF NOT STARTED, AND MAINT INSTEAD OF *LATE*.       *
004070***************************************************************
004080 Z100-PRINT-FORECAST.
004082     IF ROSTER-REJECTED
004084         MOVE CYCLE-PROGRAM-ID TO RRL-PROGRAM-ID
004086         MOVE ROSTER-REJECTED-LINE TO FORECAST-REPORT-RECORD
004088         WRITE FORECAST-REPORT-RECORD.
004090     IF ROSTER-TABLE-COUNT > ZERO
004100         PERFORM Z110-FORECAST-ONE-ROSTER-JOB
004110             VARYING RO-IX FROM 1 BY 1
004120                 UNTIL RO-IX > ROSTER-TABLE-COUNT
004121         IF NOT-SCHEDULED-COUNT > ZERO
004122             MOVE NOT-SCHEDULED-HEADER-LINE
004123                 TO FORECAST-REPORT-RECORD
004124             WRITE FORECAST-REPORT-RECORD
004125             PERFORM Z160-LIST-NOT-SCHEDULED
004126                 VARYING RO-IX FROM 1 BY 1
004127                     UNTIL RO-IX > ROSTER-TABLE-COUNT
004128         END-IF
004130     ELSE
004140         PERFORM Z115-FORECAST-ONE-PROGRAM
004150             VARYING PS-IX FROM 1 BY 1
004160                 UNTIL PS-IX > PROGRAM-STATS-COUNT.
004165     IF ROSTER-HAS-DEPENDENCIES
004170         MOVE WINDOW-HUNDREDTHS TO PROJECTED-HUNDREDTHS.
004180     MOVE PROJECTED-HUNDREDTHS TO EDIT-HUNDREDTHS.
004190     PERFORM X200-FORMAT-HHMMSS.
004200     MOVE EDIT-HHMMSS TO PJL-TIME.
004270 Z110-FORECAST-ONE-ROSTER-JOB.
004280     MOVE RT-PROGRAM-ID (RO-IX) TO OPST-PROGRAM-ID.
004290     PERFORM C100-FIND-OR-ADD-PROGRAM.
004291     IF NOT RT-DUE-TONIGHT (RO-IX)
004292         AND PS-NOT-SEEN-TONIGHT (PS-IX)
004293         ADD 1 TO NOT-SCHEDULED-COUNT
004294     ELSE
004295         PERFORM Z112-PROJECT-ROSTER-JOB.
004296*
004297 Z112-PROJECT-ROSTER-JOB.
004298     IF ROSTER-HAS-DEPENDENCIES
004299         MOVE NOW-HUNDREDTHS TO PROJECTED-HUNDREDTHS
004300         PERFORM Z150-TAKE-PREDECESSOR-FINISH
004301             VARYING PREDECESSOR-SUB FROM 1 BY 1
004302                 UNTIL PREDECESSOR-SUB > 5.
004303     MOVE RT-MAINT-SWITCH (RO-IX) TO ENTRY-MAINT-SWITCH.
004304     PERFORM Z120-FORECAST-THIS-ENTRY.
004305     MOVE PROJECTED-HUNDREDTHS TO RT-FINISH-HUNDREDTHS (RO-IX).
004306     IF PROJECTED-HUNDREDTHS > WINDOW-HUNDREDTHS
004309         MOVE PROJECTED-HUNDREDTHS TO WINDOW-HUNDREDTHS.
004310*
004320 Z115-FORECAST-ONE-PROGRAM.
004325     MOVE 'N' TO ENTRY-MAINT-SWITCH.
004330     IF NOT PS-NOT-SEEN-TONIGHT (PS-IX)
004340         PERFORM Z120-FORECAST-THIS-ENTRY.
004350*
004510             PERFORM Z140-SHOW-RUNNING-ENTRY
004520         ELSE
004530             MOVE 'NOT STARTED' TO FDL-STATUS
004533             IF ENTRY-IN-MAINTENANCE
004536                 MOVE 'IN MAINT' TO FDL-STATUS
004539             END-IF
004540             ADD TYPICAL-HUNDREDTHS TO PROJECTED-HUNDREDTHS
004550             MOVE PROJECTED-HUNDREDTHS TO EDIT-HUNDREDTHS
004560             PERFORM X200-FORMAT-HHMMSS
004780*
004790*    Z140 - A RUNNING JOB SHOWS ITS ELAPSED SO FAR; ONE PAST
004800*    ITS TYPICAL ELAPSED IS THE LATE RUNNER THE 3 AM CALL IS
004805*    ABOUT - UNLESS A PLANNED MAINTENANCE WINDOW COVERS IT.
004810*    ITS OUTSTANDING BALANCE OF TYPICAL ELAPSED FEEDS THE
004815*    PROJECTED CLOCK.
004830 Z140-SHOW-RUNNING-ENTRY.
004840     MOVE 'RUNNING' TO FDL-STATUS.
004850     MOVE PS-START-TIME (PS-IX) TO WORK-TIME.
004940     MOVE EDIT-HHMMSS TO FDL-ELAPSED.
004950     IF TYPICAL-HUNDREDTHS > ZERO
004960         AND ELAPSED-HUNDREDTHS > TYPICAL-HUNDREDTHS
004965         IF ENTRY-IN-MAINTENANCE
004970             MOVE 'MAINT' TO FDL-FLAG
004975         ELSE
004980             MOVE '*LATE*' TO FDL-FLAG
004985             ADD 1 TO LATE-RUNNER-COUNT.
004990     COMPUTE REMAINING-HUNDREDTHS =
005000         TYPICAL-HUNDREDTHS - ELAPSED-HUNDREDTHS.
005010     IF REMAINING-HUNDREDTHS < ZERO
005050     PERFORM X200-FORMAT-HHMMSS.
005060     MOVE EDIT-HHMMSS TO FDL-PROJECTED.
005070*
005071*    Z150 - A JOB IN A STREAM CANNOT START BEFORE THE LAST OF
005072*    ITS PREDECESSORS ON THE ROSTER IS PROJECTED TO FINISH.
005073*    THE LEVEL SORT HAS ALREADY PROJECTED EVERY ONE OF THEM.
005074 Z150-TAKE-PREDECESSOR-FINISH.
005075     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
005076         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
005077             TO CHECK-PROGRAM-ID
005078         PERFORM A240-FIND-CHECK-PROGRAM
005079         IF CHECK-ON-ROSTER
005080             AND RT-FINISH-HUNDREDTHS (RP-IX)
005081                 > PROJECTED-HUNDREDTHS
005082             MOVE RT-FINISH-HUNDREDTHS (RP-IX)
005083                 TO PROJECTED-HUNDREDTHS.
005084*
005085 Z160-LIST-NOT-SCHEDULED.
005086     MOVE RT-PROGRAM-ID (RO-IX) TO OPST-PROGRAM-ID.
005087     PERFORM C100-FIND-OR-ADD-PROGRAM.
005088     IF NOT RT-DUE-TONIGHT (RO-IX)
005089         AND PS-NOT-SEEN-TONIGHT (PS-IX)
005090         MOVE SPACES TO FORECAST-DETAIL-LINE
005091         MOVE RT-PROGRAM-ID (RO-IX) TO FDL-PROGRAM-ID
005092         MOVE 'NOT SCHED' TO FDL-STATUS
005093         MOVE FORECAST-DETAIL-LINE TO FORECAST-REPORT-RECORD
005094         WRITE FORECAST-REPORT-RECORD.
005095*
005096 X100-COMPUTE-HUNDREDTHS.
005097     COMPUTE WORK-HUNDREDTHS = WT-HH * 360000
005100         + WT-MM * 6000 + WT-SS * 100 + WT-TT.
005110*
005120*    X200-FORMAT-HHMMSS TURNS A HUNDREDTHS FIGURE INTO AN
