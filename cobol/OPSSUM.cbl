000110* WINDOW INSTEAD OF OPENING EVERY JOB'S OWN OUTPUT.  RUN THIS    *
000120* STEP LAST IN THE BATCH WINDOW, AFTER EVERY OTHER JOB THAT      *
000130* CALLS 'OPSTAT' HAS COMPLETED.                                  *
000131*                                                                *
000132* THE GATE-OVERRIDE FILE (DD UT-S-GATEOVR, OPTIONAL) IS LISTED   *
000133* LAST - EVERY OPERATOR HOLD, RELEASE, AND EXPIRY KEYED OR FOUND *
000134* DURING THE WINDOW, PLUS ANY HOLD STILL IN FORCE FROM BEFORE    *
000135* IT - SO THE MORNING SHIFT CAN SEE WHY A JOB SAT.  A ROSTER JOB *
000136* THAT NEVER RAN BECAUSE IT IS STILL HELD PRINTS MISSING HELD.   *
000138*                                                                *
000140* A ROSTER JOB CARRYING A MUST-COMPLETE-BY TIME WHOSE END-OF-JOB *
000142* RECORD LANDS LATER IN THE NIGHT IS FLAGGED AN SLA MISS BENEATH *
000144* ITS DETAIL LINE, WITH THE DEADLINE AND HOW LATE IT WAS, AND    *
000146* PRINTS SLA MISS ON THE ROSTER RECONCILIATION.                  *
000147*                                                                *
000148* A ROSTER JOB WHOSE RUN FREQUENCY (ROSTREC0) IS NOT DUE TONIGHT *
000149* - DECIDED BY DATECALC, SO THE HOLIDAY FILE IS HONORED - IS NOT *
000150* EXPECTED: IT IS LEFT OFF THE RECONCILIATION AND LISTED UNDER   *
000151* NOT SCHEDULED TONIGHT INSTEAD OF PRINTING MISSING.  ONE THAT   *
000152* RAN ANYWAY IS RECONCILED AS USUAL.  TONIGHT IS THE DATE THE    *
000153* WINDOW OPENED - YESTERDAY WHEN THIS STEP RUNS BEFORE NOON.     *
000154*                                                                *
000155* A ROSTER JOB THE PLANNED-MAINTENANCE CALENDAR (CALL 'MAINTCHK')*
000156* SHOWS IN A DECLARED WINDOW DURING TONIGHT'S NOON-TO-NOON       *
000157* NIGHT PRINTS IN MAINT INSTEAD OF MISSING, AND A LATE END IS    *
000158* NOT COUNTED AN SLA MISS.  EITHER EXCEPTION IS APPENDED TO THE  *
000159* SUPPRESSED-ITEM FILE (DD UT-S-MAINTSUP) FOR MAINTRPT TO PRINT  *
000160* ONCE THE WINDOW CLOSES.                                        *
000161*****************************************************************
000162 ENVIRONMENT DIVISION.
000163 CONFIGURATION SECTION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190     SELECT OPERATIONS-STATISTICS-FILE ASSIGN TO UT-S-OPSTAT.
000210     SELECT OPTIONAL ROSTER-FILE ASSIGN TO UT-S-ROSTER.
000220     SELECT OPTIONAL THRESHOLD-FILE ASSIGN TO UT-S-THRESH.
000230     SELECT OPTIONAL ERROR-LOG-FILE ASSIGN TO UT-S-ERRLOG.
000235     SELECT OPTIONAL GATE-OVERRIDE-FILE ASSIGN TO UT-S-GATEOVR.
000239     SELECT OPTIONAL SUPPRESSED-ITEM-FILE ASSIGN TO UT-S-MAINTSUP.
000240 DATA DIVISION.
000250 FILE SECTION.
000260*
000430***************************************************************
000440*    ROSTER-FILE (DD UT-S-ROSTER, OPTIONAL) DECLARES THE JOBS   *
000450*    EXPECTED IN THE WINDOW AND THEIR REQUIRED ORDERING - ONE   *
000455*    CARD PER JOB (COPY ROSTREC0) NAMING THE PREDECESSORS THAT  *
000460*    MUST END FIRST (BCBSEXT3 BEFORE BCBSDIFF, CALLGTDS'S       *
000465*    EXTRACT BEFORE THE SRTSVC99 SORT OF IT), OR A STRAIGHT-    *
000470*    LINE DECK WHERE LOWEST RST-SEQUENCE RUNS FIRST.  A ROSTER  *
000475*    ENTRY WITH NO END-OF-JOB RECORD IS REPORTED MISSING; A     *
000480*    PREDECESSOR THAT ENDED AFTER ITS SUCCESSOR IS REPORTED     *
000485*    OUT-OF-ORDER.  A DECK WHOSE PREDECESSORS FORM A CYCLE IS   *
000490*    REJECTED AND SAYS SO.  NO ROSTER FILE MEANS NO             *
000495*    RECONCILIATION - THE SUMMARY PRINTS EXACTLY AS BEFORE.     *
000520***************************************************************
000530 FD  ROSTER-FILE
000540     RECORDING MODE IS F
000550     BLOCK CONTAINS 0 RECORDS
000560     RECORD CONTAINS 80 CHARACTERS
000570     LABEL RECORDS ARE OMITTED.
000580     COPY ROSTREC0.
000630*
000640***************************************************************
000650*    THRESHOLD-FILE (DD UT-S-THRESH, OPTIONAL) CARRIES PER-     *
001010     DATA RECORD IS ERROR-LOG-RECORD.
001020     COPY ERLREC0.
001030*
001031***************************************************************
001032*    GATE-OVERRIDE-FILE (DD UT-S-GATEOVR, OPTIONAL) IS THE      *
001033*    SHARED FILE BMPQUERY APPENDS OPERATOR HOLDS AND RELEASES   *
001034*    TO AND OPSGATE APPENDS EXPIRIES TO.  NO DD MEANS NO        *
001035*    OVERRIDES SECTION - THE SUMMARY PRINTS AS BEFORE.          *
001036***************************************************************
001037 FD  GATE-OVERRIDE-FILE
001038     RECORDING MODE IS F
001039     BLOCK CONTAINS 0 RECORDS
001040     RECORD CONTAINS 120 CHARACTERS
001041     LABEL RECORDS ARE OMITTED
001042     DATA RECORD IS GATE-OVERRIDE-RECORD.
001043     COPY GATEOVR0.
001044*
001045***************************************************************
001046*    SUPPRESSED-ITEM-FILE (COPY MAINTSP0) RECEIVES EVERY ROSTER *
001047*    EXCEPTION - MISSING OR SLA MISS - HELD BACK BECAUSE THE    *
001048*    JOB WAS IN A PLANNED MAINTENANCE WINDOW TONIGHT.           *
001049***************************************************************
001050 FD  SUPPRESSED-ITEM-FILE
001051     RECORDING MODE IS F
001052     BLOCK CONTAINS 0 RECORDS
001053     RECORD CONTAINS 200 CHARACTERS
001054     LABEL RECORDS ARE OMITTED
001055     DATA RECORD IS SUPPRESSED-ITEM-RECORD.
001056     COPY MAINTSP0.
001057*
001058 WORKING-STORAGE SECTION.
001059 77  FILLER PIC X(36)  VALUE
001060     'OPSSUM WORKING STORAGE BEGINS HERE'.
001070*
001080 01  STATS-FILE-SWITCH           PIC X VALUE 'N'.
001150     88  THRESHOLD-FILE-EOF          VALUE 'Y'.
001160 01  ERRLOG-FILE-SWITCH          PIC X VALUE 'N'.
001170     88  ERRLOG-FILE-EOF             VALUE 'Y'.
001171 01  OVERRIDE-FILE-SWITCH        PIC X VALUE 'N'.
001172     88  OVERRIDE-FILE-EOF           VALUE 'Y'.
001173***************************************************************
001174*   OVERRIDE-TABLE HOLDS THE GATE-OVERRIDE FILE IN FILE (TIME) *
001175*   ORDER, LOADED ONCE AT INITIALIZATION.  THE LAST ENTRY FOR  *
001176*   A PROGRAM IS ITS STANDING.  WINDOW-FIRST-DATE IS THE       *
001177*   EARLIEST RUN DATE ON THE STATISTICS FILE - OVERRIDES DATED *
001178*   BEFORE IT BELONG TO EARLIER WINDOWS AND ARE LISTED ONLY    *
001179*   WHILE THEY ARE STILL A HOLD IN FORCE.  THE CLOCK IS TAKEN  *
001180*   AS 20XX, THE SAME READING OPSGATE GIVES A HOLD EXPIRY.     *
001181***************************************************************
001182 01  OVERRIDE-TABLE-COUNT        PIC S9(4) COMP VALUE +0.
001183 01  OVERRIDE-TABLE.
001184     05  OVERRIDE-TABLE-ENTRY OCCURS 1 TO 500 TIMES
001185                             DEPENDING ON OVERRIDE-TABLE-COUNT
001186                             INDEXED BY OV-IX.
001187         10  OV-PROGRAM-ID       PIC X(8).
001188         10  OV-ACTION           PIC X.
001189             88  OV-HOLD             VALUE 'H'.
001190             88  OV-RELEASE          VALUE 'R'.
001191         10  OV-TERMINAL-ID      PIC X(8).
001192         10  OV-USERID           PIC X(8).
001193         10  OV-DATE             PIC 9(6).
001194         10  OV-TIME             PIC 9(8).
001195         10  OV-EXPIRY           PIC X(12).
001196         10  OV-REASON           PIC X(60).
001197 01  OVERRIDE-WORK-FIELDS.
001198     05  WINDOW-FIRST-DATE       PIC 9(6) VALUE ZEROS.
001199     05  STANDING-SUB            PIC S9(4) COMP VALUE +0.
001200     05  OVERRIDE-SAVE-SUB       PIC S9(4) COMP VALUE +0.
001201     05  STANDING-PROGRAM-ID     PIC X(8).
001202     05  HOLDS-IN-FORCE-COUNT    PIC S9(4) COMP VALUE +0.
001203     05  HOLD-IN-FORCE-SWITCH    PIC X VALUE 'N'.
001204         88  HOLD-IN-FORCE           VALUE 'Y'.
001205     05  CLOCK-DATE-YYMMDD       PIC 9(6).
001206     05  CLOCK-TIME-HHMMSSTT     PIC 9(8).
001207     05  CLOCK-NOW.
001208         10  CLOCK-NOW-CCYYMMDD  PIC 9(8).
001209         10  CLOCK-NOW-HHMM      PIC 9(4).
001210     05  CLOCK-NOW-X REDEFINES CLOCK-NOW PIC X(12).
001211***************************************************************
001212*   ERRLOG-XREF-TABLE HOLDS THE WINDOW'S CENTRAL ERROR-LOG     *
001213*   ENTRIES, LOADED ONCE AT INITIALIZATION.  D600 LISTS THE    *
001214*   ENTRIES A PROGRAM WROTE BETWEEN ITS START AND END          *
001220*   TIMESTAMPS UNDER THAT PROGRAM'S DETAIL LINE.               *
001230***************************************************************
001240 01  ERRLOG-TABLE-COUNT          PIC S9(4) COMP VALUE +0.
001700 01  ROSTER-TABLE.
001710     05  ROSTER-TABLE-ENTRY     OCCURS 1 TO 100 TIMES
001720                                DEPENDING ON ROSTER-TABLE-COUNT
001730                                INDEXED BY RO-IX RP-IX.
001740         10  RT-SEQUENCE        PIC 9(3).
001750         10  RT-PROGRAM-ID      PIC X(8).
001760         10  RT-END-TIMESTAMP   PIC X(14).
001770         10  RT-PRESENT-SWITCH  PIC X.
001780             88  RT-PRESENT         VALUE 'Y'.
001781         10  RT-DEADLINE-SWITCH PIC X.
001782             88  RT-HAS-DEADLINE    VALUE 'Y'.
001783         10  RT-DEADLINE        PIC X(4).
001784         10  RT-DEADLINE-HUNDREDTHS PIC S9(9) COMP-3.
001785         10  RT-SLA-SWITCH      PIC X.
001786             88  RT-SLA-MISSED      VALUE 'Y'.
001787             88  RT-SLA-HELD        VALUE 'H'.
001788         10  RT-PREDECESSOR     PIC X(8) OCCURS 5 TIMES.
001789         10  RT-RESOLVED-SWITCH PIC X.
001790             88  RT-RESOLVED        VALUE 'Y'.
001792         10  RT-DUE-SWITCH      PIC X.
001795             88  RT-DUE-TONIGHT     VALUE 'Y'.
001796         10  RT-MAINT-SWITCH    PIC X.
001797             88  RT-IN-MAINTENANCE  VALUE 'Y'.
001798 01  ROSTER-SWAP-ENTRY.
001800     05  RSW-SEQUENCE           PIC 9(3).
001810     05  RSW-PROGRAM-ID         PIC X(8).
001820     05  RSW-END-TIMESTAMP      PIC X(14).
001830     05  RSW-PRESENT-SWITCH     PIC X.
001834     05  RSW-PREDECESSOR-LIST   PIC X(40).
001838     05  RSW-RESOLVED-SWITCH    PIC X.
001840     05  RSW-DEADLINE-SWITCH    PIC X.
001842     05  RSW-DEADLINE           PIC X(4).
001844     05  RSW-DEADLINE-HUNDREDTHS PIC S9(9) COMP-3.
001846     05  RSW-SLA-SWITCH         PIC X.
001847     05  RSW-DUE-SWITCH         PIC X.
001848     05  RSW-MAINT-SWITCH       PIC X.
001849 01  ROSTER-SORT-SUB            PIC S9(4) COMP VALUE +0.
001850 01  ROSTER-SORT-SUB-1          PIC S9(4) COMP VALUE +0.
001852*
001854*    LAST-PRESENT-SUB REMEMBERS THE LAST ROSTER ENTRY THAT
001858*    GAP A MISSING JOB LEAVES.  ZERO MEANS NONE SEEN YET.
001859 01  LAST-PRESENT-SUB           PIC S9(4) COMP VALUE +0.
001860*
001861*    DEPENDENCY-SWITCH IS SET WHEN ANY ROSTER CARD DECLARES A
001862*    PREDECESSOR; OTHERWISE THE ROSTER IS A STRAIGHT LINE AND
001863*    THE SEQUENCE NUMBERS ALONE GIVE THE ORDER.  THE RESOLVE
001864*    FIELDS SUPPORT THE DEPENDENCY-CYCLE CHECK, AND A REJECTED
001865*    ROSTER NAMES A JOB ON THE CYCLE IN CYCLE-PROGRAM-ID.
001866 01  ROSTER-CHECK-FIELDS.
001867     05  DEPENDENCY-SWITCH      PIC X VALUE 'N'.
001868         88  ROSTER-HAS-DEPENDENCIES VALUE 'Y'.
001869     05  REJECTED-SWITCH        PIC X VALUE 'N'.
001870         88  ROSTER-REJECTED        VALUE 'Y'.
001871     05  CYCLE-PROGRAM-ID       PIC X(8) VALUE SPACES.
001872     05  PREDECESSOR-SUB        PIC S9(4) COMP VALUE +0.
001873     05  CHECK-PROGRAM-ID       PIC X(8).
001874     05  CHECK-FOUND-SWITCH     PIC X VALUE 'N'.
001875         88  CHECK-ON-ROSTER        VALUE 'Y'.
001876     05  READY-SWITCH           PIC X VALUE 'N'.
001877         88  PREDECESSORS-RESOLVED  VALUE 'Y'.
001878     05  STEP-SWITCH            PIC X VALUE 'N'.
001879         88  STEP-TAKEN             VALUE 'Y'.
001880     05  RESOLVED-COUNT         PIC S9(4) COMP VALUE +0.
001881     05  PASS-RESOLVED-COUNT    PIC S9(4) COMP VALUE +0.
001882*
001883***************************************************************
001884*    START-TABLE HOLDS EVERY START-OF-JOB ('S') RECORD READ     *
001890*    FROM THE STATISTICS FILE.  AN END-OF-JOB RECORD IS PAIRED  *
001900*    WITH ITS OLDEST UNMATCHED START FOR THE SAME PROGRAM SO    *
001910*    THE DETAIL LINE CAN SHOW ELAPSED TIME; ANY START STILL     *
002250     05  ELAPSED-MM              PIC 99.
002260     05  ELAPSED-SS              PIC 99.
002270     05  ELAPSED-REMAINDER       PIC S9(7) COMP-3 VALUE +0.
002271*
002272*    SLA-WORK SUPPORTS D800-CHECK-SLA-DEADLINE.  TIMES ARE HELD
002273*    AS HUNDREDTHS SINCE NOON, THE START OF THE BATCH NIGHT, SO
002274*    A 0600 DEADLINE SORTS AFTER A 2300 END OF JOB.
002275 01  SLA-WORK.
002276     05  DEADLINES-SWITCH        PIC X VALUE 'N'.
002277         88  ROSTER-HAS-DEADLINES    VALUE 'Y'.
002278     05  SLA-MISS-COUNT          PIC S9(5) COMP-3 VALUE +0.
002279     05  NOON-HUNDREDTHS         PIC S9(9) COMP-3
002280                                 VALUE +4320000.
002281     05  LATE-HUNDREDTHS         PIC S9(9) COMP-3 VALUE +0.
002282     05  START-FOUND-SWITCH      PIC X VALUE 'N'.
002290         88  START-FOUND             VALUE 'Y'.
002291*
002292*    SCHEDULE-DATE IS THE DATE TONIGHT'S WINDOW OPENED, THE DATE
002293*    EACH ROSTER CARD'S RUN FREQUENCY IS TESTED AGAINST.
002294 01  SCHEDULE-FIELDS.
002295     05  SCHEDULE-CLOCK-DATE     PIC 9(6).
002296     05  SCHEDULE-CLOCK-TIME     PIC 9(8).
002297     05  SCHEDULE-DATE           PIC 9(8).
002298     05  NOT-SCHEDULED-COUNT     PIC S9(4) COMP VALUE +0.
002299*
002300*    NIGHT-START-STAMP AND NIGHT-END-STAMP SPAN TONIGHT'S
002301*    NOON-TO-NOON NIGHT AS CCYYMMDDHHMM, THE SPAN EACH ROSTER
002302*    JOB IS ASKED ABOUT ON THE MAINTENANCE CALENDAR.
002303 01  NIGHT-SPAN.
002304     05  NIGHT-START-STAMP.
002305         10  NIGHT-START-DATE    PIC 9(8).
002306         10  NIGHT-START-TIME    PIC 9(4) VALUE 1200.
002307     05  NIGHT-END-STAMP.
002308         10  NIGHT-END-DATE      PIC 9(8).
002309         10  NIGHT-END-TIME      PIC 9(4) VALUE 1200.
002310*
002311*    HELD-SLA-TEXT DESCRIBES AN SLA MISS HELD FOR MAINTENANCE
002312*    ON ITS SUPPRESSED-ITEM RECORD.
002313 01  HELD-SLA-TEXT.
002314     05  FILLER                  PIC X(24) VALUE
002315         'ENDED PAST SLA DEADLINE '.
002317     05  HST-DEADLINE-HH         PIC XX.
002318     05  FILLER                  PIC X VALUE ':'.
002319     05  HST-DEADLINE-MM         PIC XX.
002320     05  FILLER                  PIC X(51) VALUE SPACES.
002321*
002322*    MAINTCHK-PARM (COPY MAINTCHP) IS THE PARAMETER AREA FOR
002323*    CALL 'MAINTCHK' - THE SHOP'S PLANNED-MAINTENANCE CALENDAR
002324*    CHECK, ASKED WHETHER EACH ROSTER JOB IS IN A DECLARED
002325*    OUTAGE WINDOW TONIGHT.
002326 COPY MAINTCHP.
002327*
002328*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
002329*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
002330*    WHICH DECIDES WHETHER EACH ROSTER JOB IS DUE TONIGHT.
002331 COPY DATECALP.
002332*
002333***************************************************************
002334*    GRAND-TOTALS ACCUMULATES ACROSS EVERY JOB'S OPERATIONS-   *
002335*    STATISTICS-RECORD SO Z110-PRINT-TRAILER CAN SHOW THE      *
002340*    BATCH WINDOW'S COMBINED RECORDS/ERRORS/EXCEPTIONS.        *
002350***************************************************************
002360 01  GRAND-TOTALS.
003160         'THRESHOLD BREACHES = '.
003170     05  BCL-COUNT               PIC ZZZZ9.
003180     05  FILLER                  PIC X(51) VALUE SPACES.
003181 01  SLA-COUNT-LINE.
003182     05  FILLER                  PIC X(2) VALUE SPACES.
003183     05  FILLER                  PIC X(22) VALUE
003184         'SLA MISSES =          '.
003185     05  SCL-COUNT               PIC ZZZZ9.
003186     05  FILLER                  PIC X(51) VALUE SPACES.
003187 01  SLA-MISS-LINE.
003188     05  FILLER                  PIC X(4) VALUE SPACES.
003189     05  FILLER                  PIC X(21) VALUE
003190         '*SLA MISS* DEADLINE  '.
003191     05  SML-DEADLINE-HH         PIC XX.
003192     05  FILLER                  PIC X VALUE ':'.
003193     05  SML-DEADLINE-MM         PIC XX.
003194     05  FILLER                  PIC X(7) VALUE '  LATE '.
003195     05  SML-LATE-HH             PIC 99.
003196     05  FILLER                  PIC X VALUE ':'.
003197     05  SML-LATE-MM             PIC 99.
003198     05  FILLER                  PIC X VALUE ':'.
003199     05  SML-LATE-SS             PIC 99.
003200     05  FILLER                  PIC X(35) VALUE SPACES.
003201 01  ROSTER-HEADER-LINE.
003202     05  FILLER                  PIC X(2) VALUE SPACES.
003210     05  FILLER                  PIC X(21) VALUE
003220         'ROSTER RECONCILIATION'.
003230     05  FILLER                  PIC X(57) VALUE SPACES.
003231 01  NOT-SCHEDULED-HEADER-LINE.
003232     05  FILLER                  PIC X(2) VALUE SPACES.
003233     05  FILLER                  PIC X(21) VALUE
003234         'NOT SCHEDULED TONIGHT'.
003235     05  FILLER                  PIC X(57) VALUE SPACES.
003240 01  ROSTER-STATUS-LINE.
003250     05  FILLER                  PIC X(2) VALUE SPACES.
003260     05  RSL-SEQUENCE            PIC 9(3).
003380     05  FILLER                  PIC X(15) VALUE
003390         ' - OUT-OF-ORDER'.
003400     05  FILLER                  PIC X(31) VALUE SPACES.
003401 01  ROSTER-REJECTED-LINE.
003402     05  FILLER                  PIC X(2) VALUE '* '.
003403     05  FILLER                  PIC X(38) VALUE
003404         'ROSTER REJECTED - DEPENDENCY CYCLE AT '.
003405     05  RRL-PROGRAM-ID          PIC X(8).
003406     05  FILLER                  PIC X(32) VALUE SPACES.
003410 01  UNFINISHED-LINE.
003420     05  FILLER                  PIC X(2) VALUE '* '.
003430     05  UNF-PROGRAM-ID          PIC X(8).
003480     05  FILLER                  PIC X(17) VALUE
003490         ' - NEVER FINISHED'.
003500     05  FILLER                  PIC X(29) VALUE SPACES.
003501 01  OVERRIDE-HEADER-LINE.
003502     05  FILLER                  PIC X(2) VALUE SPACES.
003503     05  FILLER                  PIC X(14) VALUE
003504         'GATE OVERRIDES'.
003505     05  FILLER                  PIC X(64) VALUE SPACES.
003506 01  OVERRIDE-DETAIL-LINE.
003507     05  FILLER                  PIC X(2) VALUE SPACES.
003508     05  OVL-PROGRAM-ID          PIC X(8).
003509     05  FILLER                  PIC X VALUE SPACE.
003510     05  OVL-ACTION              PIC X(8).
003511     05  FILLER                  PIC X VALUE SPACE.
003512     05  OVL-DATE                PIC 9(6).
003513     05  FILLER                  PIC X VALUE SPACE.
003514     05  OVL-TIME                PIC 9(8).
003515     05  FILLER                  PIC X(4) VALUE ' BY '.
003516     05  OVL-TERMINAL-ID         PIC X(8).
003517     05  FILLER                  PIC X VALUE SPACE.
003518     05  OVL-USERID              PIC X(8).
003519     05  OVL-UNTIL-LITERAL       PIC X(7).
003520     05  OVL-EXPIRY              PIC X(12).
003521     05  FILLER                  PIC X(5) VALUE SPACES.
003522 01  OVERRIDE-REASON-LINE.
003523     05  FILLER                  PIC X(12) VALUE SPACES.
003524     05  FILLER                  PIC X(8) VALUE 'REASON: '.
003525     05  ORL-REASON              PIC X(60).
003526 01  HOLDS-IN-FORCE-LINE.
003527     05  FILLER                  PIC X(2) VALUE SPACES.
003528     05  FILLER                  PIC X(32) VALUE
003529         'OPERATOR HOLDS STILL IN FORCE = '.
003530     05  HFL-COUNT               PIC ZZZ9.
003531     05  FILLER                  PIC X(42) VALUE SPACES.
003532*
003533 PROCEDURE DIVISION.
003534*
003540 A100-EXECUTIVE-CONTROL.
003550     PERFORM A110-INITIALIZATION.
003560     PERFORM B100-MAINLINE-PROCESSING UNTIL STATS-FILE-EOF.
003630     PERFORM A120-LOAD-ROSTER-TABLE.
003640     PERFORM A160-LOAD-THRESHOLD-TABLE.
003650     PERFORM A180-LOAD-ERRLOG-TABLE.
003655     PERFORM A200-LOAD-OVERRIDE-TABLE.
003659     OPEN EXTEND SUPPRESSED-ITEM-FILE.
003660     MOVE HEADING-LINE-1 TO SUMMARY-REPORT-RECORD.
003670     WRITE SUMMARY-REPORT-RECORD.
003680     MOVE HEADING-LINE-2 TO SUMMARY-REPORT-RECORD.
003810*    FILE LEAVES THE TABLE EMPTY AND Z130 PRINTS NOTHING.       *
003820***************************************************************
003830 A120-LOAD-ROSTER-TABLE.
003835     PERFORM A125-SET-SCHEDULE-DATE.
003840     OPEN INPUT ROSTER-FILE.
003850     PERFORM A130-READ-ROSTER-RECORD UNTIL ROSTER-FILE-EOF.
003860     CLOSE ROSTER-FILE.
003880         MOVE 'N' TO ROSTER-SORT-SWITCH
003890         PERFORM A140-SORT-ROSTER-TABLE
003900             UNTIL ROSTER-SORT-DONE.
003905     PERFORM A300-CHECK-ROSTER-CYCLE THRU A300-EXIT.
003910*
003911*
003912 A125-SET-SCHEDULE-DATE.
003913     ACCEPT SCHEDULE-CLOCK-DATE FROM DATE.
003914     ACCEPT SCHEDULE-CLOCK-TIME FROM TIME.
003915     COMPUTE SCHEDULE-DATE = 20000000 + SCHEDULE-CLOCK-DATE.
003916     IF SCHEDULE-CLOCK-TIME < 12000000
003917         SET DTC-PREV-DAY TO TRUE
003918         MOVE SCHEDULE-DATE TO DTC-DATE-CCYYMMDD
003919         CALL 'DATECALC' USING DATECALC-PARM
003920         IF DTC-SUCCESSFUL
003921             MOVE DTC-RESULT-CCYYMMDD TO SCHEDULE-DATE.
003922     MOVE SCHEDULE-DATE TO NIGHT-START-DATE, NIGHT-END-DATE.
003923     SET DTC-NEXT-DAY TO TRUE.
003924     MOVE SCHEDULE-DATE TO DTC-DATE-CCYYMMDD.
003925     CALL 'DATECALC' USING DATECALC-PARM.
003926     IF DTC-SUCCESSFUL
003927         MOVE DTC-RESULT-CCYYMMDD TO NIGHT-END-DATE.
003928*
003929 A130-READ-ROSTER-RECORD.
003930     READ ROSTER-FILE
003940         AT END
003950             SET ROSTER-FILE-EOF TO TRUE.
004010             MOVE RST-PROGRAM-ID TO RT-PROGRAM-ID (RO-IX)
004020             MOVE SPACES TO RT-END-TIMESTAMP (RO-IX)
004030             MOVE 'N' TO RT-PRESENT-SWITCH (RO-IX)
004032             MOVE 'N' TO RT-RESOLVED-SWITCH (RO-IX)
004033             MOVE 'N' TO RT-SLA-SWITCH (RO-IX)
004034             PERFORM A137-LOAD-DEADLINE
004035             PERFORM A135-COPY-ONE-PREDECESSOR
004036                 VARYING PREDECESSOR-SUB FROM 1 BY 1
004038                 UNTIL PREDECESSOR-SUB > 5
004039             PERFORM A139-TEST-RUN-DUE
004040             MOVE 'N' TO RT-MAINT-SWITCH (RO-IX)
004041             PERFORM A136-CHECK-MAINTENANCE
004042             IF MCK-IN-MAINTENANCE
004043                 SET RT-IN-MAINTENANCE (RO-IX) TO TRUE
004044             END-IF
004045         ELSE
004050             DISPLAY 'OPSSUM ROSTER-TABLE FULL - CARD FOR '
004060                 RST-PROGRAM-ID ' DROPPED'.
004070*
004071 A135-COPY-ONE-PREDECESSOR.
004072     MOVE RST-PREDECESSOR (PREDECESSOR-SUB)
004073         TO RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB).
004074     IF RST-PREDECESSOR (PREDECESSOR-SUB) NOT = SPACES
004075         SET ROSTER-HAS-DEPENDENCIES TO TRUE.
004076*
004077*
004078*    A136 ASKS MAINTCHK WHETHER A PLANNED MAINTENANCE WINDOW
004079*    COVERS THE ROSTER JOB AT RO-IX AT ANY POINT OF TONIGHT.
004080*    IT IS ASKED AGAIN WHEN AN EXCEPTION IS HELD, TO PICK UP
004081*    THE WINDOW FOR THE SUPPRESSED-ITEM RECORD.
004082 A136-CHECK-MAINTENANCE.
004083     MOVE RT-PROGRAM-ID (RO-IX) TO MCK-PROGRAM-ID.
004084     MOVE NIGHT-START-STAMP TO MCK-FROM-STAMP.
004085     MOVE NIGHT-END-STAMP TO MCK-TO-STAMP.
004086     CALL 'MAINTCHK' USING MAINTCHK-PARM.
004087*
004088*    A137 - A DEADLINE THAT IS NOT A CLOCK TIME IS REPORTED AND
004089*    IGNORED RATHER THAN FLAGGING EVERY RUN OF THE JOB.
004090 A137-LOAD-DEADLINE.
004091     MOVE 'N' TO RT-DEADLINE-SWITCH (RO-IX).
004092     MOVE RST-DEADLINE TO RT-DEADLINE (RO-IX).
004093     IF RST-DEADLINE NOT = SPACES
004094         IF RST-DEADLINE NUMERIC
004095             AND RST-DEADLINE-HH < 24
004096             AND RST-DEADLINE-MM < 60
004097             SET RT-HAS-DEADLINE (RO-IX) TO TRUE
004098             SET ROSTER-HAS-DEADLINES TO TRUE
004099             COMPUTE RT-DEADLINE-HUNDREDTHS (RO-IX) =
004100                 RST-DEADLINE-HH * 360000
004101                 + RST-DEADLINE-MM * 6000
004102             PERFORM A138-SHIFT-DEADLINE-TO-NOON
004103         ELSE
004104             DISPLAY 'OPSSUM ROSTER DEADLINE ' RST-DEADLINE
004105                 ' INVALID FOR ' RST-PROGRAM-ID ' - IGNORED'.
004106*
004107 A138-SHIFT-DEADLINE-TO-NOON.
004108     IF RT-DEADLINE-HUNDREDTHS (RO-IX) < NOON-HUNDREDTHS
004109         ADD NOON-HUNDREDTHS TO RT-DEADLINE-HUNDREDTHS (RO-IX)
004110     ELSE
004111         SUBTRACT NOON-HUNDREDTHS
004112             FROM RT-DEADLINE-HUNDREDTHS (RO-IX).
004113*
004114*
004115*    A139 - A CARD WITH NO FREQUENCY, OR ONE DATECALC CANNOT
004116*    READ, IS DUE EVERY NIGHT AS BEFORE.
004117 A139-TEST-RUN-DUE.
004118     SET RT-DUE-TONIGHT (RO-IX) TO TRUE.
004119     IF RST-RUN-FREQUENCY NOT = SPACE
004120         AND RST-RUN-FREQUENCY NOT = 'D'
004121         SET DTC-RUN-DUE-TEST TO TRUE
004122         MOVE SCHEDULE-DATE TO DTC-DATE-CCYYMMDD
004123         MOVE RST-RUN-FREQUENCY TO DTC-RUN-FREQUENCY
004124         MOVE RST-FREQUENCY-DATA TO DTC-FREQUENCY-DATA
004125         CALL 'DATECALC' USING DATECALC-PARM
004126         IF DTC-SUCCESSFUL
004127             IF NOT DTC-RUN-DUE
004128                 MOVE 'N' TO RT-DUE-SWITCH (RO-IX)
004129             END-IF
004130         ELSE
004131             DISPLAY 'OPSSUM ROSTER FREQUENCY ' RST-RUN-FREQUENCY
004132                 ' INVALID FOR ' RST-PROGRAM-ID ' - DUE NIGHTLY'.
004133*
004134 A140-SORT-ROSTER-TABLE.
004135     SET ROSTER-SORT-DONE TO TRUE.
004136     PERFORM A150-ROSTER-EXCHANGE-PASS
004137         VARYING ROSTER-SORT-SUB FROM 2 BY 1
004138             UNTIL ROSTER-SORT-SUB > ROSTER-TABLE-COUNT.
004139*
004140 A150-ROSTER-EXCHANGE-PASS.
004150     COMPUTE ROSTER-SORT-SUB-1 = ROSTER-SORT-SUB - 1.
004160     IF RT-SEQUENCE (ROSTER-SORT-SUB-1)
004690                'REMAINING LOG ENTRIES NOT CROSS-REFERENCED'
004700            SET ERRLOG-FILE-EOF TO TRUE.
004710*
004711 A200-LOAD-OVERRIDE-TABLE.
004712     ACCEPT CLOCK-DATE-YYMMDD FROM DATE.
004713     ACCEPT CLOCK-TIME-HHMMSSTT FROM TIME.
004714     COMPUTE CLOCK-NOW-CCYYMMDD = 20000000 + CLOCK-DATE-YYMMDD.
004715     DIVIDE CLOCK-TIME-HHMMSSTT BY 10000
004716         GIVING CLOCK-NOW-HHMM.
004717     OPEN INPUT GATE-OVERRIDE-FILE.
004718     PERFORM A210-READ-OVERRIDE-RECORD
004719         UNTIL OVERRIDE-FILE-EOF.
004720     CLOSE GATE-OVERRIDE-FILE.
004721*
004722 A210-READ-OVERRIDE-RECORD.
004723     READ GATE-OVERRIDE-FILE
004724        AT END
004725            SET OVERRIDE-FILE-EOF TO TRUE.
004726     IF NOT OVERRIDE-FILE-EOF
004727        IF OVERRIDE-TABLE-COUNT < 500
004728            ADD 1 TO OVERRIDE-TABLE-COUNT
004729            SET OV-IX TO OVERRIDE-TABLE-COUNT
004730            MOVE GOV-PROGRAM-ID TO OV-PROGRAM-ID (OV-IX)
004731            MOVE GOV-ACTION TO OV-ACTION (OV-IX)
004732            MOVE GOV-TERMINAL-ID TO OV-TERMINAL-ID (OV-IX)
004733            MOVE GOV-USERID TO OV-USERID (OV-IX)
004734            MOVE GOV-DATE TO OV-DATE (OV-IX)
004735            MOVE GOV-TIME TO OV-TIME (OV-IX)
004736            MOVE GOV-EXPIRY TO OV-EXPIRY (OV-IX)
004737            MOVE GOV-REASON TO OV-REASON (OV-IX)
004738        ELSE
004739            DISPLAY 'OPSSUM OVERRIDE-TABLE FULL - '
004740                'REMAINING GATE OVERRIDES NOT LISTED'
004741            SET OVERRIDE-FILE-EOF TO TRUE.
004742*
004743***************************************************************
004744*    A300-A360 REJECT A ROSTER WHOSE DECLARED PREDECESSORS      *
004745*    FORM A CYCLE, THE SAME CHECK OPSGATE MAKES.  EACH PASS     *
004746*    RESOLVES EVERY JOB WHOSE PREDECESSORS ON THE ROSTER ARE    *
004747*    ALL RESOLVED ALREADY; WHEN A PASS RESOLVES NOTHING, ANY    *
004748*    JOB LEFT OVER IS ON A CYCLE OR WAITS ON ONE, AND STEPPING  *
004749*    BACK THROUGH UNRESOLVED PREDECESSORS ONCE PER ROSTER ENTRY *
004750*    LANDS ON THE CYCLE ITSELF.  A REJECTED ROSTER IS DROPPED.  *
004751***************************************************************
004752 A300-CHECK-ROSTER-CYCLE.
004753     IF NOT ROSTER-HAS-DEPENDENCIES
004754         GO TO A300-EXIT.
004755     MOVE ZERO TO RESOLVED-COUNT.
004756     MOVE 1 TO PASS-RESOLVED-COUNT.
004757     PERFORM A310-RESOLVE-ONE-PASS
004758         UNTIL PASS-RESOLVED-COUNT = ZERO.
004759     IF RESOLVED-COUNT NOT < ROSTER-TABLE-COUNT
004760         GO TO A300-EXIT.
004761     SET RO-IX TO 1.
004762     SEARCH ROSTER-TABLE-ENTRY
004763         AT END
004764             CONTINUE
004765         WHEN NOT RT-RESOLVED (RO-IX)
004766             MOVE RT-PROGRAM-ID (RO-IX) TO CHECK-PROGRAM-ID
004767     END-SEARCH.
004768     PERFORM A350-STEP-BACK-ONE-JOB ROSTER-TABLE-COUNT TIMES.
004769     MOVE CHECK-PROGRAM-ID TO CYCLE-PROGRAM-ID.
004770     SET ROSTER-REJECTED TO TRUE.
004771     DISPLAY 'OPSSUM ROSTER REJECTED - DEPENDENCY CYCLE AT '
004772         CYCLE-PROGRAM-ID.
004773     MOVE ZERO TO ROSTER-TABLE-COUNT.
004774 A300-EXIT. EXIT.
004775*
004776 A310-RESOLVE-ONE-PASS.
004777     MOVE ZERO TO PASS-RESOLVED-COUNT.
004778     PERFORM A320-TRY-RESOLVE-ONE-JOB
004779         VARYING RO-IX FROM 1 BY 1
004780             UNTIL RO-IX > ROSTER-TABLE-COUNT.
004781*
004782 A320-TRY-RESOLVE-ONE-JOB.
004783     IF NOT RT-RESOLVED (RO-IX)
004784         SET PREDECESSORS-RESOLVED TO TRUE
004785         PERFORM A330-CHECK-ONE-PREDECESSOR
004786             VARYING PREDECESSOR-SUB FROM 1 BY 1
004787                 UNTIL PREDECESSOR-SUB > 5
004788         IF PREDECESSORS-RESOLVED
004789             SET RT-RESOLVED (RO-IX) TO TRUE
004790             ADD 1 TO RESOLVED-COUNT, PASS-RESOLVED-COUNT.
004791*
004792 A330-CHECK-ONE-PREDECESSOR.
004793     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
004794         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
004795             TO CHECK-PROGRAM-ID
004796         PERFORM A340-FIND-CHECK-PROGRAM
004797         IF CHECK-ON-ROSTER
004798             AND NOT RT-RESOLVED (RP-IX)
004799             MOVE 'N' TO READY-SWITCH.
004800*
004801 A340-FIND-CHECK-PROGRAM.
004802     MOVE 'N' TO CHECK-FOUND-SWITCH.
004803     SET RP-IX TO 1.
004804     SEARCH ROSTER-TABLE-ENTRY VARYING RP-IX
004805         AT END
004806             CONTINUE
004807         WHEN RT-PROGRAM-ID (RP-IX) = CHECK-PROGRAM-ID
004808             SET CHECK-ON-ROSTER TO TRUE
004809     END-SEARCH.
004810*
004811 A350-STEP-BACK-ONE-JOB.
004812     PERFORM A340-FIND-CHECK-PROGRAM.
004813     SET RO-IX TO RP-IX.
004814     MOVE 'N' TO STEP-SWITCH.
004815     PERFORM A360-FIND-UNRESOLVED-PREDECESSOR
004816         VARYING PREDECESSOR-SUB FROM 1 BY 1
004817             UNTIL PREDECESSOR-SUB > 5
004818             OR STEP-TAKEN.
004819*
004820 A360-FIND-UNRESOLVED-PREDECESSOR.
004821     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
004822         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
004823             TO CHECK-PROGRAM-ID
004824         PERFORM A340-FIND-CHECK-PROGRAM
004825         IF CHECK-ON-ROSTER
004826             AND NOT RT-RESOLVED (RP-IX)
004827             SET STEP-TAKEN TO TRUE.
004828*
004829 B100-MAINLINE-PROCESSING.
004830     IF OPST-DATE NUMERIC
004831         AND (WINDOW-FIRST-DATE = ZERO
004832             OR OPST-DATE < WINDOW-FIRST-DATE)
004833         MOVE OPST-DATE TO WINDOW-FIRST-DATE.
004834     IF OPST-START-OF-JOB
004835         PERFORM D300-STORE-START-RECORD
004836     ELSE
004837         PERFORM D100-ACCUMULATE-TOTALS
004838         PERFORM D250-COMPUTE-ELAPSED-TIME
004839         PERFORM D500-CHECK-THRESHOLDS
004840         PERFORM D200-PRINT-DETAIL-LINE
004843         PERFORM D400-MARK-ROSTER-ENTRY
004844         PERFORM D700-LIST-NAMED-COUNTERS
004845         PERFORM D600-LIST-ERRLOG-ENTRIES
004846     END-IF.
004847     PERFORM C100-READ-ONE-STATS-RECORD.
004848*
004850 D100-ACCUMULATE-TOTALS.
004860     ADD 1 TO GT-JOB-COUNT.
004870     ADD OPST-RECORDS-PROCESSED TO GT-RECORDS-PROCESSED.
005530***************************************************************
005540*    D400-MARK-ROSTER-ENTRY RECORDS THIS END-OF-JOB RECORD      *
005550*    AGAINST ITS ROSTER ENTRY, IF THE PROGRAM IS ON THE ROSTER  *
005555*    - THE END TIMESTAMP FEEDS THE ORDERING CHECK IN Z130 - AND *
005560*    CHECKS IT AGAINST THE JOB'S DEADLINE (D800), RIGHT BENEATH *
005565*    THE DETAIL LINE.                                           *
005570***************************************************************
005580 D400-MARK-ROSTER-ENTRY.
005590     SET RO-IX TO 1.
005630         WHEN RT-PROGRAM-ID (RO-IX) = OPST-PROGRAM-ID
005640             SET RT-PRESENT (RO-IX) TO TRUE
005650             MOVE OPST-TIMESTAMP TO RT-END-TIMESTAMP (RO-IX)
005653             IF RT-HAS-DEADLINE (RO-IX)
005656                 PERFORM D800-CHECK-SLA-DEADLINE
005659             END-IF
005660     END-SEARCH.
005670*
005680***************************************************************
006660         DISPLAY 'OPSSUM START-TABLE FULL - START RECORD FOR '
006670             OPST-PROGRAM-ID ' DROPPED'.
006680*
006681***************************************************************
006682*    D800-CHECK-SLA-DEADLINE COMPARES THIS END-OF-JOB RECORD    *
006683*    WITH ITS ROSTER JOB'S MUST-COMPLETE-BY TIME.  BOTH ARE     *
006684*    TAKEN AS TIME SINCE NOON, SO AN END AFTER MIDNIGHT FALLS   *
006685*    LATER IN THE NIGHT THAN ONE BEFORE IT; AN END PAST THE     *
006686*    DEADLINE IS AN SLA MISS, PRINTED WITH HOW LATE IT WAS.     *
006687***************************************************************
006688 D800-CHECK-SLA-DEADLINE.
006689     MOVE OPST-TIME TO WORK-TIME.
006690     COMPUTE END-HUNDREDTHS = WT-HH * 360000
006691         + WT-MM * 6000 + WT-SS * 100 + WT-TT.
006692     IF END-HUNDREDTHS < NOON-HUNDREDTHS
006693         ADD NOON-HUNDREDTHS TO END-HUNDREDTHS
006694     ELSE
006695         SUBTRACT NOON-HUNDREDTHS FROM END-HUNDREDTHS.
006696     COMPUTE LATE-HUNDREDTHS =
006697         END-HUNDREDTHS - RT-DEADLINE-HUNDREDTHS (RO-IX).
006698     IF LATE-HUNDREDTHS > ZERO
006699         AND RT-IN-MAINTENANCE (RO-IX)
006700         PERFORM D810-HOLD-SLA-MISS
006701         MOVE ZERO TO LATE-HUNDREDTHS.
006702     IF LATE-HUNDREDTHS > ZERO
006703         SET RT-SLA-MISSED (RO-IX) TO TRUE
006704         ADD 1 TO SLA-MISS-COUNT
006705         DIVIDE LATE-HUNDREDTHS BY 100 GIVING ELAPSED-SECONDS
006706         DIVIDE ELAPSED-SECONDS BY 3600 GIVING ELAPSED-HH
006707             REMAINDER ELAPSED-REMAINDER
006708         DIVIDE ELAPSED-REMAINDER BY 60 GIVING ELAPSED-MM
006709             REMAINDER ELAPSED-SECONDS
006710         MOVE ELAPSED-SECONDS TO ELAPSED-SS
006711         MOVE RT-DEADLINE (RO-IX) (1:2) TO SML-DEADLINE-HH
006712         MOVE RT-DEADLINE (RO-IX) (3:2) TO SML-DEADLINE-MM
006713         MOVE ELAPSED-HH TO SML-LATE-HH
006714         MOVE ELAPSED-MM TO SML-LATE-MM
006715         MOVE ELAPSED-SS TO SML-LATE-SS
006716         MOVE SLA-MISS-LINE TO SUMMARY-REPORT-RECORD
006717         WRITE SUMMARY-REPORT-RECORD.
006718*
006719*    D810-HOLD-SLA-MISS - A JOB IN A PLANNED MAINTENANCE WINDOW
006720*    TONIGHT THAT ENDED PAST ITS DEADLINE IS NOT FLAGGED OR
006721*    COUNTED; THE MISS GOES TO THE SUPPRESSED-ITEM FILE AND THE
006722*    RECONCILIATION SHOWS THE JOB IN MAINT.
006723 D810-HOLD-SLA-MISS.
006724     MOVE 'H' TO RT-SLA-SWITCH (RO-IX).
006725     PERFORM A136-CHECK-MAINTENANCE.
006726     MOVE SPACES TO SUPPRESSED-ITEM-RECORD.
006727     MOVE MCK-WINDOW-START TO MSP-WINDOW-START.
006728     MOVE MCK-WINDOW-END TO MSP-WINDOW-END.
006729     MOVE MCK-WINDOW-PROGRAM-ID TO MSP-WINDOW-PROGRAM-ID.
006730     MOVE MCK-REASON TO MSP-REASON.
006731     MOVE 'OPSSUM' TO MSP-SOURCE-PROGRAM.
006732     SET MSP-HELD-SLA-MISS TO TRUE.
006733     MOVE RT-PROGRAM-ID (RO-IX) TO MSP-ITEM-PROGRAM-ID.
006734     MOVE OPST-DATE TO MSP-ITEM-DATE.
006735     MOVE OPST-TIME TO MSP-ITEM-TIME.
006736     MOVE RT-DEADLINE (RO-IX) (1:2) TO HST-DEADLINE-HH.
006737     MOVE RT-DEADLINE (RO-IX) (3:2) TO HST-DEADLINE-MM.
006738     MOVE HELD-SLA-TEXT TO MSP-ITEM-TEXT.
006739     WRITE SUPPRESSED-ITEM-RECORD.
006740*
006741***************************************************************
006742*    Z100-END-OF-PROCESSING AND Z110-PRINT-TRAILER CLOSE OUT    *
006743*    THE SUMMARY REPORT WITH THE BATCH WINDOW'S GRAND TOTALS.   *
006744***************************************************************
006745 Z100-END-OF-PROCESSING.
006746     PERFORM Z110-PRINT-TRAILER.
006750     PERFORM Z120-FLAG-UNFINISHED-JOBS
006760         VARYING ST-IX FROM 1 BY 1
006770             UNTIL ST-IX > START-TABLE-COUNT.
006790         MOVE BREACHED-JOB-COUNT TO BCL-COUNT
006800         MOVE BREACH-COUNT-LINE TO SUMMARY-REPORT-RECORD
006810         WRITE SUMMARY-REPORT-RECORD.
006811     IF ROSTER-HAS-DEADLINES
006812         AND ROSTER-TABLE-COUNT > ZERO
006813         MOVE SLA-MISS-COUNT TO SCL-COUNT
006814         MOVE SLA-COUNT-LINE TO SUMMARY-REPORT-RECORD
006815         WRITE SUMMARY-REPORT-RECORD.
006820     PERFORM Z130-ROSTER-RECONCILIATION THRU Z130-EXIT.
006825     PERFORM Z160-GATE-OVERRIDES THRU Z160-EXIT.
006830     CLOSE OPERATIONS-STATISTICS-FILE, SUMMARY-REPORT-FILE,
006835         SUPPRESSED-ITEM-FILE.
006840*
006850*    A BREACHED THRESHOLD ENDS THE STEP WITH CONDITION CODE 8
006860*    SO THE SCHEDULER CAN HOLD DOWNSTREAM JOBS AUTOMATICALLY.
007120***************************************************************
007130*    Z130-Z150 RECONCILE THE WINDOW AGAINST THE EXPECTED-JOBS   *
007140*    ROSTER - EVERY ROSTER ENTRY PRINTS OK OR MISSING IN        *
007143*    DECLARED-SEQUENCE ORDER (ONE NOT DUE TONIGHT THAT DID NOT  *
007146*    RUN IS LISTED APART AS NOT SCHEDULED), THEN EACH JOB THAT  *
007149*    RAN IS CHECKED AGAINST ITS DECLARED PREDECESSORS (Z200) -  *
007150*    OR, ON A STRAIGHT-LINE ROSTER, EACH ADJACENT PAIR OF JOBS  *
007155*    THAT BOTH RAN (Z150) - FOR END TIMESTAMPS THAT VIOLATE THE *
007160*    DECLARED ORDER.  A REJECTED ROSTER PRINTS ONE LINE SAYING  *
007165*    WHERE ITS CYCLE IS, AND NOTHING IS RECONCILED AGAINST IT.  *
007180***************************************************************
007190 Z130-ROSTER-RECONCILIATION.
007191     IF ROSTER-REJECTED
007192         MOVE SPACES TO SUMMARY-REPORT-RECORD
007193         WRITE SUMMARY-REPORT-RECORD
007194         MOVE ROSTER-HEADER-LINE TO SUMMARY-REPORT-RECORD
007195         WRITE SUMMARY-REPORT-RECORD
007196         MOVE CYCLE-PROGRAM-ID TO RRL-PROGRAM-ID
007197         MOVE ROSTER-REJECTED-LINE TO SUMMARY-REPORT-RECORD
007198         WRITE SUMMARY-REPORT-RECORD
007199         GO TO Z130-EXIT.
007200     IF ROSTER-TABLE-COUNT = ZERO
007210         GO TO Z130-EXIT.
007220     MOVE SPACES TO SUMMARY-REPORT-RECORD.
007230     WRITE SUMMARY-REPORT-RECORD.
007240     MOVE ROSTER-HEADER-LINE TO SUMMARY-REPORT-RECORD.
007250     WRITE SUMMARY-REPORT-RECORD.
007255     MOVE ZERO TO NOT-SCHEDULED-COUNT.
007260     PERFORM Z140-PRINT-ROSTER-STATUS THRU Z140-EXIT
007270         VARYING RO-IX FROM 1 BY 1
007280             UNTIL RO-IX > ROSTER-TABLE-COUNT.
007281     IF NOT-SCHEDULED-COUNT > ZERO
007282         MOVE SPACES TO SUMMARY-REPORT-RECORD
007283         WRITE SUMMARY-REPORT-RECORD
007284         MOVE NOT-SCHEDULED-HEADER-LINE TO SUMMARY-REPORT-RECORD
007285         WRITE SUMMARY-REPORT-RECORD
007286         PERFORM Z145-LIST-NOT-SCHEDULED
007287             VARYING RO-IX FROM 1 BY 1
007288                 UNTIL RO-IX > ROSTER-TABLE-COUNT.
007289     IF ROSTER-HAS-DEPENDENCIES
007290         PERFORM Z200-CHECK-DECLARED-ORDER
007292             VARYING RO-IX FROM 1 BY 1
007296                 UNTIL RO-IX > ROSTER-TABLE-COUNT
007300     ELSE
007304         MOVE ZERO TO LAST-PRESENT-SUB
007308         PERFORM Z150-CHECK-ROSTER-ORDER THRU Z150-EXIT
007312             VARYING ROSTER-SORT-SUB FROM 1 BY 1
007316                 UNTIL ROSTER-SORT-SUB > ROSTER-TABLE-COUNT.
007320 Z130-EXIT. EXIT.
007330*
007340 Z140-PRINT-ROSTER-STATUS.
007342     IF NOT RT-DUE-TONIGHT (RO-IX)
007344         AND NOT RT-PRESENT (RO-IX)
007346         ADD 1 TO NOT-SCHEDULED-COUNT
007348         GO TO Z140-EXIT.
007350     MOVE RT-SEQUENCE (RO-IX) TO RSL-SEQUENCE.
007360     MOVE RT-PROGRAM-ID (RO-IX) TO RSL-PROGRAM-ID.
007370     IF RT-PRESENT (RO-IX)
007373         IF RT-SLA-MISSED (RO-IX)
007376             MOVE 'SLA MISS' TO RSL-STATUS
007379         ELSE
007380             IF RT-SLA-HELD (RO-IX)
007381                 MOVE 'IN MAINT' TO RSL-STATUS
007382             ELSE
007383                 MOVE 'OK' TO RSL-STATUS
007384             END-IF
007385         END-IF
007390     ELSE
007391         IF RT-IN-MAINTENANCE (RO-IX)
007392             MOVE 'IN MAINT' TO RSL-STATUS
007393             PERFORM Z147-HOLD-MISSING
007394         ELSE
007395             MOVE RT-PROGRAM-ID (RO-IX) TO STANDING-PROGRAM-ID
007396             PERFORM Z180-CHECK-STANDING-HOLD
007397             IF HOLD-IN-FORCE
007398                 MOVE 'MISSING HELD' TO RSL-STATUS
007399             ELSE
007400                 MOVE 'MISSING' TO RSL-STATUS.
007410     MOVE ROSTER-STATUS-LINE TO SUMMARY-REPORT-RECORD.
007420     WRITE SUMMARY-REPORT-RECORD.
007425 Z140-EXIT. EXIT.
007430*
007431 Z145-LIST-NOT-SCHEDULED.
007432     IF NOT RT-DUE-TONIGHT (RO-IX)
007433         AND NOT RT-PRESENT (RO-IX)
007434         MOVE RT-SEQUENCE (RO-IX) TO RSL-SEQUENCE
007435         MOVE RT-PROGRAM-ID (RO-IX) TO RSL-PROGRAM-ID
007436         MOVE 'NOT SCHED' TO RSL-STATUS
007437         MOVE ROSTER-STATUS-LINE TO SUMMARY-REPORT-RECORD
007438         WRITE SUMMARY-REPORT-RECORD.
007439*
007440*    Z147-HOLD-MISSING - A ROSTER JOB THAT DID NOT RUN WHILE A
007441*    PLANNED MAINTENANCE WINDOW COVERED IT IS NOT REPORTED
007442*    MISSING; IT GOES TO THE SUPPRESSED-ITEM FILE INSTEAD.
007443 Z147-HOLD-MISSING.
007444     PERFORM A136-CHECK-MAINTENANCE.
007445     MOVE SPACES TO SUPPRESSED-ITEM-RECORD.
007446     MOVE MCK-WINDOW-START TO MSP-WINDOW-START.
007447     MOVE MCK-WINDOW-END TO MSP-WINDOW-END.
007448     MOVE MCK-WINDOW-PROGRAM-ID TO MSP-WINDOW-PROGRAM-ID.
007449     MOVE MCK-REASON TO MSP-REASON.
007450     MOVE 'OPSSUM' TO MSP-SOURCE-PROGRAM.
007451     SET MSP-HELD-MISSING TO TRUE.
007452     MOVE RT-PROGRAM-ID (RO-IX) TO MSP-ITEM-PROGRAM-ID.
007453     MOVE SCHEDULE-CLOCK-DATE TO MSP-ITEM-DATE.
007454     MOVE SCHEDULE-CLOCK-TIME TO MSP-ITEM-TIME.
007455     MOVE 'NO END-OF-JOB RECORD IN THE BATCH WINDOW'
007456         TO MSP-ITEM-TEXT.
007457     WRITE SUPPRESSED-ITEM-RECORD.
007458*
007459*    Z150 COMPARES EACH PRESENT ENTRY AGAINST THE LAST PRESENT
007460*    ENTRY BEFORE IT, NOT MERELY THE ADJACENT INDEX, SO A
007461*    MISSING JOB SITTING BETWEEN TWO JOBS THAT BOTH RAN CANNOT
007462*    SUPPRESS THE ORDERING CHECK ACROSS THE GAP.
007463 Z150-CHECK-ROSTER-ORDER.
007464     IF RT-PRESENT-SWITCH (ROSTER-SORT-SUB) NOT = 'Y'
007465         GO TO Z150-EXIT.
007466     IF LAST-PRESENT-SUB > ZERO
007470         AND RT-END-TIMESTAMP (LAST-PRESENT-SUB)
007490             > RT-END-TIMESTAMP (ROSTER-SORT-SUB)
007500         MOVE RT-PROGRAM-ID (LAST-PRESENT-SUB)
007550         WRITE SUMMARY-REPORT-RECORD.
007560     MOVE ROSTER-SORT-SUB TO LAST-PRESENT-SUB.
007570 Z150-EXIT. EXIT.
007580*
007590***************************************************************
007600*    Z160-Z190 LIST THE GATE OVERRIDES - EVERY HOLD, RELEASE,   *
007610*    AND EXPIRY DATED WITHIN THE WINDOW, AND ANY OLDER HOLD     *
007620*    THAT IS STILL ITS PROGRAM'S STANDING AND STILL IN FORCE -  *
007630*    FOLLOWED BY THE COUNT OF HOLDS STILL IN FORCE.  A HOLD IS  *
007640*    IN FORCE WHILE IT IS THE LAST ENTRY FOR ITS PROGRAM AND    *
007650*    ITS EXPIRY (IF ANY) IS STILL AHEAD OF THE CLOCK.           *
007660***************************************************************
007670 Z160-GATE-OVERRIDES.
007680     IF OVERRIDE-TABLE-COUNT = ZERO
007690         GO TO Z160-EXIT.
007700     MOVE SPACES TO SUMMARY-REPORT-RECORD.
007710     WRITE SUMMARY-REPORT-RECORD.
007720     MOVE OVERRIDE-HEADER-LINE TO SUMMARY-REPORT-RECORD.
007730     WRITE SUMMARY-REPORT-RECORD.
007740     MOVE ZERO TO HOLDS-IN-FORCE-COUNT.
007750     PERFORM Z170-LIST-ONE-OVERRIDE THRU Z170-EXIT
007760         VARYING OV-IX FROM 1 BY 1
007770             UNTIL OV-IX > OVERRIDE-TABLE-COUNT.
007780     MOVE HOLDS-IN-FORCE-COUNT TO HFL-COUNT.
007790     MOVE HOLDS-IN-FORCE-LINE TO SUMMARY-REPORT-RECORD.
007800     WRITE SUMMARY-REPORT-RECORD.
007810 Z160-EXIT. EXIT.
007820*
007830 Z170-LIST-ONE-OVERRIDE.
007840     MOVE 'N' TO HOLD-IN-FORCE-SWITCH.
007850     IF OV-HOLD (OV-IX)
007860         MOVE OV-PROGRAM-ID (OV-IX) TO STANDING-PROGRAM-ID
007870         SET OVERRIDE-SAVE-SUB TO OV-IX
007880         PERFORM Z180-CHECK-STANDING-HOLD
007890         SET OV-IX TO OVERRIDE-SAVE-SUB
007900         IF HOLD-IN-FORCE
007910             AND STANDING-SUB NOT = OV-IX
007920             MOVE 'N' TO HOLD-IN-FORCE-SWITCH.
007930     IF HOLD-IN-FORCE
007940         ADD 1 TO HOLDS-IN-FORCE-COUNT
007950     ELSE
007960         IF OV-DATE (OV-IX) < WINDOW-FIRST-DATE
007970             GO TO Z170-EXIT.
007980     MOVE OV-PROGRAM-ID (OV-IX) TO OVL-PROGRAM-ID.
007990     MOVE OV-DATE (OV-IX) TO OVL-DATE.
008000     MOVE OV-TIME (OV-IX) TO OVL-TIME.
008010     MOVE OV-TERMINAL-ID (OV-IX) TO OVL-TERMINAL-ID.
008020     MOVE OV-USERID (OV-IX) TO OVL-USERID.
008030     MOVE SPACES TO OVL-UNTIL-LITERAL, OVL-EXPIRY.
008040     IF OV-HOLD (OV-IX)
008050         MOVE 'HOLD' TO OVL-ACTION
008060         MOVE ' UNTIL ' TO OVL-UNTIL-LITERAL
008070         IF OV-EXPIRY (OV-IX) NUMERIC
008080             MOVE OV-EXPIRY (OV-IX) TO OVL-EXPIRY
008090         ELSE
008100             MOVE 'RELEASED' TO OVL-EXPIRY
008110         END-IF
008120     ELSE
008130         IF OV-RELEASE (OV-IX)
008140             MOVE 'RELEASE' TO OVL-ACTION
008150         ELSE
008160             MOVE 'EXPIRED' TO OVL-ACTION.
008170     MOVE OVERRIDE-DETAIL-LINE TO SUMMARY-REPORT-RECORD.
008180     WRITE SUMMARY-REPORT-RECORD.
008190     IF OV-REASON (OV-IX) NOT = SPACES
008200         MOVE OV-REASON (OV-IX) TO ORL-REASON
008210         MOVE OVERRIDE-REASON-LINE TO SUMMARY-REPORT-RECORD
008220         WRITE SUMMARY-REPORT-RECORD.
008230 Z170-EXIT. EXIT.
008240*
008250*    Z180 FINDS THE LAST OVERRIDE ENTRY FOR STANDING-PROGRAM-ID
008260*    AND SETS HOLD-IN-FORCE WHEN THAT ENTRY IS A HOLD WHOSE
008270*    EXPIRY HAS NOT PASSED.  STANDING-SUB IS LEFT POINTING AT
008280*    THE ENTRY (ZERO IF THE PROGRAM HAS NONE).
008290 Z180-CHECK-STANDING-HOLD.
008300     MOVE 'N' TO HOLD-IN-FORCE-SWITCH.
008310     MOVE ZERO TO STANDING-SUB.
008320     PERFORM Z190-NOTE-PROGRAM-ENTRY
008330         VARYING OV-IX FROM 1 BY 1
008340             UNTIL OV-IX > OVERRIDE-TABLE-COUNT.
008350     IF STANDING-SUB > ZERO
008360         IF OV-HOLD (STANDING-SUB)
008370             IF OV-EXPIRY (STANDING-SUB) NOT NUMERIC
008380                 OR OV-EXPIRY (STANDING-SUB) > CLOCK-NOW-X
008390                 SET HOLD-IN-FORCE TO TRUE.
008400*
008410 Z190-NOTE-PROGRAM-ENTRY.
008420     IF OV-PROGRAM-ID (OV-IX) = STANDING-PROGRAM-ID
008430         SET STANDING-SUB TO OV-IX.
008440*
008450***************************************************************
008460*    Z200-Z210 CHECK A JOB THAT RAN AGAINST EACH PREDECESSOR    *
008470*    ITS CARD DECLARES.  A PREDECESSOR THAT ALSO RAN BUT ENDED  *
008480*    AFTER IT IS REPORTED OUT-OF-ORDER; JOBS IN SEPARATE        *
008490*    STREAMS ARE NEVER COMPARED, SO THEY MAY OVERLAP FREELY.    *
008500***************************************************************
008510 Z200-CHECK-DECLARED-ORDER.
008520     IF RT-PRESENT (RO-IX)
008530         PERFORM Z210-CHECK-ONE-DECLARED-ORDER
008540             VARYING PREDECESSOR-SUB FROM 1 BY 1
008550                 UNTIL PREDECESSOR-SUB > 5.
008560*
008570 Z210-CHECK-ONE-DECLARED-ORDER.
008580     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
008590         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
008600             TO CHECK-PROGRAM-ID
008610         PERFORM A340-FIND-CHECK-PROGRAM
008620         IF CHECK-ON-ROSTER
008630             AND RT-PRESENT (RP-IX)
008640             AND RT-END-TIMESTAMP (RP-IX)
008650                 > RT-END-TIMESTAMP (RO-IX)
008660             MOVE CHECK-PROGRAM-ID TO OOO-PROGRAM-ID
008670             MOVE RT-PROGRAM-ID (RO-IX) TO OOO-LATER-PROGRAM-ID
008680             MOVE OUT-OF-ORDER-LINE TO SUMMARY-REPORT-RECORD
008690             WRITE SUMMARY-REPORT-RECORD.
