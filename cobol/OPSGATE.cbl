000170* OG-PROGRAM-ID, AND CALL 'OPSGATE' USING OPSGATE-PARM FROM     *
000180* INITIALIZATION, RIGHT BESIDE THE START-OF-JOB OPSTAT CALL.    *
000190* THE EXPECTED-JOBS ROSTER (DD UT-S-ROSTER - THE SAME CARDS     *
000195* OPSSUM RECONCILES AGAINST, COPY ROSTREC0) AND THE WINDOW'S    *
000200* OPERATIONS-STATISTICS FILE (DD UT-S-OPSTAT) ARE READ ON EVERY *
000205* CALL, SO THE ANSWER REFLECTS THE WINDOW AS IT STANDS AT THE   *
000210* MOMENT THE CALLER ASKS.  ANY PREDECESSOR THE CALLER'S ROSTER  *
000215* CARD DECLARES - OR, ON A STRAIGHT-LINE ROSTER THAT DECLARES   *
000220* NONE, ANY LOWER-SEQUENCE ROSTER ENTRY - WITH NO END-OF-JOB    *
000225* ('E') RECORD YET COMES BACK OG-PREDECESSOR-MISSING WITH THE   *
000250* FIRST OUTSTANDING PROGRAM NAMED, SO AN ORDER VIOLATION - THE  *
000260* SRTSVC99 SORT OF CALLGTDS'S EXTRACT STARTING BEFORE THE       *
000270* EXTRACT EXISTS - IS PREVENTED AT RUN TIME INSTEAD OF REPORTED *
000280* AFTER THE WINDOW CLOSES.  NO ROSTER FILE MEANS NO GATE; A     *
000290* CALLER NOT ON THE ROSTER COMES BACK OG-NOT-ON-ROSTER AND IS   *
000300* FREE TO PROCEED.                                              *
000301* JOBS THAT DECLARE NO PREDECESSOR IN COMMON RUN AS SEPARATE    *
000302* STREAMS AND NEVER WAIT ON EACH OTHER.  A ROSTER WHOSE         *
000303* DECLARED PREDECESSORS FORM A CYCLE CANNOT BE ORDERED: A       *
000304* CALLER ON IT COMES BACK OG-ROSTER-REJECTED WITH A JOB ON THE  *
000305* CYCLE NAMED.                                                  *
000306*                                                               *
000307* AN OPERATOR HOLD OUTRANKS THE ROSTER.  THE CONSOLE DESK KEYS  *
000308* HOLD/RELEASE THROUGH BMPQUERY, WHICH APPENDS TO THE SHARED    *
000309* GATE-OVERRIDE FILE (DD UT-S-GATEOVR); THE LAST RECORD THERE   *
000310* FOR THE CALLER IS ITS STANDING.  A HOLD STILL IN FORCE COMES  *
000311* BACK OG-OPERATOR-HOLD WITH THE HOLDING TERMINAL AND REASON,   *
000312* SO A BAD CALLGTDS EXTRACT CAN BE KEPT AWAY FROM SRTSVC99 AT 2 *
000313* AM WITHOUT CALLING THE SCHEDULER GROUP.  A HOLD FOUND PAST    *
000314* ITS EXPIRY IS MARKED EXPIRED ON THE FILE AND ON THE CENTRAL   *
000315* ERROR LOG, AND THE CALL GOES ON TO THE ROSTER CHECK AS USUAL. *
000316*                                                               *
000317* A ROSTER JOB WHOSE RUN FREQUENCY (ROSTREC0) DOES NOT FALL DUE *
000318* TONIGHT - BY DATECALC, SO THE HOLIDAY FILE IS HONORED - IS    *
000319* NOT WAITED ON: A WEEKLY OR MONTH-END PREDECESSOR OFF ITS      *
000320* NIGHT NO LONGER HOLDS BACK THE JOBS AFTER IT.  TONIGHT IS THE *
000321* DATE THE WINDOW OPENED - TODAY FROM NOON ON, YESTERDAY BEFORE *
000322* NOON.                                                         *
000323*                                                               *
000324* A PLANNED OUTAGE ALSO OUTRANKS THE ROSTER.  A CALLER THE      *
000325* MAINTENANCE CALENDAR (CALL 'MAINTCHK', DD UT-S-MAINTCAL)      *
000326* SHOWS INSIDE A DECLARED WINDOW - FOR ITSELF OR FOR ALL        *
000327* PROGRAMS - COMES BACK OG-IN-MAINTENANCE WITH THE WINDOW'S     *
000328* REASON AND END, SO NOTHING STARTS AGAINST A DASD OR IMS       *
000329* OUTAGE THE SHOP DECLARED AHEAD OF TIME.                       *
000330*****************************************************************
000331 ENVIRONMENT DIVISION.
000332 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL ROSTER-FILE ASSIGN TO UT-S-ROSTER.
000370     SELECT OPTIONAL OPERATIONS-STATISTICS-FILE
000380         ASSIGN TO UT-S-OPSTAT.
000385     SELECT OPTIONAL GATE-OVERRIDE-FILE ASSIGN TO UT-S-GATEOVR.
000390 DATA DIVISION.
000400 FILE SECTION.
000410*
000440     BLOCK CONTAINS 0 RECORDS
000450     RECORD CONTAINS 80 CHARACTERS
000460     LABEL RECORDS ARE OMITTED.
000470     COPY ROSTREC0.
000520*
000530 FD  OPERATIONS-STATISTICS-FILE
000540     RECORDING MODE IS F
000590*
000600     COPY OPSTREC0.
000610*
000611 FD  GATE-OVERRIDE-FILE
000612     RECORDING MODE IS F
000613     BLOCK CONTAINS 0 RECORDS
000614     RECORD CONTAINS 120 CHARACTERS
000615     LABEL RECORDS ARE OMITTED
000616     DATA RECORD IS GATE-OVERRIDE-RECORD.
000617*
000618     COPY GATEOVR0.
000619*
000620 WORKING-STORAGE SECTION.
000630 77  FILLER PIC X(36)  VALUE
000640     'OPSGATE WORKING STORAGE BEGINS HERE'.
000670     88  ROSTER-FILE-EOF             VALUE 'Y'.
000680 01  STATS-FILE-SWITCH           PIC X VALUE 'N'.
000690     88  STATS-FILE-EOF              VALUE 'Y'.
000694 01  OVERRIDE-FILE-SWITCH        PIC X VALUE 'N'.
000698     88  OVERRIDE-FILE-EOF           VALUE 'Y'.
000700*
000710***************************************************************
000720*    ROSTER-TABLE HOLDS THE EXPECTED-JOBS CARDS FOR THIS CALL.  *
000790 01  ROSTER-TABLE.
000800     05  ROSTER-TABLE-ENTRY     OCCURS 1 TO 100 TIMES
000810                                DEPENDING ON ROSTER-TABLE-COUNT
000820                                INDEXED BY RO-IX RP-IX.
000830         10  RT-SEQUENCE        PIC 9(3).
000840         10  RT-PROGRAM-ID      PIC X(8).
000843         10  RT-PREDECESSOR     PIC X(8) OCCURS 5 TIMES.
000846         10  RT-RESOLVED-SWITCH PIC X.
000849             88  RT-RESOLVED        VALUE 'Y'.
000852         10  RT-DUE-SWITCH      PIC X.
000855             88  RT-DUE-TONIGHT     VALUE 'Y'.
000858 01  ENDED-TABLE-COUNT           PIC S9(4) COMP VALUE +0.
000860 01  ENDED-TABLE.
000870     05  ENDED-TABLE-ENTRY      OCCURS 1 TO 200 TIMES
000880                                DEPENDING ON ENDED-TABLE-COUNT
000940         88  CALLER-ON-ROSTER       VALUE 'Y'.
000950     05  ENDED-FOUND-SWITCH     PIC X VALUE 'N'.
000960         88  PREDECESSOR-ENDED      VALUE 'Y'.
000961*
000962*    DEPENDENCY-SWITCH IS SET WHEN ANY ROSTER CARD DECLARES A
000963*    PREDECESSOR; OTHERWISE THE ROSTER IS A STRAIGHT LINE AND
000964*    THE SEQUENCE NUMBERS ALONE GIVE THE ORDER.  THE RESOLVE
000965*    FIELDS SUPPORT THE CYCLE CHECK IN 1300.
000966     05  DEPENDENCY-SWITCH      PIC X VALUE 'N'.
000967         88  ROSTER-HAS-DEPENDENCIES VALUE 'Y'.
000968     05  CALLER-SUB             PIC S9(4) COMP VALUE +0.
000969     05  PREDECESSOR-SUB        PIC S9(4) COMP VALUE +0.
000970     05  CHECK-PROGRAM-ID       PIC X(8).
000971     05  CHECK-FOUND-SWITCH     PIC X VALUE 'N'.
000972         88  CHECK-ON-ROSTER        VALUE 'Y'.
000973     05  READY-SWITCH           PIC X VALUE 'N'.
000974         88  PREDECESSORS-RESOLVED  VALUE 'Y'.
000975     05  STEP-SWITCH            PIC X VALUE 'N'.
000976         88  STEP-TAKEN             VALUE 'Y'.
000977     05  RESOLVED-COUNT         PIC S9(4) COMP VALUE +0.
000978     05  PASS-RESOLVED-COUNT    PIC S9(4) COMP VALUE +0.
000979*
000980*    SCHEDULE-DATE IS THE DATE TONIGHT'S WINDOW OPENED, THE
000981*    DATE EACH CARD'S RUN FREQUENCY IS TESTED AGAINST.
000982 01  SCHEDULE-FIELDS.
000983     05  SCHEDULE-CLOCK-DATE    PIC 9(6).
000984     05  SCHEDULE-CLOCK-TIME    PIC 9(8).
000985     05  SCHEDULE-DATE          PIC 9(8).
000986*
000987***************************************************************
000988*    STANDING-OVERRIDE KEEPS THE LAST GATE-OVERRIDE RECORD      *
000989*    SEEN FOR THE CALLER - LATER RECORDS REPLACE EARLIER ONES,  *
000990*    SO ONCE THE FILE IS READ IT IS THE CALLER'S STANDING.      *
000991*    THE CLOCK IS TAKEN AS 20XX, THE SAME READING CTLREAD       *
000992*    GIVES A DATED CONTROL CARD.                                *
000993***************************************************************
000994 01  STANDING-OVERRIDE.
000995     05  SO-FOUND-SWITCH        PIC X VALUE 'N'.
000996         88  SO-OVERRIDE-FOUND      VALUE 'Y'.
000997     05  SO-RECORD              PIC X(120).
000998 01  HOLD-CLOCK-FIELDS.
000999     05  CLOCK-DATE-YYMMDD      PIC 9(6).
001000     05  CLOCK-TIME-HHMMSSTT    PIC 9(8).
001001     05  CLOCK-NOW.
001002         10  CLOCK-NOW-CCYYMMDD PIC 9(8).
001003         10  CLOCK-NOW-HHMM     PIC 9(4).
001004     05  CLOCK-NOW-X REDEFINES CLOCK-NOW PIC X(12).
001005 01  EXPIRED-LOG-MESSAGE.
001006     05  FILLER                 PIC X(14) VALUE
001007         'OPERATOR HOLD '.
001008     05  ELM-PROGRAM-ID         PIC X(8).
001009     05  FILLER                 PIC X(19) VALUE
001010         ' EXPIRED - HELD BY '.
001011     05  ELM-TERMINAL-ID        PIC X(8).
001012     05  FILLER                 PIC X(7) VALUE ' UNTIL '.
001013     05  ELM-EXPIRY             PIC X(12).
001014     05  FILLER                 PIC X(12) VALUE SPACES.
001015*
001016*    ERRLOG-PARM (COPY ERRLOGP) IS THE PARAMETER AREA FOR
001017*    CALL 'ERRLOG' - THE SHOP'S COMMON ERROR-LOGGING SUBROUTINE,
001018*    USED TO PUT AN EXPIRED OPERATOR HOLD ON THE CENTRAL LOG.
001019 COPY ERRLOGP.
001020*
001021*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
001022*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
001023*    WHICH DECIDES WHETHER EACH ROSTER JOB IS DUE TONIGHT.
001024 COPY DATECALP.
001025*
001026*    MAINTCHK-PARM (COPY MAINTCHP) IS THE PARAMETER AREA FOR
001027*    CALL 'MAINTCHK' - THE SHOP'S PLANNED-MAINTENANCE CALENDAR
001028*    CHECK, ASKED WHETHER THE CALLER IS IN A DECLARED OUTAGE.
001029 COPY MAINTCHP.
001030*
001031 LINKAGE SECTION.
001032 COPY OPSGATEP.
001033*
001034 PROCEDURE DIVISION USING OPSGATE-PARM.
001035 0000-MAINLINE.
001036     SET OG-CLEAR-TO-RUN TO TRUE.
001037     MOVE SPACES TO OG-BLOCKING-PROGRAM, OG-HOLD-TERMINAL,
001038         OG-HOLD-REASON, OG-MAINTENANCE-END.
001050     MOVE 'N' TO ROSTER-FILE-SWITCH, STATS-FILE-SWITCH,
001055         CALLER-FOUND-SWITCH, OVERRIDE-FILE-SWITCH,
001065         SO-FOUND-SWITCH, DEPENDENCY-SWITCH.
001070     MOVE ZEROS TO ROSTER-TABLE-COUNT, ENDED-TABLE-COUNT,
001080         CALLER-SEQUENCE, CALLER-SUB.
001083     PERFORM 0500-CHECK-OPERATOR-HOLD THRU 0500-EXIT.
001086     IF OG-OPERATOR-HOLD
001089         GOBACK.
001091     PERFORM 0800-CHECK-MAINTENANCE.
001093     IF OG-IN-MAINTENANCE
001095         GOBACK.
001097     PERFORM 1000-LOAD-ROSTER-TABLE.
001100     IF ROSTER-TABLE-COUNT = ZERO
001110         GOBACK.
001120     PERFORM 1200-FIND-CALLER-ENTRY
001150     IF NOT CALLER-ON-ROSTER
001160         SET OG-NOT-ON-ROSTER TO TRUE
001170         GOBACK.
001173     PERFORM 1300-CHECK-ROSTER-CYCLE THRU 1300-EXIT.
001176     IF OG-ROSTER-REJECTED
001179         GOBACK.
001180     PERFORM 2000-LOAD-ENDED-TABLE.
001183     IF ROSTER-HAS-DEPENDENCIES
001186         PERFORM 3200-CHECK-DECLARED-PREDECESSOR
001189             VARYING PREDECESSOR-SUB FROM 1 BY 1
001192             UNTIL PREDECESSOR-SUB > 5
001195             OR OG-PREDECESSOR-MISSING
001198     ELSE
001201         PERFORM 3000-CHECK-ONE-PREDECESSOR
001204             VARYING RO-IX FROM 1 BY 1
001210             UNTIL RO-IX > ROSTER-TABLE-COUNT
001220             OR OG-PREDECESSOR-MISSING.
001230     GOBACK.
001240*
001241***************************************************************
001242*    0500-0700 FIND THE CALLER'S STANDING ON THE GATE-OVERRIDE  *
001243*    FILE.  A HOLD WITH NO EXPIRY, OR ONE WHOSE EXPIRY IS STILL *
001244*    AHEAD OF THE CLOCK, HOLDS THE CALLER.  A HOLD PAST ITS     *
001245*    EXPIRY IS MARKED EXPIRED SO LATER CALLERS AND OPSSUM SEE   *
001246*    IT LIFTED, AND THE CALL CARRIES ON TO THE ROSTER CHECK.    *
001247*    NO OVERRIDE FILE MEANS NO HOLDS.                           *
001248***************************************************************
001249 0500-CHECK-OPERATOR-HOLD.
001250     OPEN INPUT GATE-OVERRIDE-FILE.
001251     PERFORM 0600-READ-OVERRIDE-RECORD UNTIL OVERRIDE-FILE-EOF.
001252     CLOSE GATE-OVERRIDE-FILE.
001253     IF NOT SO-OVERRIDE-FOUND
001254         GO TO 0500-EXIT.
001255     MOVE SO-RECORD TO GATE-OVERRIDE-RECORD.
001256     IF NOT GOV-HOLD
001257         GO TO 0500-EXIT.
001258     ACCEPT CLOCK-DATE-YYMMDD FROM DATE.
001259     ACCEPT CLOCK-TIME-HHMMSSTT FROM TIME.
001260     COMPUTE CLOCK-NOW-CCYYMMDD = 20000000 + CLOCK-DATE-YYMMDD.
001261     DIVIDE CLOCK-TIME-HHMMSSTT BY 10000
001262         GIVING CLOCK-NOW-HHMM.
001263     IF GOV-EXPIRY NUMERIC
001264         AND GOV-EXPIRY NOT > CLOCK-NOW-X
001265         PERFORM 0700-MARK-HOLD-EXPIRED
001266     ELSE
001267         MOVE GOV-TERMINAL-ID TO OG-HOLD-TERMINAL
001268         MOVE GOV-REASON TO OG-HOLD-REASON
001269         MOVE OG-PROGRAM-ID TO OG-BLOCKING-PROGRAM
001270         SET OG-OPERATOR-HOLD TO TRUE.
001271 0500-EXIT. EXIT.
001272*
001273 0600-READ-OVERRIDE-RECORD.
001274     READ GATE-OVERRIDE-FILE
001275         AT END
001276             SET OVERRIDE-FILE-EOF TO TRUE.
001277     IF NOT OVERRIDE-FILE-EOF
001278         AND GOV-PROGRAM-ID = OG-PROGRAM-ID
001279         MOVE GATE-OVERRIDE-RECORD TO SO-RECORD
001280         SET SO-OVERRIDE-FOUND TO TRUE.
001281*
001282 0700-MARK-HOLD-EXPIRED.
001283     MOVE OG-PROGRAM-ID TO ELM-PROGRAM-ID.
001284     MOVE GOV-TERMINAL-ID TO ELM-TERMINAL-ID.
001285     MOVE GOV-EXPIRY TO ELM-EXPIRY.
001286     SET GOV-EXPIRED TO TRUE.
001287     MOVE 'OPSGATE' TO GOV-TERMINAL-ID.
001288     MOVE SPACES TO GOV-USERID.
001289     ACCEPT GOV-DATE FROM DATE.
001290     ACCEPT GOV-TIME FROM TIME.
001291     OPEN EXTEND GATE-OVERRIDE-FILE.
001292     WRITE GATE-OVERRIDE-RECORD.
001293     CLOSE GATE-OVERRIDE-FILE.
001294     MOVE 'OPSGATE' TO EL-PROGRAM-ID.
001295     MOVE '0700-MARK-HOLD-EXPIRED' TO EL-PARAGRAPH.
001296     MOVE 'I' TO EL-SEVERITY.
001297     MOVE EXPIRED-LOG-MESSAGE TO EL-MESSAGE.
001298     MOVE SPACES TO EL-RUN-ID.
001299     CALL 'ERRLOG' USING ERRLOG-PARM.
001300*
001301*    0800-CHECK-MAINTENANCE ASKS MAINTCHK WHETHER A PLANNED
001302*    MAINTENANCE WINDOW COVERING THE CALLER IS OPEN RIGHT NOW.
001303 0800-CHECK-MAINTENANCE.
001304     ACCEPT CLOCK-DATE-YYMMDD FROM DATE.
001305     ACCEPT CLOCK-TIME-HHMMSSTT FROM TIME.
001306     MOVE OG-PROGRAM-ID TO MCK-PROGRAM-ID.
001307     COMPUTE MCK-FROM-DATE = 20000000 + CLOCK-DATE-YYMMDD.
001308     DIVIDE CLOCK-TIME-HHMMSSTT BY 10000 GIVING MCK-FROM-TIME.
001309     MOVE MCK-FROM-STAMP TO MCK-TO-STAMP.
001310     CALL 'MAINTCHK' USING MAINTCHK-PARM.
001311     IF MCK-IN-MAINTENANCE
001312         MOVE MCK-REASON TO OG-HOLD-REASON
001313         MOVE MCK-WINDOW-END TO OG-MAINTENANCE-END
001314         MOVE OG-PROGRAM-ID TO OG-BLOCKING-PROGRAM
001315         SET OG-IN-MAINTENANCE TO TRUE.
001316*
001317 1000-LOAD-ROSTER-TABLE.
001318     PERFORM 1050-SET-SCHEDULE-DATE.
001319     OPEN INPUT ROSTER-FILE.
001320     PERFORM 1100-READ-ROSTER-RECORD UNTIL ROSTER-FILE-EOF.
001321     CLOSE ROSTER-FILE.
001322*
001323 1050-SET-SCHEDULE-DATE.
001324     ACCEPT SCHEDULE-CLOCK-DATE FROM DATE.
001325     ACCEPT SCHEDULE-CLOCK-TIME FROM TIME.
001326     COMPUTE SCHEDULE-DATE = 20000000 + SCHEDULE-CLOCK-DATE.
001327     IF SCHEDULE-CLOCK-TIME < 12000000
001328         SET DTC-PREV-DAY TO TRUE
001329         MOVE SCHEDULE-DATE TO DTC-DATE-CCYYMMDD
001330         CALL 'DATECALC' USING DATECALC-PARM
001331         IF DTC-SUCCESSFUL
001332             MOVE DTC-RESULT-CCYYMMDD TO SCHEDULE-DATE.
001333*
001334 1100-READ-ROSTER-RECORD.
001335     READ ROSTER-FILE
001336         AT END
001337             SET ROSTER-FILE-EOF TO TRUE.
001340     IF NOT ROSTER-FILE-EOF
001350         IF ROSTER-TABLE-COUNT < 100
001360             ADD 1 TO ROSTER-TABLE-COUNT
001370             SET RO-IX TO ROSTER-TABLE-COUNT
001380             MOVE RST-SEQUENCE TO RT-SEQUENCE (RO-IX)
001390             MOVE RST-PROGRAM-ID TO RT-PROGRAM-ID (RO-IX)
001392             MOVE 'N' TO RT-RESOLVED-SWITCH (RO-IX)
001394             PERFORM 1110-COPY-ONE-PREDECESSOR
001396                 VARYING PREDECESSOR-SUB FROM 1 BY 1
001398                 UNTIL PREDECESSOR-SUB > 5
001399             PERFORM 1120-TEST-RUN-DUE
001400         ELSE
001410             DISPLAY 'OPSGATE ROSTER-TABLE FULL - CARD FOR '
001420                 RST-PROGRAM-ID ' DROPPED'.
001421*
001422 1110-COPY-ONE-PREDECESSOR.
001423     MOVE RST-PREDECESSOR (PREDECESSOR-SUB)
001424         TO RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB).
001425     IF RST-PREDECESSOR (PREDECESSOR-SUB) NOT = SPACES
001426         SET ROSTER-HAS-DEPENDENCIES TO TRUE.
001427*
001428*    1120 - A CARD WITH NO FREQUENCY, OR ONE DATECALC CANNOT
001429*    READ, IS DUE EVERY NIGHT AS BEFORE.
001430 1120-TEST-RUN-DUE.
001431     SET RT-DUE-TONIGHT (RO-IX) TO TRUE.
001432     IF RST-RUN-FREQUENCY NOT = SPACE
001433         AND RST-RUN-FREQUENCY NOT = 'D'
001434         SET DTC-RUN-DUE-TEST TO TRUE
001435         MOVE SCHEDULE-DATE TO DTC-DATE-CCYYMMDD
001436         MOVE RST-RUN-FREQUENCY TO DTC-RUN-FREQUENCY
001437         MOVE RST-FREQUENCY-DATA TO DTC-FREQUENCY-DATA
001438         CALL 'DATECALC' USING DATECALC-PARM
001439         IF DTC-SUCCESSFUL
001440             IF NOT DTC-RUN-DUE
001441                 MOVE 'N' TO RT-DUE-SWITCH (RO-IX)
001442             END-IF
001443         ELSE
001444             DISPLAY 'OPSGATE ROSTER FREQUENCY ' RST-RUN-FREQUENCY
001445                 ' INVALID FOR ' RST-PROGRAM-ID ' - DUE NIGHTLY'.
001446*
001447 1200-FIND-CALLER-ENTRY.
001450     IF RT-PROGRAM-ID (RO-IX) = OG-PROGRAM-ID
001460         MOVE RT-SEQUENCE (RO-IX) TO CALLER-SEQUENCE
001465         SET CALLER-SUB TO RO-IX
001470         SET CALLER-ON-ROSTER TO TRUE.
001471*
001472***************************************************************
001473*    1300-1370 REJECT A ROSTER WHOSE DECLARED PREDECESSORS FORM *
001474*    A CYCLE.  EACH PASS RESOLVES EVERY JOB WHOSE PREDECESSORS  *
001475*    ON THE ROSTER ARE ALL RESOLVED ALREADY - A PREDECESSOR NOT *
001476*    ON THE ROSTER AT ALL CANNOT CLOSE A CYCLE AND IS PASSED.   *
001477*    WHEN A PASS RESOLVES NOTHING, ANY JOB LEFT OVER IS ON A    *
001478*    CYCLE OR WAITS ON ONE; STEPPING BACK THROUGH UNRESOLVED    *
001479*    PREDECESSORS ONCE PER ROSTER ENTRY IS BOUND TO LAND ON THE *
001480*    CYCLE ITSELF, AND THAT JOB IS THE ONE NAMED.               *
001481***************************************************************
001482 1300-CHECK-ROSTER-CYCLE.
001483     IF NOT ROSTER-HAS-DEPENDENCIES
001484         GO TO 1300-EXIT.
001485     MOVE ZERO TO RESOLVED-COUNT.
001486     MOVE 1 TO PASS-RESOLVED-COUNT.
001487     PERFORM 1310-RESOLVE-ONE-PASS
001488         UNTIL PASS-RESOLVED-COUNT = ZERO.
001489     IF RESOLVED-COUNT NOT < ROSTER-TABLE-COUNT
001490         GO TO 1300-EXIT.
001491     SET RO-IX TO 1.
001492     SEARCH ROSTER-TABLE-ENTRY
001493         AT END
001494             CONTINUE
001495         WHEN NOT RT-RESOLVED (RO-IX)
001496             MOVE RT-PROGRAM-ID (RO-IX) TO CHECK-PROGRAM-ID
001497     END-SEARCH.
001498     PERFORM 1360-STEP-BACK-ONE-JOB ROSTER-TABLE-COUNT TIMES.
001499     MOVE CHECK-PROGRAM-ID TO OG-BLOCKING-PROGRAM.
001500     SET OG-ROSTER-REJECTED TO TRUE.
001501 1300-EXIT. EXIT.
001502*
001503 1310-RESOLVE-ONE-PASS.
001504     MOVE ZERO TO PASS-RESOLVED-COUNT.
001505     PERFORM 1320-TRY-RESOLVE-ONE-JOB
001506         VARYING RO-IX FROM 1 BY 1
001507             UNTIL RO-IX > ROSTER-TABLE-COUNT.
001508*
001509 1320-TRY-RESOLVE-ONE-JOB.
001510     IF NOT RT-RESOLVED (RO-IX)
001511         SET PREDECESSORS-RESOLVED TO TRUE
001512         PERFORM 1330-CHECK-ONE-PREDECESSOR
001513             VARYING PREDECESSOR-SUB FROM 1 BY 1
001514                 UNTIL PREDECESSOR-SUB > 5
001515         IF PREDECESSORS-RESOLVED
001516             SET RT-RESOLVED (RO-IX) TO TRUE
001517             ADD 1 TO RESOLVED-COUNT, PASS-RESOLVED-COUNT.
001518*
001519 1330-CHECK-ONE-PREDECESSOR.
001520     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
001521         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
001522             TO CHECK-PROGRAM-ID
001523         PERFORM 1350-FIND-CHECK-PROGRAM
001524         IF CHECK-ON-ROSTER
001525             AND NOT RT-RESOLVED (RP-IX)
001526             MOVE 'N' TO READY-SWITCH.
001527*
001528 1350-FIND-CHECK-PROGRAM.
001529     MOVE 'N' TO CHECK-FOUND-SWITCH.
001530     SET RP-IX TO 1.
001531     SEARCH ROSTER-TABLE-ENTRY VARYING RP-IX
001532         AT END
001533             CONTINUE
001534         WHEN RT-PROGRAM-ID (RP-IX) = CHECK-PROGRAM-ID
001535             SET CHECK-ON-ROSTER TO TRUE
001536     END-SEARCH.
001537*
001538 1360-STEP-BACK-ONE-JOB.
001539     PERFORM 1350-FIND-CHECK-PROGRAM.
001540     SET RO-IX TO RP-IX.
001541     MOVE 'N' TO STEP-SWITCH.
001542     PERFORM 1370-FIND-UNRESOLVED-PREDECESSOR
001543         VARYING PREDECESSOR-SUB FROM 1 BY 1
001544             UNTIL PREDECESSOR-SUB > 5
001545             OR STEP-TAKEN.
001546*
001547 1370-FIND-UNRESOLVED-PREDECESSOR.
001548     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
001549         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
001550             TO CHECK-PROGRAM-ID
001551         PERFORM 1350-FIND-CHECK-PROGRAM
001552         IF CHECK-ON-ROSTER
001553             AND NOT RT-RESOLVED (RP-IX)
001554             SET STEP-TAKEN TO TRUE.
001555*
001556***************************************************************
001557*    2000-2100 COLLECT EVERY PROGRAM WITH AN END-OF-JOB ('E')   *
001558*    RECORD ON THE WINDOW'S STATISTICS FILE SO FAR.  A BLANK    *
001559*    RECORD TYPE IS AN END-OF-JOB RECORD FROM A CALLER THAT     *
001560*    PREDATES START-OF-JOB REGISTRATION, THE SAME READING       *
001561*    OPSTAT ITSELF GIVES A BLANK TYPE.                          *
001562***************************************************************
001563 2000-LOAD-ENDED-TABLE.
001570     OPEN INPUT OPERATIONS-STATISTICS-FILE.
001580     PERFORM 2100-READ-STATS-RECORD UNTIL STATS-FILE-EOF.
001590     CLOSE OPERATIONS-STATISTICS-FILE.
001760*    3000-CHECK-ONE-PREDECESSOR REFUSES THE CALL WHILE ANY      *
001770*    ROSTER ENTRY WITH A LOWER SEQUENCE THAN THE CALLER'S OWN   *
001780*    HAS NO END-OF-JOB RECORD YET.  THE FIRST OUTSTANDING       *
001785*    PREDECESSOR FOUND IS NAMED IN OG-BLOCKING-PROGRAM.  AN     *
001790*    ENTRY NOT DUE TONIGHT IS PASSED OVER.                      *
001800***************************************************************
001810 3000-CHECK-ONE-PREDECESSOR.
001820     IF RT-SEQUENCE (RO-IX) < CALLER-SEQUENCE
001825         AND RT-DUE-TONIGHT (RO-IX)
001830         MOVE 'N' TO ENDED-FOUND-SWITCH
001840         PERFORM 3100-LOOK-FOR-END-RECORD
001850             VARYING EN-IX FROM 1 BY 1
001920 3100-LOOK-FOR-END-RECORD.
001930     IF EN-PROGRAM-ID (EN-IX) = RT-PROGRAM-ID (RO-IX)
001940         SET PREDECESSOR-ENDED TO TRUE.
001950*
001960***************************************************************
001970*    3200-3300 GATE ON THE PREDECESSORS THE CALLER'S OWN CARD   *
001980*    DECLARES - NOTHING ELSE ON THE ROSTER HOLDS IT BACK.  THE  *
001990*    FIRST DECLARED PREDECESSOR WITH NO END-OF-JOB RECORD YET   *
001995*    IS NAMED IN OG-BLOCKING-PROGRAM.  A PREDECESSOR WHOSE OWN  *
002000*    ROSTER CARD IS NOT DUE TONIGHT IS PASSED OVER.             *
002010***************************************************************
002020 3200-CHECK-DECLARED-PREDECESSOR.
002030     IF RT-PREDECESSOR (CALLER-SUB, PREDECESSOR-SUB) NOT = SPACES
002040         MOVE RT-PREDECESSOR (CALLER-SUB, PREDECESSOR-SUB)
002050             TO CHECK-PROGRAM-ID
002055         PERFORM 1350-FIND-CHECK-PROGRAM
002060         IF NOT CHECK-ON-ROSTER
002065             OR RT-DUE-TONIGHT (RP-IX)
002070             PERFORM 3250-REQUIRE-DECLARED-END.
002075*
002080 3250-REQUIRE-DECLARED-END.
002085     MOVE 'N' TO ENDED-FOUND-SWITCH.
002090     PERFORM 3300-LOOK-FOR-DECLARED-END
002095         VARYING EN-IX FROM 1 BY 1
002100             UNTIL EN-IX > ENDED-TABLE-COUNT
002105             OR PREDECESSOR-ENDED.
002110     IF NOT PREDECESSOR-ENDED
002115         MOVE CHECK-PROGRAM-ID TO OG-BLOCKING-PROGRAM
002120         SET OG-PREDECESSOR-MISSING TO TRUE.
002140*
002150 3300-LOOK-FOR-DECLARED-END.
002160     IF EN-PROGRAM-ID (EN-IX) = CHECK-PROGRAM-ID
002170         SET PREDECESSOR-ENDED TO TRUE.
