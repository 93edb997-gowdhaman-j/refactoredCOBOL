000100            STATUS - THE ROSTER'S DONE/RUNNING/MISSING
000110                     BREAKDOWN FROM THE OPERATIONS-STATISTICS
000120                     FILE (DD UT-S-OPSTAT) AGAINST THE
000124                     EXPECTED-JOBS ROSTER (DD UT-S-ROSTER),
000128                     OR THE JOB ON THE CYCLE WHEN THE ROSTER'S
000132                     DECLARED PREDECESSORS FORM ONE AND IT IS
000133                     REJECTED.  A ROSTER JOB WHOSE RUN
000134                     FREQUENCY IS NOT DUE TONIGHT (DATECALC
000135                     DECIDES) AND HAS NOT RUN COUNTS AS NOT
000136                     SCHEDULED, NOT MISSING;
000140            ERRORS - TONIGHT'S SEVERITY COUNTS FROM THE
000150                     CENTRAL ERROR LOG (DD UT-S-ERRLOG);
000151            HOLD   - HOLD PPPPPPPP CCYYMMDDHHMM REASON  KEEPS
000152                     ROSTER JOB PPPPPPPP FROM RUNNING - OPSGATE
000153                     ANSWERS IT WITH AN OPERATOR-HOLD RETURN
000154                     CODE UNTIL IT IS RELEASED OR THE OPTIONAL
000155                     EXPIRY (COLUMNS 15-26) PASSES.  WITH NO
000156                     EXPIRY THE REASON MAY START IN COLUMN 15;
000157            RELEASE- RELEASE PPPPPPPP REASON  LIFTS THE HOLD;
000158            NOTE   - NOTE PPPPPPPP TEXT  FILES A FREE-TEXT NOTE
000159                     FOR THE SHIFT TURNOVER REPORT (OPSTURN),
000160                     TIED TO ROSTER JOB PPPPPPPP WHEN COLUMNS
000161                     6-13 NAME ONE; OTHERWISE THE WHOLE NOTE
000162                     FROM COLUMN 6 IS TEXT.  EACH NOTE IS
000163                     APPENDED TO THE SHARED SHIFT-NOTE FILE
000164                     (DD UT-S-SHFTNOTE) WITH THE ASKING
000165                     TERMINAL, USER, AND TIME;
000166            STOP   - ENDS THE RESPONDER.
000167          EVERY HOLD AND RELEASE IS APPENDED TO THE SHARED
000168          GATE-OVERRIDE FILE (DD UT-S-GATEOVR) WITH THE ASKING
000169          TERMINAL, USER, AND TIME, AND ENTERED ON THE CENTRAL
000170          ERROR LOG, SO OPSSUM CAN SHOW THE MORNING SHIFT WHY A
000171          JOB SAT.
000172          THE ANSWER IS INSERTED BACK TO THE ASKING LTERM
000180          THROUGH THE ALTERNATE PCB WITH THE SAME
000190          CHNG/ISRT/PURG SEQUENCE THE BROADCAST BMPS USE.  THE
000200          FILES ARE REOPENED ON EVERY QUERY SO EACH ANSWER
000220          RUN UNDER A WAIT-FOR-INPUT PSB (DXT0500P) SO EACH GU
000230          WAITS FOR THE NEXT QUERY INSTEAD OF ANSWERING 'QC'
000240          THE INSTANT THE QUEUE IS EMPTY.
000241          EVERY QUERY IS FIRST PUT TO THE SHARED AUTHORIZATION
000242          CHECK (CALL 'AUTHCHK') WITH ITS COMMAND WORD, THE
000243          ASKING LTERM, AND THE IOPCB USER ID.  A COMMAND THE
000244          AUTHORIZATION FILE (DD UT-S-AUTHFILE) DOES NOT GRANT
000245          TO THE LTERM OR THE USER IS NOT CARRIED OUT - STOP
000246          INCLUDED - AND IS ANSWERED WITH A REFUSAL; AUTHCHK
000247          LOGS IT THROUGH ERRLOG AS A WARNING AND APPENDS IT TO
000248          THE SECURITY EXCEPTION FILE FOR SECRPT'S DAILY
000249          REPORT.  WITH NO AUTHORIZATION FILE EVERY COMMAND IS
000250          ANSWERED AS BEFORE.
000251 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPTIONAL ROSTER-FILE ASSIGN TO UT-S-ROSTER.
000290     SELECT OPTIONAL OPERATIONS-STATISTICS-FILE
000300         ASSIGN TO UT-S-OPSTAT.
000310     SELECT OPTIONAL ERROR-LOG-FILE ASSIGN TO UT-S-ERRLOG.
000315     SELECT OPTIONAL GATE-OVERRIDE-FILE ASSIGN TO UT-S-GATEOVR.
000319     SELECT OPTIONAL SHIFT-NOTE-FILE ASSIGN TO UT-S-SHFTNOTE.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  ROSTER-FILE
000350     BLOCK CONTAINS 0 RECORDS
000360     RECORD CONTAINS 80 CHARACTERS
000370     LABEL RECORDS ARE OMITTED.
000380     COPY ROSTREC0.
000430*
000440 FD  OPERATIONS-STATISTICS-FILE
000450     RECORDING MODE IS F
000590*
000600     COPY ERLREC0.
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
000620 FD  SHIFT-NOTE-FILE
000621     RECORDING MODE IS F
000622     BLOCK CONTAINS 0 RECORDS
000623     RECORD CONTAINS 120 CHARACTERS
000624     LABEL RECORDS ARE OMITTED
000625     DATA RECORD IS SHIFT-NOTE-RECORD.
000626*
000627     COPY SHFNOTE0.
000628*
000629 WORKING-STORAGE SECTION.
000630 77  FILLER                      PIC X(36)  VALUE
000640     'BMPQUERY WORKING STORAGE BEGINS HERE'.
000650 01  MISCELLANEOUS-STORAGE-AREAS.
000740     05  TERMINAL-SKIP-SWITCH    PIC X VALUE 'N'.
000750         88 SKIP-THIS-TERMINAL      VALUE 'Y'.
000760     05  QUERIES-ANSWERED-COUNT  PIC S9(5) COMP-3 VALUE +0.
000765     05  QUERIES-REFUSED-COUNT   PIC S9(5) COMP-3 VALUE +0.
000770     05  ASKING-TERMINAL-ID      PIC X(8) VALUE SPACES.
000771     05  OVERRIDE-FILE-SWITCH    PIC X VALUE 'N'.
000772         88 OVERRIDE-FILE-EOF       VALUE 'Y'.
000773     05  STANDING-FOUND-SWITCH   PIC X VALUE 'N'.
000774         88 STANDING-FOUND          VALUE 'Y'.
000775     05  OVERRIDE-PROGRAM-ID     PIC X(8) VALUE SPACES.
000776     05  STANDING-RECORD         PIC X(120) VALUE SPACES.
000777     05  NOTE-PROGRAM-SWITCH     PIC X VALUE 'N'.
000778         88 NOTE-NAMES-ROSTER-JOB   VALUE 'Y'.
000779*
000780***************************************************************
000781*    THE CLOCK IS TAKEN AS 20XX SO A HOLD EXPIRY COMPARES AS    *
000782*    CCYYMMDDHHMM - THE SAME READING CTLREAD AND OPSGATE GIVE   *
000783*    THE DATE.  SCHEDULE-DATE IS THE NIGHT THE WINDOW OPENED -  *
000784*    TODAY FROM NOON ON, YESTERDAY BEFORE NOON - WHICH EACH     *
000785*    ROSTER CARD'S RUN FREQUENCY IS TESTED AGAINST.             *
000786***************************************************************
000787 01  HOLD-CLOCK-FIELDS.
000788     05  CLOCK-DATE-YYMMDD       PIC 9(6).
000789     05  CLOCK-TIME-HHMMSSTT     PIC 9(8).
000790     05  CLOCK-NOW.
000791         10  CLOCK-NOW-CCYYMMDD  PIC 9(8).
000792         10  CLOCK-NOW-HHMM      PIC 9(4).
000793     05  CLOCK-NOW-X REDEFINES CLOCK-NOW PIC X(12).
000794     05  SCHEDULE-DATE           PIC 9(8).
000795*
000796***************************************************************
000800*    ROSTER-STATUS-TABLE CARRIES EACH ROSTER JOB'S STANDING     *
000810*    FOR THE QUERY IN HAND - REBUILT ON EVERY STATUS QUERY SO   *
000820*    THE ANSWER IS CURRENT.                                     *
000850 01  ROSTER-STATUS-TABLE.
000860     05  ROSTER-STATUS-ENTRY    OCCURS 1 TO 100 TIMES
000870                                DEPENDING ON ROSTER-TABLE-COUNT
000880                                INDEXED BY RO-IX RP-IX.
000890         10  RT-PROGRAM-ID      PIC X(8).
000900         10  RT-STATUS          PIC X.
000910             88  RT-MISSING         VALUE ' '.
000920             88  RT-RUNNING         VALUE 'S'.
000930             88  RT-DONE            VALUE 'E'.
000931         10  RT-PREDECESSOR     PIC X(8) OCCURS 5 TIMES.
000932         10  RT-RESOLVED-SWITCH PIC X.
000933             88  RT-RESOLVED        VALUE 'Y'.
000934         10  RT-DUE-SWITCH      PIC X.
000935             88  RT-DUE-TONIGHT     VALUE 'Y'.
000936*
000937*    DEPENDENCY-SWITCH IS SET WHEN ANY ROSTER CARD DECLARES A
000938*    PREDECESSOR; OTHERWISE THE ROSTER IS A STRAIGHT LINE AND
000939*    THE SEQUENCE NUMBERS ALONE GIVE THE ORDER.  THE RESOLVE
000940*    FIELDS SUPPORT THE DEPENDENCY-CYCLE CHECK, AND A REJECTED
000941*    ROSTER NAMES A JOB ON THE CYCLE IN CYCLE-PROGRAM-ID.
000942 01  ROSTER-CHECK-FIELDS.
000943     05  DEPENDENCY-SWITCH      PIC X VALUE 'N'.
000944         88  ROSTER-HAS-DEPENDENCIES VALUE 'Y'.
000945     05  REJECTED-SWITCH        PIC X VALUE 'N'.
000946         88  ROSTER-REJECTED        VALUE 'Y'.
000947     05  CYCLE-PROGRAM-ID       PIC X(8) VALUE SPACES.
000948     05  PREDECESSOR-SUB        PIC S9(4) COMP VALUE +0.
000949     05  CHECK-PROGRAM-ID       PIC X(8).
000950     05  CHECK-FOUND-SWITCH     PIC X VALUE 'N'.
000951         88  CHECK-ON-ROSTER        VALUE 'Y'.
000952     05  READY-SWITCH           PIC X VALUE 'N'.
000953         88  PREDECESSORS-RESOLVED  VALUE 'Y'.
000954     05  STEP-SWITCH            PIC X VALUE 'N'.
000955         88  STEP-TAKEN             VALUE 'Y'.
000956     05  RESOLVED-COUNT         PIC S9(4) COMP VALUE +0.
000957     05  PASS-RESOLVED-COUNT    PIC S9(4) COMP VALUE +0.
000958 01  STATUS-COUNTERS.
000959     05  DONE-COUNT              PIC 9(3) VALUE ZEROS.
000960     05  RUNNING-COUNT           PIC 9(3) VALUE ZEROS.
000970     05  MISSING-COUNT           PIC 9(3) VALUE ZEROS.
000975     05  NOT-SCHEDULED-COUNT     PIC 9(3) VALUE ZEROS.
000980     05  NAME-LIST-POS           PIC S9(4) COMP VALUE +0.
000990 01  SEVERITY-COUNTERS.
001000     05  INFO-COUNT              PIC 9(5) VALUE ZEROS.
001060*    CALL 'ERRLOG' - THE SHOP'S COMMON ERROR-LOGGING SUBROUTINE.
001070*    DELIVERY FAILURES ARE LOGGED AS WARNINGS ONLY.
001080 COPY ERRLOGP.
001081*
001082*    DATECALC-PARM (COPY DATECALP) IS THE PARAMETER AREA FOR
001083*    CALL 'DATECALC' - THE SHOP'S SHARED CALENDAR SUBROUTINE,
001084*    WHICH DECIDES WHETHER EACH ROSTER JOB IS DUE TONIGHT.
001085 COPY DATECALP.
001087*
001089*    AUTHCHK-PARM (COPY AUTHCHKP) IS THE PARAMETER AREA FOR
001091*    CALL 'AUTHCHK' - THE SHOP'S SHARED AUTHORIZATION CHECK,
001093*    WHICH DECIDES WHETHER THE ASKING LTERM OR USER MAY ISSUE
001095*    THE COMMAND AND RECORDS EVERY REFUSAL.
001097 COPY AUTHCHKP.
001099***************************************************************
001100*    QUERY-MESSAGE-AREA RECEIVES ONE OPERATOR QUERY SEGMENT     *
001110*    FROM THE MESSAGE QUEUE ON EACH GU AGAINST THE IOPCB -      *
001120*    THE ASKING TERMINAL COMES BACK IN IOPCB-LTERM-NAME.        *
001330     05  SRL-RUNNING             PIC ZZ9.
001340     05  FILLER                  PIC X(9) VALUE ' MISSING '.
001350     05  SRL-MISSING             PIC ZZ9.
001354     05  FILLER                  PIC X(11) VALUE ' NOT SCHED '.
001358     05  SRL-NOT-SCHEDULED       PIC ZZ9.
001360     05  FILLER                  PIC X(32) VALUE SPACES.
001370 01  ERRORS-REPLY-LINE.
001380     05  FILLER                  PIC X(14) VALUE
001450     05  FILLER                  PIC X(3) VALUE ' F '.
001460     05  ERL-F-COUNT             PIC ZZZZ9.
001470     05  FILLER                  PIC X(37) VALUE SPACES.
001471 01  HOLD-REPLY-LINE.
001472     05  HRL-PROGRAM-ID          PIC X(8).
001473     05  HRL-ACTION              PIC X(37).
001474     05  HRL-UNTIL               PIC X(12).
001475     05  FILLER                  PIC X(23) VALUE SPACES.
001476 01  REASON-REPLY-LINE.
001477     05  FILLER                  PIC X(8) VALUE 'REASON: '.
001478     05  RRL-REASON              PIC X(60).
001479     05  FILLER                  PIC X(12) VALUE SPACES.
001480 01  OVERRIDE-LOG-MESSAGE.
001481     05  FILLER                  PIC X(14) VALUE
001482         'OPERATOR HOLD '.
001483     05  OLM-PROGRAM-ID          PIC X(8).
001484     05  OLM-ACTION              PIC X(13).
001485     05  OLM-TERMINAL-ID         PIC X(8).
001486     05  FILLER                  PIC X VALUE SPACE.
001487     05  OLM-USERID              PIC X(8).
001488     05  OLM-UNTIL               PIC X(19).
001489     05  FILLER                  PIC X(9) VALUE SPACES.
001490 01  IMS-COMMANDS                COPY IMSSFUN0.
001491 01  IMS-STATUS-CODES            COPY IMSSSTA0.
001500 LINKAGE SECTION.
001510 01  IOPCB                   COPY IOPCB.
001520 01  ALTPCB                  COPY ALTPCB.
001690                         QUERY-MESSAGE-AREA.
001700     IF IOPCB-STATUS-CODE = SPACES
001710         MOVE IOPCB-LTERM-NAME TO ASKING-TERMINAL-ID
001713         PERFORM C050-CHECK-AUTHORIZATION
001716         IF ATH-ALLOWED
001719             PERFORM C100-DISPATCH-THIS-QUERY
001722         ELSE
001725             PERFORM C060-REFUSE-THIS-QUERY
001728         END-IF
001730     ELSE
001740        IF IOPCB-STATUS-CODE = 'QC'
001750            SET QUERY-QUEUE-DRAINED TO TRUE
001960                 SET QUERY-QUEUE-DRAINED TO TRUE
001970                 MOVE 'BMPQUERY RESPONDER STOPPED' TO REPLY-LINE-1
001980             ELSE
001983                 IF QUERY-TEXT (1:5) = 'HOLD '
001986                     PERFORM C400-BUILD-HOLD-REPLY THRU C400-EXIT
001989                 ELSE
001992                     IF QUERY-TEXT (1:8) = 'RELEASE '
001995                         PERFORM C500-BUILD-RELEASE-REPLY
001998                             THRU C500-EXIT
002001                     ELSE
002002                         IF QUERY-TEXT (1:5) = 'NOTE '
002003                             PERFORM C700-BUILD-NOTE-REPLY
002004                                 THRU C700-EXIT
002005                         ELSE
002006                         MOVE
002007            'UNKNOWN - USE STATUS, ERRORS, HOLD, RELEASE OR NOTE'
002008                             TO REPLY-LINE-1.
002010     ADD 1 TO QUERIES-ANSWERED-COUNT.
002020     PERFORM D100-DELIVER-REPLY.
002030*
002050*    C200-C260 BUILD THE STATUS ANSWER - THE ROSTER'S           *
002060*    DONE/RUNNING/MISSING BREAKDOWN AS THE WINDOW STANDS RIGHT  *
002070*    NOW, WITH THE RUNNING AND MISSING JOB NAMES ON THE SECOND  *
002080*    AND THIRD LINES.  A JOB NOT DUE TONIGHT IS ONLY COUNTED.   *
002090***************************************************************
002100 C200-BUILD-STATUS-REPLY.
002110     MOVE ZERO TO ROSTER-TABLE-COUNT.
002115     MOVE 'N' TO DEPENDENCY-SWITCH, REJECTED-SWITCH.
002120     MOVE 'N' TO ROSTER-FILE-SWITCH, STATS-FILE-SWITCH.
002130     MOVE ZEROS TO DONE-COUNT, RUNNING-COUNT, MISSING-COUNT.
002134     MOVE ZEROS TO NOT-SCHEDULED-COUNT.
002138     PERFORM C205-SET-SCHEDULE-DATE.
002140     OPEN INPUT ROSTER-FILE.
002150     PERFORM C210-READ-ROSTER-RECORD UNTIL ROSTER-FILE-EOF.
002160     CLOSE ROSTER-FILE.
002165     PERFORM C600-CHECK-ROSTER-CYCLE THRU C600-EXIT.
002170     OPEN INPUT OPERATIONS-STATISTICS-FILE.
002180     PERFORM C220-READ-STATS-RECORD UNTIL STATS-FILE-EOF.
002190     CLOSE OPERATIONS-STATISTICS-FILE.
002250     MOVE DONE-COUNT TO SRL-DONE.
002260     MOVE RUNNING-COUNT TO SRL-RUNNING.
002270     MOVE MISSING-COUNT TO SRL-MISSING.
002275     MOVE NOT-SCHEDULED-COUNT TO SRL-NOT-SCHEDULED.
002280     MOVE STATUS-REPLY-LINE TO REPLY-LINE-1.
002281     IF ROSTER-REJECTED
002282         MOVE 'ROSTER REJECTED - DEPENDENCY CYCLE AT '
002283             TO REPLY-LINE-2
002284         MOVE CYCLE-PROGRAM-ID TO REPLY-LINE-2 (39:8)
002285         MOVE SPACES TO REPLY-LINE-3
002286     ELSE
002290     IF ROSTER-TABLE-COUNT = ZERO
002300         MOVE 'NO ROSTER FILE - NOTHING TO RECONCILE'
002310             TO REPLY-LINE-2
002320         MOVE SPACES TO REPLY-LINE-3.
002330*
002331 C205-SET-SCHEDULE-DATE.
002332     ACCEPT CLOCK-DATE-YYMMDD FROM DATE.
002333     ACCEPT CLOCK-TIME-HHMMSSTT FROM TIME.
002334     COMPUTE SCHEDULE-DATE = 20000000 + CLOCK-DATE-YYMMDD.
002335     IF CLOCK-TIME-HHMMSSTT < 12000000
002336         SET DTC-PREV-DAY TO TRUE
002337         MOVE SCHEDULE-DATE TO DTC-DATE-CCYYMMDD
002338         CALL 'DATECALC' USING DATECALC-PARM
002339         IF DTC-SUCCESSFUL
002340             MOVE DTC-RESULT-CCYYMMDD TO SCHEDULE-DATE.
002341*
002342 C210-READ-ROSTER-RECORD.
002350     READ ROSTER-FILE
002360         AT END
002370             SET ROSTER-FILE-EOF TO TRUE.
002410             SET RO-IX TO ROSTER-TABLE-COUNT
002420             MOVE RST-PROGRAM-ID TO RT-PROGRAM-ID (RO-IX)
002430             MOVE SPACE TO RT-STATUS (RO-IX)
002432             MOVE 'N' TO RT-RESOLVED-SWITCH (RO-IX)
002434             PERFORM C215-COPY-ONE-PREDECESSOR
002436                 VARYING PREDECESSOR-SUB FROM 1 BY 1
002438                 UNTIL PREDECESSOR-SUB > 5
002439             PERFORM C217-TEST-RUN-DUE
002440         ELSE
002450             DISPLAY 'BMPQUERY ROSTER-TABLE FULL - CARD FOR '
002460                 RST-PROGRAM-ID ' DROPPED'.
002470*
002471 C215-COPY-ONE-PREDECESSOR.
002472     MOVE RST-PREDECESSOR (PREDECESSOR-SUB)
002473         TO RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB).
002474     IF RST-PREDECESSOR (PREDECESSOR-SUB) NOT = SPACES
002475         SET ROSTER-HAS-DEPENDENCIES TO TRUE.
002476*
002477*    C217 - A CARD WITH NO FREQUENCY, OR ONE DATECALC CANNOT
002478*    READ, IS DUE EVERY NIGHT AS BEFORE.
002479 C217-TEST-RUN-DUE.
002480     SET RT-DUE-TONIGHT (RO-IX) TO TRUE.
002481     IF RST-RUN-FREQUENCY NOT = SPACE
002482         AND RST-RUN-FREQUENCY NOT = 'D'
002483         SET DTC-RUN-DUE-TEST TO TRUE
002484         MOVE SCHEDULE-DATE TO DTC-DATE-CCYYMMDD
002485         MOVE RST-RUN-FREQUENCY TO DTC-RUN-FREQUENCY
002486         MOVE RST-FREQUENCY-DATA TO DTC-FREQUENCY-DATA
002487         CALL 'DATECALC' USING DATECALC-PARM
002488         IF DTC-SUCCESSFUL
002489             IF NOT DTC-RUN-DUE
002490                 MOVE 'N' TO RT-DUE-SWITCH (RO-IX)
002491             END-IF
002492         ELSE
002493             DISPLAY 'BMPQUERY ROSTER FREQUENCY '
002494                 RST-RUN-FREQUENCY ' INVALID FOR ' RST-PROGRAM-ID
002495                 ' - DUE NIGHTLY'.
002496*
002497*    AN 'S' RECORD MARKS ITS JOB RUNNING; AN 'E' (OR BLANK,
002498*    FROM A CALLER THAT PREDATES START REGISTRATION) MARKS IT
002500*    DONE - THE SAME READING OPSGATE GIVES THE RECORD TYPES.
002510 C220-READ-STATS-RECORD.
002520     READ OPERATIONS-STATISTICS-FILE
002740             ADD 1 TO RUNNING-COUNT
002750             PERFORM C250-NAME-ON-RUNNING-LINE
002760         ELSE
002765             IF NOT RT-DUE-TONIGHT (RO-IX)
002770                 ADD 1 TO NOT-SCHEDULED-COUNT
002775             ELSE
002780                 ADD 1 TO MISSING-COUNT
002785                 PERFORM C260-NAME-ON-MISSING-LINE.
002790*
002800 C250-NAME-ON-RUNNING-LINE.
002810     COMPUTE NAME-LIST-POS = RUNNING-COUNT * 9 + 1.
002880     IF NAME-LIST-POS < 72
002890         MOVE RT-PROGRAM-ID (RO-IX)
002900             TO REPLY-LINE-3 (NAME-LIST-POS:8).
002901*
002902***************************************************************
002903*    C600-C660 REJECT A ROSTER WHOSE DECLARED PREDECESSORS      *
002904*    FORM A CYCLE, THE SAME CHECK OPSGATE MAKES.  EACH PASS     *
002905*    RESOLVES EVERY JOB WHOSE PREDECESSORS ON THE ROSTER ARE    *
002906*    ALL RESOLVED ALREADY; WHEN A PASS RESOLVES NOTHING, ANY    *
002907*    JOB LEFT OVER IS ON A CYCLE OR WAITS ON ONE, AND STEPPING  *
002908*    BACK THROUGH UNRESOLVED PREDECESSORS ONCE PER ROSTER ENTRY *
002909*    LANDS ON THE CYCLE ITSELF.  A REJECTED ROSTER IS DROPPED.  *
002910***************************************************************
002911 C600-CHECK-ROSTER-CYCLE.
002912     IF NOT ROSTER-HAS-DEPENDENCIES
002913         GO TO C600-EXIT.
002914     MOVE ZERO TO RESOLVED-COUNT.
002915     MOVE 1 TO PASS-RESOLVED-COUNT.
002916     PERFORM C610-RESOLVE-ONE-PASS
002917         UNTIL PASS-RESOLVED-COUNT = ZERO.
002918     IF RESOLVED-COUNT NOT < ROSTER-TABLE-COUNT
002919         GO TO C600-EXIT.
002920     SET RO-IX TO 1.
002921     SEARCH ROSTER-STATUS-ENTRY
002922         AT END
002923             CONTINUE
002924         WHEN NOT RT-RESOLVED (RO-IX)
002925             MOVE RT-PROGRAM-ID (RO-IX) TO CHECK-PROGRAM-ID
002926     END-SEARCH.
002927     PERFORM C650-STEP-BACK-ONE-JOB ROSTER-TABLE-COUNT TIMES.
002928     MOVE CHECK-PROGRAM-ID TO CYCLE-PROGRAM-ID.
002929     SET ROSTER-REJECTED TO TRUE.
002930     DISPLAY 'BMPQUERY ROSTER REJECTED - DEPENDENCY CYCLE AT '
002931         CYCLE-PROGRAM-ID.
002932     MOVE ZERO TO ROSTER-TABLE-COUNT.
002933 C600-EXIT. EXIT.
002934*
002935 C610-RESOLVE-ONE-PASS.
002936     MOVE ZERO TO PASS-RESOLVED-COUNT.
002937     PERFORM C620-TRY-RESOLVE-ONE-JOB
002938         VARYING RO-IX FROM 1 BY 1
002939             UNTIL RO-IX > ROSTER-TABLE-COUNT.
002940*
002941 C620-TRY-RESOLVE-ONE-JOB.
002942     IF NOT RT-RESOLVED (RO-IX)
002943         SET PREDECESSORS-RESOLVED TO TRUE
002944         PERFORM C630-CHECK-ONE-PREDECESSOR
002945             VARYING PREDECESSOR-SUB FROM 1 BY 1
002946                 UNTIL PREDECESSOR-SUB > 5
002947         IF PREDECESSORS-RESOLVED
002948             SET RT-RESOLVED (RO-IX) TO TRUE
002949             ADD 1 TO RESOLVED-COUNT, PASS-RESOLVED-COUNT.
002950*
002951 C630-CHECK-ONE-PREDECESSOR.
002952     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
002953         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
002954             TO CHECK-PROGRAM-ID
002955         PERFORM C640-FIND-CHECK-PROGRAM
002956         IF CHECK-ON-ROSTER
002957             AND NOT RT-RESOLVED (RP-IX)
002958             MOVE 'N' TO READY-SWITCH.
002959*
002960 C640-FIND-CHECK-PROGRAM.
002961     MOVE 'N' TO CHECK-FOUND-SWITCH.
002962     SET RP-IX TO 1.
002963     SEARCH ROSTER-STATUS-ENTRY VARYING RP-IX
002964         AT END
002965             CONTINUE
002966         WHEN RT-PROGRAM-ID (RP-IX) = CHECK-PROGRAM-ID
002967             SET CHECK-ON-ROSTER TO TRUE
002968     END-SEARCH.
002969*
002970 C650-STEP-BACK-ONE-JOB.
002971     PERFORM C640-FIND-CHECK-PROGRAM.
002972     SET RO-IX TO RP-IX.
002973     MOVE 'N' TO STEP-SWITCH.
002974     PERFORM C660-FIND-UNRESOLVED-PREDECESSOR
002975         VARYING PREDECESSOR-SUB FROM 1 BY 1
002976             UNTIL PREDECESSOR-SUB > 5
002977             OR STEP-TAKEN.
002978*
002979 C660-FIND-UNRESOLVED-PREDECESSOR.
002980     IF RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB) NOT = SPACES
002981         MOVE RT-PREDECESSOR (RO-IX, PREDECESSOR-SUB)
002982             TO CHECK-PROGRAM-ID
002983         PERFORM C640-FIND-CHECK-PROGRAM
002984         IF CHECK-ON-ROSTER
002985             AND NOT RT-RESOLVED (RP-IX)
002986             SET STEP-TAKEN TO TRUE.
002987*
002988***************************************************************
002989*    C300-C310 BUILD THE ERRORS ANSWER - TONIGHT'S SEVERITY     *
002990*    COUNTS OFF THE CENTRAL ERROR LOG AS IT STANDS RIGHT NOW.   *
002991***************************************************************
002992 C300-BUILD-ERRORS-REPLY.
002993     MOVE 'N' TO LOG-FILE-SWITCH.
002994     MOVE ZEROS TO INFO-COUNT, WARNING-COUNT, ERROR-COUNT,
002995         FATAL-COUNT.
003000     OPEN INPUT ERROR-LOG-FILE.
003010     PERFORM C310-COUNT-ONE-LOG-ENTRY UNTIL LOG-FILE-EOF.
003020     CLOSE ERROR-LOG-FILE.
003230                     IF ERL-SEVERITY = 'F'
003240                         ADD 1 TO FATAL-COUNT.
003250*
003251***************************************************************
003252*    C400-C420 PLACE AN OPERATOR HOLD.  THE QUERY IS KEYED      *
003253*        HOLD PPPPPPPP CCYYMMDDHHMM REASON                      *
003254*    PROGRAM IN COLUMNS 6-13, OPTIONAL EXPIRY IN COLUMNS 15-26  *
003255*    AND THE REASON FROM COLUMN 28 - OR FROM COLUMN 15 WHEN NO  *
003256*    EXPIRY IS KEYED.  THE HOLD IS APPENDED TO THE GATE-        *
003257*    OVERRIDE FILE, WHERE OPSGATE FINDS IT THE NEXT TIME THE    *
003258*    JOB ASKS TO RUN, AND ENTERED ON THE CENTRAL ERROR LOG AS   *
003259*    A WARNING.  A HOLD ON A JOB ALREADY HELD REPLACES THE      *
003260*    EARLIER ONE - THE LAST RECORD FOR A PROGRAM IS ITS         *
003261*    STANDING.                                                  *
003262***************************************************************
003263 C400-BUILD-HOLD-REPLY.
003264     MOVE SPACES TO HRL-ACTION, HRL-UNTIL.
003265     PERFORM C420-READ-THE-CLOCK.
003266     IF QUERY-TEXT (6:8) = SPACES
003267         MOVE 'HOLD NEEDS A PROGRAM NAME IN COLUMNS 6-13'
003268             TO REPLY-LINE-1
003269         GO TO C400-EXIT.
003270     MOVE SPACES TO GATE-OVERRIDE-RECORD.
003271     MOVE QUERY-TEXT (6:8) TO GOV-PROGRAM-ID.
003272     SET GOV-HOLD TO TRUE.
003273     IF QUERY-TEXT (15:12) NUMERIC
003274         MOVE QUERY-TEXT (15:12) TO GOV-EXPIRY
003275         MOVE QUERY-TEXT (28:53) TO GOV-REASON
003276     ELSE
003277         MOVE QUERY-TEXT (15:60) TO GOV-REASON.
003278     IF GOV-EXPIRY NUMERIC
003279         AND GOV-EXPIRY NOT > CLOCK-NOW-X
003280         MOVE GOV-PROGRAM-ID TO HRL-PROGRAM-ID
003281         MOVE ' NOT HELD - EXPIRY ALREADY PASSED:' TO HRL-ACTION
003282         MOVE GOV-EXPIRY TO HRL-UNTIL
003283         MOVE HOLD-REPLY-LINE TO REPLY-LINE-1
003284         GO TO C400-EXIT.
003285     PERFORM C410-WRITE-OVERRIDE-RECORD.
003286     MOVE GOV-PROGRAM-ID TO HRL-PROGRAM-ID, OLM-PROGRAM-ID.
003287     MOVE ' HELD - OPSGATE WILL REFUSE IT UNTIL ' TO HRL-ACTION.
003288     MOVE ' PLACED BY ' TO OLM-ACTION.
003289     IF GOV-EXPIRY NUMERIC
003290         MOVE GOV-EXPIRY TO HRL-UNTIL
003291         MOVE ' UNTIL ' TO OLM-UNTIL
003292         MOVE GOV-EXPIRY TO OLM-UNTIL (8:12)
003293     ELSE
003294         MOVE 'RELEASED' TO HRL-UNTIL
003295         MOVE ' UNTIL RELEASED' TO OLM-UNTIL.
003296     MOVE HOLD-REPLY-LINE TO REPLY-LINE-1.
003297     MOVE GOV-REASON TO RRL-REASON.
003298     MOVE REASON-REPLY-LINE TO REPLY-LINE-2.
003299     MOVE 'W' TO EL-SEVERITY.
003300     MOVE 'C400-BUILD-HOLD-REPLY' TO EL-PARAGRAPH.
003301     PERFORM C430-LOG-OVERRIDE.
003302 C400-EXIT. EXIT.
003303*
003304 C410-WRITE-OVERRIDE-RECORD.
003305     MOVE ASKING-TERMINAL-ID TO GOV-TERMINAL-ID.
003306     MOVE IOPCB-USERID TO GOV-USERID.
003307     ACCEPT GOV-DATE FROM DATE.
003308     ACCEPT GOV-TIME FROM TIME.
003309     OPEN EXTEND GATE-OVERRIDE-FILE.
003310     WRITE GATE-OVERRIDE-RECORD.
003311     CLOSE GATE-OVERRIDE-FILE.
003312*
003313 C420-READ-THE-CLOCK.
003314     ACCEPT CLOCK-DATE-YYMMDD FROM DATE.
003315     ACCEPT CLOCK-TIME-HHMMSSTT FROM TIME.
003316     COMPUTE CLOCK-NOW-CCYYMMDD = 20000000 + CLOCK-DATE-YYMMDD.
003317     DIVIDE CLOCK-TIME-HHMMSSTT BY 10000
003318         GIVING CLOCK-NOW-HHMM.
003319*
003320 C430-LOG-OVERRIDE.
003321     MOVE ASKING-TERMINAL-ID TO OLM-TERMINAL-ID.
003322     MOVE IOPCB-USERID TO OLM-USERID.
003323     MOVE 'BMPQUERY' TO EL-PROGRAM-ID.
003324     MOVE OVERRIDE-LOG-MESSAGE TO EL-MESSAGE.
003325     CALL 'ERRLOG' USING ERRLOG-PARM.
003326*
003327***************************************************************
003328*    C500-C510 LIFT AN OPERATOR HOLD.  THE QUERY IS KEYED       *
003329*        RELEASE PPPPPPPP REASON                                *
003330*    PROGRAM IN COLUMNS 9-16, REASON FROM COLUMN 18.  ONLY A    *
003331*    HOLD STILL IN FORCE CAN BE RELEASED - A JOB NEVER HELD,    *
003332*    ALREADY RELEASED, OR WHOSE HOLD HAS RUN PAST ITS EXPIRY    *
003333*    IS ANSWERED AS SUCH AND NOTHING IS WRITTEN.  THE RELEASE   *
003334*    IS APPENDED TO THE GATE-OVERRIDE FILE AND ENTERED ON THE   *
003335*    CENTRAL ERROR LOG AS INFORMATION.                          *
003336***************************************************************
003337 C500-BUILD-RELEASE-REPLY.
003338     MOVE SPACES TO HRL-ACTION, HRL-UNTIL.
003339     PERFORM C420-READ-THE-CLOCK.
003340     IF QUERY-TEXT (9:8) = SPACES
003341         MOVE 'RELEASE NEEDS A PROGRAM NAME IN COLUMNS 9-16'
003342             TO REPLY-LINE-1
003343         GO TO C500-EXIT.
003344     MOVE QUERY-TEXT (9:8) TO OVERRIDE-PROGRAM-ID, HRL-PROGRAM-ID.
003345     MOVE 'N' TO OVERRIDE-FILE-SWITCH, STANDING-FOUND-SWITCH.
003346     OPEN INPUT GATE-OVERRIDE-FILE.
003347     PERFORM C510-READ-OVERRIDE-RECORD UNTIL OVERRIDE-FILE-EOF.
003348     CLOSE GATE-OVERRIDE-FILE.
003349     IF STANDING-FOUND
003350         MOVE STANDING-RECORD TO GATE-OVERRIDE-RECORD.
003351     IF NOT STANDING-FOUND
003352         OR NOT GOV-HOLD
003353         MOVE ' IS NOT HELD - NOTHING TO RELEASE' TO HRL-ACTION
003354         MOVE HOLD-REPLY-LINE TO REPLY-LINE-1
003355         GO TO C500-EXIT.
003356     IF GOV-EXPIRY NUMERIC
003357         AND GOV-EXPIRY NOT > CLOCK-NOW-X
003358         MOVE ' HOLD HAS ALREADY EXPIRED - AT ' TO HRL-ACTION
003359         MOVE GOV-EXPIRY TO HRL-UNTIL
003360         MOVE HOLD-REPLY-LINE TO REPLY-LINE-1
003361         GO TO C500-EXIT.
003362     MOVE SPACES TO OLM-UNTIL.
003363     MOVE ' HELD BY ' TO OLM-UNTIL (1:9).
003364     MOVE GOV-TERMINAL-ID TO OLM-UNTIL (10:8).
003365     MOVE SPACES TO GATE-OVERRIDE-RECORD.
003366     MOVE OVERRIDE-PROGRAM-ID TO GOV-PROGRAM-ID, OLM-PROGRAM-ID.
003367     SET GOV-RELEASE TO TRUE.
003368     MOVE QUERY-TEXT (18:60) TO GOV-REASON.
003369     PERFORM C410-WRITE-OVERRIDE-RECORD.
003370     MOVE ' RELEASED - OPERATOR HOLD LIFTED' TO HRL-ACTION.
003371     MOVE HOLD-REPLY-LINE TO REPLY-LINE-1.
003372     MOVE GOV-REASON TO RRL-REASON.
003373     MOVE REASON-REPLY-LINE TO REPLY-LINE-2.
003374     MOVE ' RELEASED BY ' TO OLM-ACTION.
003375     MOVE 'I' TO EL-SEVERITY.
003376     MOVE 'C500-BUILD-RELEASE-REPLY' TO EL-PARAGRAPH.
003377     PERFORM C430-LOG-OVERRIDE.
003378 C500-EXIT. EXIT.
003379*
003380 C510-READ-OVERRIDE-RECORD.
003381     READ GATE-OVERRIDE-FILE
003382         AT END
003383             SET OVERRIDE-FILE-EOF TO TRUE.
003384     IF NOT OVERRIDE-FILE-EOF
003385         AND GOV-PROGRAM-ID = OVERRIDE-PROGRAM-ID
003386         MOVE GATE-OVERRIDE-RECORD TO STANDING-RECORD
003387         SET STANDING-FOUND TO TRUE.
003388*
003389***************************************************************
003390*    C700-C710 FILE AN OPERATOR NOTE.  THE QUERY IS KEYED       *
003391*        NOTE PPPPPPPP TEXT                                     *
003392*    WHEN COLUMNS 6-13 NAME A JOB ON THE ROSTER AND COLUMN 14   *
003393*    IS BLANK THE NOTE IS TIED TO THAT JOB AND THE TEXT STARTS  *
003394*    IN COLUMN 15; OTHERWISE THE TEXT STARTS IN COLUMN 6.  THE  *
003395*    NOTE IS APPENDED TO THE SHIFT-NOTE FILE, WHERE OPSTURN     *
003396*    PICKS IT UP FOR THE SHIFT TURNOVER REPORT.                 *
003397***************************************************************
003398 C700-BUILD-NOTE-REPLY.
003399     IF QUERY-TEXT (6:75) = SPACES
003400         MOVE 'NOTE NEEDS TEXT FROM COLUMN 6' TO REPLY-LINE-1
003401         GO TO C700-EXIT.
003402     MOVE 'N' TO ROSTER-FILE-SWITCH, NOTE-PROGRAM-SWITCH.
003403     IF QUERY-TEXT (14:1) = SPACE
003404         OPEN INPUT ROSTER-FILE
003405         PERFORM C710-LOOK-FOR-NOTE-JOB
003406             UNTIL ROSTER-FILE-EOF
003407         CLOSE ROSTER-FILE.
003408     MOVE SPACES TO SHIFT-NOTE-RECORD.
003409     IF NOTE-NAMES-ROSTER-JOB
003410         MOVE QUERY-TEXT (6:8) TO SHN-PROGRAM-ID
003411         MOVE QUERY-TEXT (15:66) TO SHN-NOTE-TEXT
003412     ELSE
003413         MOVE QUERY-TEXT (6:75) TO SHN-NOTE-TEXT.
003414     IF SHN-NOTE-TEXT = SPACES
003415         MOVE 'NOTE NEEDS TEXT AFTER THE PROGRAM NAME'
003416             TO REPLY-LINE-1
003417         GO TO C700-EXIT.
003418     MOVE ASKING-TERMINAL-ID TO SHN-TERMINAL-ID.
003419     MOVE IOPCB-USERID TO SHN-USERID.
003420     ACCEPT SHN-DATE FROM DATE.
003421     ACCEPT SHN-TIME FROM TIME.
003422     OPEN EXTEND SHIFT-NOTE-FILE.
003423     WRITE SHIFT-NOTE-RECORD.
003424     CLOSE SHIFT-NOTE-FILE.
003425     MOVE 'NOTE FILED FOR SHIFT TURNOVER' TO REPLY-LINE-1.
003426     IF NOTE-NAMES-ROSTER-JOB
003427         MOVE 'PROGRAM: ' TO REPLY-LINE-2
003428         MOVE SHN-PROGRAM-ID TO REPLY-LINE-2 (10:8)
003429     ELSE
003430         MOVE 'NOT TIED TO A ROSTER JOB' TO REPLY-LINE-2.
003431     MOVE SHN-NOTE-TEXT TO REPLY-LINE-3.
003432 C700-EXIT. EXIT.
003433*
003434 C710-LOOK-FOR-NOTE-JOB.
003435     READ ROSTER-FILE
003436         AT END
003437             SET ROSTER-FILE-EOF TO TRUE.
003438     IF NOT ROSTER-FILE-EOF
003439         AND RST-PROGRAM-ID = QUERY-TEXT (6:8)
003440         SET NOTE-NAMES-ROSTER-JOB TO TRUE.
003441*
003442***************************************************************
003443*    D100-D110 INSERT THE ANSWER BACK TO THE ASKING LTERM WITH  *
003444*    THE SAME CHNG/ISRT/PURG SEQUENCE AND STATUS TREATMENT THE  *
003445*    BROADCAST BMPS USE.                                        *
003446***************************************************************
003447 D100-DELIVER-REPLY.
003448     MOVE 'N' TO TERMINAL-SKIP-SWITCH.
003449     CALL 'CBLTDLI' USING CHNG-FUNCTION-CODE,
003450                          ALTPCB,
003451                          ASKING-TERMINAL-ID.
003452     PERFORM D110-CHECK-ALTPCB-STATUS.
003453     IF NOT SKIP-THIS-TERMINAL
003454         CALL 'CBLTDLI' USING ISRT-FUNCTION-CODE,
003455                              ALTPCB,
003456                              REPLY-MESSAGE-AREA
003457         PERFORM D110-CHECK-ALTPCB-STATUS.
003458     IF NOT SKIP-THIS-TERMINAL
003459         CALL 'CBLTDLI' USING PURG-FUNCTION-CODE,
003460                              ALTPCB
003461         PERFORM D110-CHECK-ALTPCB-STATUS.
003462*
003470 D110-CHECK-ALTPCB-STATUS.
003480     IF NOT ALTPCB-SUCCESSFUL
003490         SET IMS-STAT-IX TO 1
003680 Z900-TERMINATE.
003690     DISPLAY 'BMPQUERY QUERIES ANSWERED: '
003700         QUERIES-ANSWERED-COUNT.
003704     DISPLAY 'BMPQUERY QUERIES REFUSED: '
003708         QUERIES-REFUSED-COUNT.
003710*
003720*    ERRLOG HOLDS THE CENTRAL ERROR LOG OPEN ACROSS CALLS -
003730*    CALL 'ERRLOGC' CLOSES IT CLEANLY NOW THAT ALL LOGGING FOR
003740*    THIS RUN IS DONE.
003750     CALL 'ERRLOGC'.
003760*
003770***************************************************************
003780*    C050-CHECK-AUTHORIZATION ASKS AUTHCHK WHETHER THE ASKING   *
003790*    LTERM OR THE SIGNED-ON USER MAY ISSUE THE QUERY'S COMMAND  *
003800*    WORD - THE TEXT UP TO THE FIRST SPACE.  C060 ANSWERS A     *
003810*    REFUSED QUERY; AUTHCHK HAS ALREADY LOGGED IT.              *
003820***************************************************************
003830 C050-CHECK-AUTHORIZATION.
003840     MOVE 'BMPQUERY' TO ATH-PROGRAM-ID.
003850     MOVE EL-RUN-ID TO ATH-RUN-ID.
003860     MOVE ASKING-TERMINAL-ID TO ATH-TERMINAL-ID.
003870     MOVE IOPCB-USERID TO ATH-USERID.
003880     SET ATH-COMMAND-REQUEST TO TRUE.
003890     MOVE QUERY-TEXT (1:8) TO ATH-COMMAND.
003900     INSPECT ATH-COMMAND
003910         REPLACING CHARACTERS BY SPACE AFTER INITIAL SPACE.
003920     MOVE SPACE TO ATH-ROUTE-CLASS.
003930     MOVE QUERY-TEXT TO ATH-REQUEST-TEXT.
003940     CALL 'AUTHCHK' USING AUTHCHK-PARM.
003950*
003960 C060-REFUSE-THIS-QUERY.
003970     MOVE SPACES TO REPLY-LINE-GROUP.
003980     MOVE 'NOT AUTHORIZED - COMMAND' TO REPLY-LINE-1.
003990     MOVE ATH-COMMAND TO REPLY-LINE-1 (26:8).
004000     MOVE 'REFUSED FOR LTERM' TO REPLY-LINE-1 (35:17).
004010     MOVE ASKING-TERMINAL-ID TO REPLY-LINE-1 (53:8).
004020     MOVE 'THE ATTEMPT HAS BEEN LOGGED FOR THE SECURITY EXCEPTION'
004030         TO REPLY-LINE-2.
004040     MOVE 'REPORT - SEE THE DATA-CENTER MANAGER FOR ACCESS'
004050         TO REPLY-LINE-3.
004060     ADD 1 TO QUERIES-REFUSED-COUNT.
004070     PERFORM D100-DELIVER-REPLY.
