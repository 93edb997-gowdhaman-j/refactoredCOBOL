000190          WAIT IS LEFT FOR A LATER ESCALATION PASS.  THE PSB
000200          USED IS DXT0500P, THE SAME IOPCB/MODIFIABLE
000210          ALTERNATE PCB PAIR BMPCOBOL AND ERLALERT RUN UNDER.
000211          ESCALATION PAUSES WHILE THE PLANNED-MAINTENANCE
000212          CALENDAR (CALL 'MAINTCHK') SHOWS A DECLARED OUTAGE
000213          WINDOW OPEN FOR BMPESCAL OR FOR ALL PROGRAMS - NO
000214          DESK COULD HAVE ANSWERED.  EACH ESCALATION THE PASS
000215          WOULD HAVE SENT IS HELD ON THE SHARED SUPPRESSED-
000216          ITEM FILE (DD UT-S-MAINTSUP, OPENED EXTEND) INSTEAD,
000217          FOR MAINTRPT TO PRINT WHEN THE WINDOW CLOSES.
000218          THE BMP TAKES AN IMS SYMBOLIC CHECKPOINT (CHKP)
000219          EVERY 100 ESCALATION DELIVERIES, OR AS OFTEN AS THE
000220          CONTROL CARD (VALUE CONVERTED BY NUMCONV)
000221              BMPESCAL CKPT-INTERVAL   NNNN
000222          SAYS, AND LOGS EACH CHECKPOINT ID (BESCNNNN) THROUGH
000223          ERRLOG AS AN INFORMATIONAL ENTRY.  RERUN WITH THAT
000224          ID AS CKPTID= ON THE BMP PARM AND XRST RESTORES THE
000225          AUDIT-TRAIL POSITION, THE RESPONSES ALREADY MATCHED,
000226          THE SILENT DESKS AND MESSAGE IN HAND, THE PASS'S RUN
000227          TIME, AND THE SECOND-LINE DESK LAST DELIVERED TO -
000228          DELIVERY RESUMES WITH THE NEXT DESK, AND THE
000229          ESCALATION AUDIT FILE IS OPENED EXTEND TO CONTINUE
000230          THE ABENDED RUN'S DATASET.
000231          EVERY ESCALATION SENT IS ALSO APPENDED TO THE
000232          CUMULATIVE RESPONSE HISTORY (DD UT-S-RSPHIST, COPY
000233          RSPHST0, OPENED EXTEND) - ONE RECORD PER SILENT DESK
000234          NAMED, STAMPED WITH THE MESSAGE'S FIRST DELIVERY - SO
000235          BMPSCORE CAN COUNT HOW OFTEN EACH DESK HAD TO BE
000236          ESCALATED.  A HELD ESCALATION IS RECORDED BY THE PASS
000237          THAT FINALLY SENDS IT.
000238 ENVIRONMENT DIVISION.
000239 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT AUDIT-FILE ASSIGN TO UT-S-AUDIT.
000260     SELECT ACKNOWLEDGMENT-FILE ASSIGN TO UT-S-ACKFILE.
000270     SELECT ESCALATION-LIST-FILE ASSIGN TO UT-S-ESCLST.
000280     SELECT ESCALATION-AUDIT-FILE ASSIGN TO UT-S-ESCAUDT.
000285     SELECT OPTIONAL SUPPRESSED-ITEM-FILE ASSIGN TO UT-S-MAINTSUP.
000287     SELECT OPTIONAL RESPONSE-HISTORY-FILE
000289         ASSIGN TO UT-S-RSPHIST.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  AUDIT-FILE
000830         10  EAU-DATE           PIC 9(6).
000840         10  EAU-TIME           PIC 9(8).
000850     05  EAU-MESSAGE-TEXT       PIC X(800).
000851*
000852***************************************************************
000853*    SUPPRESSED-ITEM-FILE (COPY MAINTSP0) RECEIVES EVERY        *
000854*    ESCALATION HELD BACK WHILE A PLANNED MAINTENANCE WINDOW    *
000855*    IS OPEN.                                                   *
000856***************************************************************
000857 FD  SUPPRESSED-ITEM-FILE
000858     BLOCK CONTAINS 0 RECORDS
000859     RECORD CONTAINS 200 CHARACTERS
000860     LABEL RECORDS ARE OMITTED
000861     DATA RECORD IS SUPPRESSED-ITEM-RECORD.
000862     COPY MAINTSP0.
000863*
000864***************************************************************
000865*    RESPONSE-HISTORY-FILE (COPY RSPHST0) RECEIVES ONE RECORD   *
000866*    PER SILENT DESK ON EVERY ESCALATION SENT.                  *
000867***************************************************************
000868 FD  RESPONSE-HISTORY-FILE
000870     BLOCK CONTAINS 0 RECORDS
000871     RECORD CONTAINS 80 CHARACTERS
000872     LABEL RECORDS ARE OMITTED
000873     DATA RECORD IS RESPONSE-HISTORY-RECORD.
000874     COPY RSPHST0.
000875 WORKING-STORAGE SECTION.
000876 77  FILLER                      PIC X(36)  VALUE
000880     'BMPESCAL WORKING STORAGE BEGINS HERE'.
000890 01  MISCELLANEOUS-STORAGE-AREAS.
000900     05  AUDIT-EOF-SWITCH        PIC X VALUE ' '.
001020     05  UNANSWERED-COUNT        PIC S9(5) COMP-3 VALUE +0.
001025     05  NO-REPLY-ASKED-COUNT    PIC S9(5) COMP-3 VALUE +0.
001030     05  ESCALATIONS-SENT-COUNT  PIC S9(5) COMP-3 VALUE +0.
001035     05  ESCALATIONS-HELD-COUNT  PIC S9(5) COMP-3 VALUE +0.
001040*
001050***************************************************************
001060*    WAIT-CONTROL SUPPORTS THE CONFIGURABLE ESCALATION WAIT -   *
001340*    DELIVERY FAILURES ARE LOGGED AS WARNINGS ONLY, THE SAME
001350*    TREATMENT ERLALERT GIVES ITS OWN DELIVERIES.
001360 COPY ERRLOGP.
001361*
001362*    MAINTCHK-PARM (COPY MAINTCHP) IS THE PARAMETER AREA FOR
001363*    CALL 'MAINTCHK' - THE SHOP'S PLANNED-MAINTENANCE CALENDAR
001364*    CHECK, ASKED ONCE AT START WHETHER ESCALATION IS PAUSED.
001365 COPY MAINTCHP.
001366*
001367*    NUMCONV-PARM (COPY NUMCONVP) IS THE PARAMETER AREA FOR
001368*    CALL 'NUMCONV' - THE SHOP'S SHARED NUMERIC CONVERSION
001369*    SUBROUTINE, USED ON THE CKPT-INTERVAL CARD VALUE.
001370 COPY NUMCONVP.
001371*
001372*    IMSCKPT0 CARRIES THE SYMBOLIC CHECKPOINT/RESTART WORK
001373*    AREAS SHARED BY THE BROADCAST BMPS.
001374 COPY IMSCKPT0.
001375 01  ESCALATION-COUNT            PIC S9(4) COMP VALUE +0.
001380***************************************************************
001390*    ESCALATION-TABLE HOLDS THE SECOND-LINE DESKS READ FROM     *
001400*    ESCALATION-LIST-FILE AT A100-INITIALIZE TIME.              *
001730 01  CURRENT-MESSAGE-TEXT        PIC X(800) VALUE SPACES.
001740 01  MESSAGE-OPEN-SWITCH         PIC X VALUE 'N'.
001750     88  MESSAGE-GROUP-OPEN          VALUE 'Y'.
001751*
001752*    MESSAGE-FIRST-DELIVERY HOLDS THE CURRENT MESSAGE'S FIRST
001753*    AUDIT TIMESTAMP FOR ITS RESPONSE-HISTORY RECORDS.  IT IS NOT
001754*    CHECKPOINTED - AN ESCALATION'S HISTORY IS WRITTEN BEFORE ITS
001755*    FIRST DELIVERY, SO A RESTART NEVER NEEDS IT BACK.
001756 01  MESSAGE-FIRST-DELIVERY.
001757     05  MFD-DATE                PIC 9(6) VALUE ZERO.
001758     05  MFD-TIME                PIC 9(8) VALUE ZERO.
001759 01  HISTORY-WRITTEN-COUNT       PIC S9(7) COMP-3 VALUE +0.
001760 01  DELIVERY-TERMINAL-ID        PIC X(8) VALUE SPACES.
001770 01  NAME-LIST-SUB               PIC S9(4) COMP VALUE +0.
001780 01  NAME-LIST-POS               PIC S9(4) COMP VALUE +0.
001980         10  MESSAGE-ORIGINAL-TEXT.
001990             15  MESSAGE-ORIGINAL-LINE OCCURS 8 TIMES
002000                                 PIC X(80).
002001***************************************************************
002002*    CHECKPOINT-SAVE-AREA IS WHAT CHKP SAVES AND XRST RESTORES  *
002003*    - THE SWITCHES AND COUNTERS (DELIVERIES-READ-COUNT IS THE  *
002004*    AUDIT-TRAIL POSITION), THE WAIT CONTROLS WITH THIS PASS'S  *
002005*    RUN TIME, THE ESCALATION, RESPONSE AND SILENT-DESK         *
002006*    TABLES, THE MESSAGE IN HAND, THE ESCALATION BEING          *
002007*    DELIVERED, THE AUDIT RECORD THAT BROKE THE MESSAGE, AND    *
002008*    THE ESCALATION-TABLE ENTRY LAST DELIVERED TO.              *
002009***************************************************************
002010 01  CHECKPOINT-SAVE-AREA.
002011     05  CKS-CHECKPOINT-NUMBER   PIC 9(4).
002012     05  CKS-ESCALATION-SUB      PIC S9(4) COMP.
002013     05  CKS-MISC-AREAS          PIC X(40).
002014     05  CKS-WAIT-CONTROL        PIC X(60).
002015     05  CKS-ESCALATION-COUNT    PIC S9(4) COMP.
002016     05  CKS-ESCALATION-TABLE    PIC X(400).
002017     05  CKS-ACK-TABLE-COUNT     PIC S9(4) COMP.
002018     05  CKS-ACK-TABLE           PIC X(4600).
002019     05  CKS-SILENT-DESK-COUNT   PIC S9(4) COMP.
002020     05  CKS-SILENT-DESK-TABLE   PIC X(400).
002021     05  CKS-CURRENT-MESSAGE     PIC X(800).
002022     05  CKS-MESSAGE-OPEN-SWITCH PIC X.
002023     05  CKS-MESSAGE-AREA        PIC X(804).
002024     05  CKS-AUDIT-RECORD        PIC X(823).
002025 01  IMS-COMMANDS                COPY IMSSFUN0.
002026 01  IMS-STATUS-CODES            COPY IMSSSTA0.
002030 LINKAGE SECTION.
002040 01  IOPCB                   COPY IOPCB.
002050 01  ALTPCB                  COPY ALTPCB.
002110     GOBACK.
002120 A100-INITIALIZE.
002125     MOVE SPACES TO EL-RUN-ID.
002126     MOVE 'BESC' TO CKP-ID-PREFIX.
002127     PERFORM K100-READ-INTERVAL-CARD.
002128     PERFORM K110-RESTART-CHECK.
002130     OPEN INPUT AUDIT-FILE, ACKNOWLEDGMENT-FILE.
002133     IF RESTARTED-FROM-CHECKPOINT
002136         OPEN EXTEND ESCALATION-AUDIT-FILE
002139     ELSE
002142         OPEN OUTPUT ESCALATION-AUDIT-FILE.
002145     OPEN EXTEND SUPPRESSED-ITEM-FILE.
002149     OPEN EXTEND RESPONSE-HISTORY-FILE.
002150     PERFORM A110-LOAD-ESCALATION-TABLE.
002160     PERFORM A130-LOAD-ACK-TABLE.
002170     PERFORM A150-READ-WAIT-CARD.
002200     MOVE RUN-TIME-N TO WORK-TIME.
002210     COMPUTE NOW-HUNDREDTHS = WT-HH * 360000
002220         + WT-MM * 6000 + WT-SS * 100 + WT-TT.
002225     PERFORM A160-CHECK-MAINTENANCE.
002227     IF RESTARTED-FROM-CHECKPOINT
002229         PERFORM K120-RESTORE-POSITION.
002230***************************************************************
002240*    A110-A120 LOAD THE SECOND-LINE DESK LIST.  AN EMPTY LIST   *
002250*    LEAVES NOWHERE TO ESCALATE TO AND IS REFUSED UP FRONT.     *
002880                 MOVE WAIT-CARD-VALUE TO ESCALATE-MINUTES
002890             END-IF
002900     END-IF.
002901*
002902*    A160-CHECK-MAINTENANCE ASKS MAINTCHK WHETHER A PLANNED
002903*    MAINTENANCE WINDOW FOR BMPESCAL (OR ALL PROGRAMS) IS OPEN
002904*    RIGHT NOW - IF SO, THIS WHOLE PASS IS PAUSED AND D200
002905*    HOLDS EACH ESCALATION INSTEAD OF DELIVERING IT.
002906 A160-CHECK-MAINTENANCE.
002907     MOVE 'BMPESCAL' TO MCK-PROGRAM-ID.
002908     COMPUTE MCK-FROM-DATE = 20000000 + RUN-DATE-N.
002909     DIVIDE RUN-TIME-N BY 10000 GIVING MCK-FROM-TIME.
002910     MOVE MCK-FROM-STAMP TO MCK-TO-STAMP.
002911     CALL 'MAINTCHK' USING MAINTCHK-PARM.
002912     IF MCK-IN-MAINTENANCE
002913         DISPLAY 'BMPESCAL ESCALATION PAUSED - MAINTENANCE '
002914             MCK-WINDOW-START ' TO ' MCK-WINDOW-END
002915         DISPLAY 'BMPESCAL ' MCK-REASON.
002916***************************************************************
002920*    B100 WALKS THE PRIOR RUN'S DELIVERIES.  THE AUDIT TRAIL    *
002930*    CARRIES ONE RECORD PER TERMINAL PER MESSAGE, WITH EACH     *
002940*    MESSAGE'S DELIVERIES CONSECUTIVE - A CHANGE OF MESSAGE     *
003050             PERFORM B200-LAST-MESSAGE-BREAK
003060             MOVE AUD-MESSAGE-TEXT TO CURRENT-MESSAGE-TEXT
003070             MOVE 'Y' TO MESSAGE-OPEN-SWITCH
003075             MOVE AUD-TIMESTAMP TO MESSAGE-FIRST-DELIVERY
003080         END-IF
003090         PERFORM C100-JUDGE-ONE-DELIVERY.
003100*
003800             OR NAME-LIST-POS > 57.
003810     MOVE CURRENT-MESSAGE-TEXT(1:640)
003820         TO MESSAGE-ORIGINAL-TEXT.
003825     IF MCK-IN-MAINTENANCE
003830         PERFORM D240-HOLD-ESCALATION
003835     ELSE
003837         PERFORM D250-WRITE-ESCALATION-HISTORY
003839             VARYING NAME-LIST-SUB FROM 1 BY 1
003841                 UNTIL NAME-LIST-SUB > SILENT-DESK-COUNT
003843         ADD 1 TO ESCALATIONS-SENT-COUNT
003845         PERFORM D220-DELIVER-ONE-ESCALATION
003850             VARYING ESC-IX FROM 1 BY 1
003855                 UNTIL ESC-IX > ESCALATION-COUNT.
003870*
003880 D210-NAME-ONE-SILENT-DESK.
003890     MOVE SD-TERMINAL-ID (NAME-LIST-SUB)
004080         PERFORM D230-CHECK-ALTPCB-STATUS.
004090     IF NOT SKIP-THIS-TERMINAL
004100         PERFORM E100-WRITE-ESCALATION-AUDIT.
004105     PERFORM K200-COUNT-DELIVERY.
004110***************************************************************
004120*    D230-CHECK-ALTPCB-STATUS IS PERFORMED AFTER EVERY CBLTDLI  *
004130*    CALL AGAINST THE ALTERNATE PCB - A DOWN DESTINATION OR     *
004360        CALL 'ERRLOG' USING ERRLOG-PARM
004370         SET SKIP-THIS-TERMINAL TO TRUE.
004380*
004381***************************************************************
004382*    D240-HOLD-ESCALATION PUTS A PAUSED ESCALATION ON THE       *
004383*    SUPPRESSED-ITEM FILE WITH THE MAINTENANCE WINDOW THAT      *
004384*    PAUSED IT - THE FIRST LINE OF THE BROADCAST, STAMPED       *
004385*    WITH THIS PASS'S RUN TIME.  A DELIVERY STILL UNANSWERED    *
004386*    IS ESCALATED BY THE FIRST PASS AFTER THE WINDOW CLOSES.    *
004387***************************************************************
004388 D240-HOLD-ESCALATION.
004389     MOVE SPACES TO SUPPRESSED-ITEM-RECORD.
004390     MOVE MCK-WINDOW-START TO MSP-WINDOW-START.
004391     MOVE MCK-WINDOW-END TO MSP-WINDOW-END.
004392     MOVE MCK-WINDOW-PROGRAM-ID TO MSP-WINDOW-PROGRAM-ID.
004393     MOVE MCK-REASON TO MSP-REASON.
004394     MOVE 'BMPESCAL' TO MSP-SOURCE-PROGRAM.
004395     SET MSP-HELD-ESCALATION TO TRUE.
004396     MOVE 'BMPESCAL' TO MSP-ITEM-PROGRAM-ID.
004397     MOVE RUN-DATE-N TO MSP-ITEM-DATE.
004398     MOVE RUN-TIME-N TO MSP-ITEM-TIME.
004400     MOVE MESSAGE-ORIGINAL-LINE (1) TO MSP-ITEM-TEXT.
004401     WRITE SUPPRESSED-ITEM-RECORD.
004402     ADD 1 TO ESCALATIONS-HELD-COUNT.
004403*
004404*    D250 RECORDS ONE SILENT DESK OF AN ESCALATION BEING SENT ON
004405*    THE RESPONSE HISTORY.
004406 D250-WRITE-ESCALATION-HISTORY.
004407     MOVE SPACES TO RESPONSE-HISTORY-RECORD.
004408     MOVE SD-TERMINAL-ID (NAME-LIST-SUB) TO RSH-TERMINAL-ID.
004409     SET RSH-ESCALATION TO TRUE.
004410     MOVE MFD-DATE TO RSH-EVENT-DATE.
004411     MOVE MFD-TIME TO RSH-EVENT-TIME.
004412     SET RSH-ESCALATED TO TRUE.
004413     MOVE ZERO TO RSH-RESPONSE-SECONDS.
004414     MOVE CURRENT-MESSAGE-TEXT (1:40) TO RSH-MESSAGE-KEY.
004415     WRITE RESPONSE-HISTORY-RECORD.
004416     ADD 1 TO HISTORY-WRITTEN-COUNT.
004417*
004418 E100-WRITE-ESCALATION-AUDIT.
004419     MOVE DELIVERY-TERMINAL-ID TO EAU-TERMINAL-ID
004420     ACCEPT EAU-DATE FROM DATE
004421     ACCEPT EAU-TIME FROM TIME
004430     MOVE MESSAGE-LINE-GROUP TO EAU-MESSAGE-TEXT
004440     WRITE ESCALATION-AUDIT-RECORD.
004450*
004460***************************************************************
004470*   K100-K210 TAKE THE IMS SYMBOLIC CHECKPOINTS AND ANSWER A   *
004480*   RESTART.  K100 PULLS THE OPTIONAL CKPT-INTERVAL CARD - A   *
004490*   MISSING CARD, OR ONE WHOSE VALUE IS ZERO OR NOT A NUMBER   *
004500*   NUMCONV ACCEPTS, LEAVES THE BUILT-IN 100 IN PLACE.         *
004510***************************************************************
004520 K100-READ-INTERVAL-CARD.
004530     MOVE 'BMPESCAL' TO CTC-PROGRAM-ID.
004540     MOVE 'CKPT-INTERVAL' TO CTC-PARM-NAME.
004550     CALL 'CTLREAD' USING CTLCARD-PARM.
004560     IF CTC-PARM-FOUND
004570         MOVE 'BMPESCAL' TO NCV-PROGRAM-ID
004580         MOVE CTC-PARM-NAME TO NCV-FIELD-NAME
004590         MOVE SPACES TO NCV-RUN-ID
004600         MOVE CTC-PARM-VALUE TO NCV-INPUT-TEXT
004610         SET NCV-USAGE-ZONED TO TRUE
004620         MOVE 4 TO NCV-INTEGER-DIGITS
004630         MOVE 0 TO NCV-SCALE
004640         SET NCV-UNSIGNED TO TRUE
004650         CALL 'NUMCONV' USING NUMCONV-PARM
004660         IF NCV-CONVERTED
004670             MOVE NCV-RESULT-ZONED TO CKPT-INTERVAL-CARD-VALUE
004680             IF CKPT-INTERVAL-CARD-VALUE NOT = ZERO
004690                 MOVE CKPT-INTERVAL-CARD-VALUE
004700                     TO CHECKPOINT-INTERVAL
004710             END-IF
004720         END-IF.
004730*
004740*    K110-RESTART-CHECK ISSUES THE XRST BEFORE ANY OTHER DL/I
004750*    CALL.  A BLANK I/O AREA COMING BACK IS A NORMAL START; AN
004760*    ID MEANS CHECKPOINT-SAVE-AREA NOW HOLDS THAT CHECKPOINT'S
004770*    POSITION.  A FAILED XRST IS FATAL - THE PASS CANNOT TELL
004780*    WHICH ESCALATIONS HAVE ALREADY GONE OUT.
004790 K110-RESTART-CHECK.
004800     MOVE SPACES TO CHECKPOINT-IO-AREA.
004810     MOVE LENGTH OF CHECKPOINT-SAVE-AREA
004820         TO CHECKPOINT-SAVE-LENGTH.
004830     CALL 'CBLTDLI' USING XRST-FUNCTION-CODE,
004840                          IOPCB,
004850                          CHECKPOINT-IO-LENGTH,
004860                          CHECKPOINT-IO-AREA,
004870                          CHECKPOINT-SAVE-LENGTH,
004880                          CHECKPOINT-SAVE-AREA.
004890     IF IOPCB-STATUS-CODE NOT = SPACES
004900         DISPLAY 'IMS ERROR ON XRST - STATUS = '
004910             IOPCB-STATUS-CODE
004920         MOVE 'BMPESCAL' TO EL-PROGRAM-ID
004930         MOVE 'K110-RESTART-CHECK' TO EL-PARAGRAPH
004940         MOVE 'F' TO EL-SEVERITY
004950         MOVE 'XRST FAILED - RESTART POSITION UNKNOWN'
004960             TO EL-MESSAGE
004970         CALL 'ERRLOG' USING ERRLOG-PARM
004980         CALL 'ILBOABN0'.
004990     IF CHECKPOINT-ID NOT = SPACES
005000         SET RESTARTED-FROM-CHECKPOINT TO TRUE
005010         MOVE CHECKPOINT-ID TO RESTART-CHECKPOINT-ID
005020         DISPLAY 'BMPESCAL RESTARTED FROM CHECKPOINT '
005030             RESTART-CHECKPOINT-ID
005040         MOVE 'RESTARTED FROM CHECKPOINT ID' TO CLT-ACTION
005050         MOVE RESTART-CHECKPOINT-ID TO CLT-CHECKPOINT-ID
005060         MOVE 'BMPESCAL' TO EL-PROGRAM-ID
005070         MOVE 'K110-RESTART-CHECK' TO EL-PARAGRAPH
005080         MOVE 'I' TO EL-SEVERITY
005090         MOVE CHECKPOINT-LOG-TEXT TO EL-MESSAGE
005100         CALL 'ERRLOG' USING ERRLOG-PARM.
005110*
005120***************************************************************
005130*   K120-RESTORE-POSITION PUTS THE SAVED AREAS BACK OVER WHAT  *
005140*   A100 JUST LOADED AND READS PAST THE AUDIT RECORDS THE      *
005150*   ABENDED PASS HAD ALREADY READ.  A CHECKPOINT IS ONLY EVER  *
005160*   TAKEN INSIDE A MESSAGE BREAK, SO THE ESCALATION IN FLIGHT  *
005170*   IS FINISHED FROM THE NEXT DESK, THEN THE REST OF B200 AND  *
005180*   B100 IS DONE FOR THE AUDIT RECORD THAT BROKE THE MESSAGE - *
005190*   UNLESS THE BREAK WAS THE END OF THE TRAIL.                 *
005200***************************************************************
005210 K120-RESTORE-POSITION.
005220     MOVE CKS-MISC-AREAS TO MISCELLANEOUS-STORAGE-AREAS.
005230     MOVE CKS-WAIT-CONTROL TO WAIT-CONTROL.
005240     MOVE CKS-ESCALATION-COUNT TO ESCALATION-COUNT.
005250     MOVE CKS-ESCALATION-TABLE TO ESCALATION-TABLE.
005260     MOVE CKS-ACK-TABLE-COUNT TO ACK-TABLE-COUNT.
005270     MOVE CKS-ACK-TABLE TO ACK-TABLE.
005280     MOVE CKS-SILENT-DESK-COUNT TO SILENT-DESK-COUNT.
005290     MOVE CKS-SILENT-DESK-TABLE TO SILENT-DESK-TABLE.
005300     MOVE CKS-CURRENT-MESSAGE TO CURRENT-MESSAGE-TEXT.
005310     MOVE CKS-MESSAGE-OPEN-SWITCH TO MESSAGE-OPEN-SWITCH.
005320     MOVE CKS-MESSAGE-AREA TO TERMINAL-MESSAGE-AREA.
005330     MOVE CKS-CHECKPOINT-NUMBER TO CHECKPOINT-NUMBER.
005340     PERFORM K130-SKIP-ONE-DELIVERY DELIVERIES-READ-COUNT TIMES.
005350     MOVE CKS-AUDIT-RECORD TO AUDIT-RECORD.
005360     COMPUTE RESTART-RESUME-SUB = CKS-ESCALATION-SUB + 1.
005370     PERFORM D220-DELIVER-ONE-ESCALATION
005380         VARYING ESC-IX FROM RESTART-RESUME-SUB BY 1
005390             UNTIL ESC-IX > ESCALATION-COUNT.
005400     MOVE ZERO TO SILENT-DESK-COUNT.
005410     MOVE 'N' TO MESSAGE-OPEN-SWITCH.
005420     IF NOT END-OF-AUDIT-INPUT
005430         MOVE AUD-MESSAGE-TEXT TO CURRENT-MESSAGE-TEXT
005440         MOVE 'Y' TO MESSAGE-OPEN-SWITCH
005445         MOVE AUD-TIMESTAMP TO MESSAGE-FIRST-DELIVERY
005450         PERFORM C100-JUDGE-ONE-DELIVERY.
005460*
005470 K130-SKIP-ONE-DELIVERY.
005480     READ AUDIT-FILE
005490         AT END MOVE 'E' TO AUDIT-EOF-SWITCH.
005500*
005510*    K200-COUNT-DELIVERY IS PERFORMED AFTER EVERY FINISHED
005520*    DELIVERY, CLEAN OR SKIPPED - EITHER WAY THE PASS HAS MOVED
005530*    PAST THAT DESK.
005540 K200-COUNT-DELIVERY.
005550     ADD 1 TO DELIVERIES-SINCE-CHECKPOINT.
005560     IF DELIVERIES-SINCE-CHECKPOINT NOT < CHECKPOINT-INTERVAL
005570         PERFORM K210-TAKE-CHECKPOINT.
005580*
005590***************************************************************
005600*   K210-TAKE-CHECKPOINT SAVES THE POSITION AND ISSUES THE     *
005610*   CHKP WITH THE NEXT ID IN THE I/O AREA, THEN LOGS THE ID    *
005620*   FOR OPERATIONS.  A FAILED CHKP IS A WARNING - DELIVERY     *
005630*   CARRIES ON AND THE NEXT INTERVAL TRIES AGAIN.              *
005640***************************************************************
005650 K210-TAKE-CHECKPOINT.
005660     ADD 1 TO CHECKPOINT-NUMBER.
005670     MOVE CHECKPOINT-NUMBER TO CKP-ID-NUMBER.
005680     MOVE SPACES TO CHECKPOINT-IO-AREA.
005690     MOVE CHECKPOINT-ID-BUILD TO CHECKPOINT-ID.
005700     MOVE CHECKPOINT-NUMBER TO CKS-CHECKPOINT-NUMBER.
005710     SET CKS-ESCALATION-SUB TO ESC-IX.
005720     MOVE MISCELLANEOUS-STORAGE-AREAS TO CKS-MISC-AREAS.
005730     MOVE WAIT-CONTROL TO CKS-WAIT-CONTROL.
005740     MOVE ESCALATION-COUNT TO CKS-ESCALATION-COUNT.
005750     MOVE ESCALATION-TABLE TO CKS-ESCALATION-TABLE.
005760     MOVE ACK-TABLE-COUNT TO CKS-ACK-TABLE-COUNT.
005770     MOVE ACK-TABLE TO CKS-ACK-TABLE.
005780     MOVE SILENT-DESK-COUNT TO CKS-SILENT-DESK-COUNT.
005790     MOVE SILENT-DESK-TABLE TO CKS-SILENT-DESK-TABLE.
005800     MOVE CURRENT-MESSAGE-TEXT TO CKS-CURRENT-MESSAGE.
005810     MOVE MESSAGE-OPEN-SWITCH TO CKS-MESSAGE-OPEN-SWITCH.
005820     MOVE TERMINAL-MESSAGE-AREA TO CKS-MESSAGE-AREA.
005830     MOVE AUDIT-RECORD TO CKS-AUDIT-RECORD.
005840     CALL 'CBLTDLI' USING CHKP-FUNCTION-CODE,
005850                          IOPCB,
005860                          CHECKPOINT-IO-LENGTH,
005870                          CHECKPOINT-IO-AREA,
005880                          CHECKPOINT-SAVE-LENGTH,
005890                          CHECKPOINT-SAVE-AREA.
005900     MOVE ZERO TO DELIVERIES-SINCE-CHECKPOINT.
005910     MOVE 'BMPESCAL' TO EL-PROGRAM-ID.
005920     MOVE 'K210-TAKE-CHECKPOINT' TO EL-PARAGRAPH.
005930     IF IOPCB-STATUS-CODE = SPACES OR IOPCB-STATUS-CODE = 'QC'
005940         MOVE 'SYMBOLIC CHECKPOINT TAKEN - ID' TO CLT-ACTION
005950         MOVE CHECKPOINT-ID-BUILD TO CLT-CHECKPOINT-ID
005960         MOVE 'I' TO EL-SEVERITY
005970         MOVE CHECKPOINT-LOG-TEXT TO EL-MESSAGE
005980         CALL 'ERRLOG' USING ERRLOG-PARM
005990     ELSE
006000         DISPLAY 'IMS ERROR ON CHKP - STATUS = '
006010             IOPCB-STATUS-CODE
006020         SUBTRACT 1 FROM CHECKPOINT-NUMBER
006030         MOVE 'W' TO EL-SEVERITY
006040         MOVE 'CHKP FAILED - NO NEW RESTART POINT' TO EL-MESSAGE
006050         CALL 'ERRLOG' USING ERRLOG-PARM.
006060*
006070 Z900-TERMINATE.
006080     DISPLAY 'BMPESCAL DELIVERIES EXAMINED:       '
006090         DELIVERIES-READ-COUNT.
006100     DISPLAY 'BMPESCAL DELIVERIES TOO YOUNG:      '
006110         DELIVERIES-YOUNG-COUNT.
006120     DISPLAY 'BMPESCAL UNANSWERED DELIVERIES:     '
006130         UNANSWERED-COUNT.
006140     DISPLAY 'BMPESCAL NO REPLY ASKED - SKIPPED:  '
006150         NO-REPLY-ASKED-COUNT.
006160     DISPLAY 'BMPESCAL ESCALATION MESSAGES SENT:  '
006170         ESCALATIONS-SENT-COUNT.
006180     DISPLAY 'BMPESCAL HELD FOR MAINTENANCE:      '
006190         ESCALATIONS-HELD-COUNT.
006200     DISPLAY 'BMPESCAL CHECKPOINTS TAKEN THROUGH: '
006210         CHECKPOINT-NUMBER.
006214     DISPLAY 'BMPESCAL RESPONSE HISTORY WRITTEN:  '
006218         HISTORY-WRITTEN-COUNT.
006220     CLOSE AUDIT-FILE, ACKNOWLEDGMENT-FILE,
006225         ESCALATION-AUDIT-FILE, SUPPRESSED-ITEM-FILE,
006230         RESPONSE-HISTORY-FILE.
006240*
006250*    ERRLOG HOLDS THE CENTRAL ERROR LOG OPEN ACROSS CALLS -
006260*    CALL 'ERRLOGC' CLOSES IT CLEANLY NOW THAT ALL LOGGING FOR
006270*    THIS RUN IS DONE.
006280     CALL 'ERRLOGC'.
