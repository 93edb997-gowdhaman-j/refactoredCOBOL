000130          MORNING HAND-OFF.  THE PSB USED IS DXT0500P, WHICH
000140          HAS AN IOPCB AND A MODIFIABLE ALTERNATE PCB
000150          SPECIFIED.
000151          AN ENTRY FROM A PROGRAM THAT THE PLANNED-MAINTENANCE
000152          CALENDAR (CALL 'MAINTCHK') SHOWS IN A DECLARED
000153          OUTAGE WINDOW AT THE MOMENT IT WAS LOGGED IS NOT
000154          SENT TO THE DESKS - IT IS HELD ON THE SHARED
000155          SUPPRESSED-ITEM FILE (DD UT-S-MAINTSUP, OPENED
000156          EXTEND) AND PRINTED BY MAINTRPT ONCE THE WINDOW
000157          CLOSES, SO AN OUTAGE EVERYONE KNEW ABOUT DOES NOT
000158          RING EVERY DESK AND NOTHING IS LOST.
000160          EVERY DELIVERED ALERT CARRIES A FIFTH LINE WITH THE
000162          FIRST OPERATOR ACTION THE ERROR MESSAGE CATALOG
000164          (CALL 'MSGCAT') HOLDS FOR THE ENTRY, SO THE DESK
000166          KNOWS WHAT TO DO BEFORE IT OPENS THE RUNBOOK.
000167          THE BMP TAKES AN IMS SYMBOLIC CHECKPOINT (CHKP)
000168          EVERY 100 TERMINAL DELIVERIES, OR AS OFTEN AS AN
000169          OPERATIONS CONTROL CARD (CALL 'CTLREAD', VALUE
000170          CONVERTED BY NUMCONV) SAYS:
000171              ERLALERT CKPT-INTERVAL   NNNN
000172          AND LOGS EACH CHECKPOINT ID (ERLANNNN) THROUGH
000173          ERRLOG AS AN INFORMATIONAL ENTRY.  RERUN WITH THAT
000174          ID AS CKPTID= ON THE BMP PARM AND XRST RESTORES THE
000175          ALERT-FILE POSITION, THE COLLAPSED ALERT TABLE, THE
000176          TERMINAL TABLE AS THIS RUN HAD IT, AND THE ALERT AND
000177          TERMINAL LAST DELIVERED - DELIVERY RESUMES WITH THE
000178          NEXT TERMINAL, AND THE AUDIT FILE IS OPENED EXTEND
000179          TO CONTINUE THE ABENDED RUN'S DATASET.
000180 ENVIRONMENT DIVISION.
000181 INPUT-OUTPUT SECTION.
000182 FILE-CONTROL.
000190     SELECT FATAL-ALERT-FILE ASSIGN TO UT-S-ERLALRT.
000200     SELECT AUDIT-FILE ASSIGN TO UT-S-AUDIT.
000210     SELECT OPTIONAL SUPPRESSED-ITEM-FILE ASSIGN TO UT-S-MAINTSUP.
000220 DATA DIVISION.
000230 FILE SECTION.
000240 FD  FATAL-ALERT-FILE
000487*    SO THE FLAG IS ALWAYS 'N' HERE.
000488     05  AUD-REPLY-FLAG         PIC X.
000490*
000500***************************************************************
000510*    SUPPRESSED-ITEM-FILE (COPY MAINTSP0) RECEIVES EVERY FATAL  *
000520*    ENTRY HELD BACK BECAUSE ITS PROGRAM WAS IN A PLANNED       *
000530*    MAINTENANCE WINDOW WHEN IT WAS LOGGED.                     *
000540***************************************************************
000550 FD  SUPPRESSED-ITEM-FILE
000560     BLOCK CONTAINS 0 RECORDS
000570     RECORD CONTAINS 200 CHARACTERS
000580     LABEL RECORDS ARE OMITTED
000590     DATA RECORD IS SUPPRESSED-ITEM-RECORD.
000600     COPY MAINTSP0.
000610*
000700 WORKING-STORAGE SECTION.
000710 77  FILLER                      PIC X(36)  VALUE
000720     'ERLALERT WORKING STORAGE BEGINS HERE'.
000790         88 SKIP-THIS-TERMINAL      VALUE 'Y'.
000800     05  ALERTS-READ-COUNT       PIC S9(7) COMP VALUE +0.
000802     05  ALERTS-DELIVERED-COUNT  PIC S9(5) COMP VALUE +0.
000807     05  ALERTS-HELD-COUNT       PIC S9(5) COMP VALUE +0.
000808*
000809*    DELIVERY-PHASE-SWITCH TELLS A CHECKPOINT WHETHER THE RUN
000810*    WAS STILL READING (ONLY OVERFLOW ALERTS GO OUT THEN) OR
000811*    HAD MOVED ON TO DELIVERING THE COLLAPSED ROWS.
000812     05  DELIVERY-PHASE-SWITCH   PIC X VALUE 'R'.
000813         88 DELIVERING-DISTINCT-ALERTS VALUE 'D'.
000814*
000820*    ERRLOG-PARM (COPY ERRLOGP) IS THE PARAMETER AREA FOR
000830*    CALL 'ERRLOG' - THE SHOP'S COMMON ERROR-LOGGING SUBROUTINE.
000840*    DELIVERY FAILURES ARE LOGGED AS WARNINGS ONLY - A FATAL
000880*    FALLS BACK TO THE AFTER-HOURS DESK OTHERWISE.
000883 COPY TRMROUTP.
000886 01  DELIVERY-TIME-RAW           PIC 9(8).
000887*
000888*    MAINTCHK-PARM (COPY MAINTCHP) CARRIES THE CALL TO
000889*    'MAINTCHK', THE SHOP'S PLANNED-MAINTENANCE CALENDAR CHECK,
000890*    ASKED ABOUT EACH FATAL ENTRY'S PROGRAM AT THE MOMENT THE
000891*    ENTRY WAS LOGGED.  THE LOG CARRIES YYMMDD, TAKEN AS 20XX.
000892 COPY MAINTCHP.
000893*
000894*    MSGCAT-PARM (COPY MSGCATP) CARRIES THE CALL TO 'MSGCAT',
000895*    THE SHOP'S ERROR MESSAGE CATALOG LOOKUP, WHICH ANSWERS
000896*    THE FIRST ACTION LINE FOR EACH ALERT.
000897 COPY MSGCATP.
000898*
000899*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
000900*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER,
000901*    USED TO SET THE CHECKPOINT INTERVAL WITHOUT A RECOMPILE.
000902 COPY CTLCARD0.
000903*
000904*    NUMCONV-PARM (COPY NUMCONVP) IS THE PARAMETER AREA FOR
000905*    CALL 'NUMCONV' - THE SHOP'S SHARED NUMERIC CONVERSION
000906*    SUBROUTINE, USED ON THE CKPT-INTERVAL CARD VALUE.
000907 COPY NUMCONVP.
000908*
000909*    IMSCKPT0 CARRIES THE SYMBOLIC CHECKPOINT/RESTART WORK
000910*    AREAS SHARED BY THE BROADCAST BMPS.
000911 COPY IMSCKPT0.
000912 01  DISTINCT-RESUME-ROW         PIC S9(4) COMP VALUE +1.
000913***************************************************************
000914*    DISTINCT-ALERT-TABLE COLLAPSES IDENTICAL FATAL ENTRIES     *
000915*    INTO ONE ROW EACH - THE OCCURRENCE COUNT AND THE FIRST     *
000916*    AND LAST TIMESTAMPS RIDE ON THE ROW AND GO OUT ON THE      *
000917*    DELIVERED MESSAGE.  AN OVERFULL TABLE DELIVERS THE         *
000918*    OVERFLOW ENTRY STRAIGHT THROUGH, UNCOLLAPSED, SO NO        *
000919*    ALERT IS EVER LOST TO THE COLLAPSING.                      *
000920***************************************************************
000921 01  DISTINCT-ALERT-COUNT        PIC S9(4) COMP VALUE +0.
000922 01  DISTINCT-ALERT-TABLE.
000923     05  DISTINCT-ALERT-ENTRY    OCCURS 1 TO 200 TIMES
000924                                 DEPENDING ON DISTINCT-ALERT-COUNT
000925                                 INDEXED BY DA-IX.
000928         10  DA-PROGRAM-ID       PIC X(8).
000931         10  DA-PARAGRAPH        PIC X(30).
000979                                 INDEXED BY TRM-IX.
000982         10  TRM-TERMINAL-ID     PIC X(8).
000990***************************************************************
001000*    EACH DISTINCT FATAL ENTRY IS DELIVERED AS ONE FIVE-LINE    *
001010*    MESSAGE - WHO DIED AND WHEN, IN WHICH PARAGRAPH, THE       *
001015*    LOGGED MESSAGE TEXT, THE OCCURRENCE COUNT WITH THE         *
001020*    FIRST AND LAST TIMESTAMPS, AND THE FIRST CATALOG ACTION -  *
001025*    BUILT IN B110-FORMAT-ALERT-MESSAGE.                        *
001030***************************************************************
001031***************************************************************
001032*    CHECKPOINT-SAVE-AREA IS WHAT CHKP SAVES AND XRST RESTORES  *
001033*    - THE SWITCHES AND COUNTERS (ALERTS-READ-COUNT IS THE      *
001034*    ALERT-FILE POSITION), THE MESSAGE BEING DELIVERED, THE     *
001035*    TERMINAL TABLE AS TRMROUTE ANSWERED IT FOR THIS RUN, THE   *
001036*    COLLAPSED ALERT TABLE, AND THE ROW AND TERMINAL-TABLE      *
001037*    ENTRY LAST DELIVERED.                                      *
001038***************************************************************
001039 01  CHECKPOINT-SAVE-AREA.
001040     05  CKS-CHECKPOINT-NUMBER   PIC 9(4).
001041     05  CKS-TERMINAL-SUB        PIC S9(4) COMP.
001042     05  CKS-DISTINCT-ROW        PIC S9(4) COMP.
001043     05  CKS-MISC-AREAS          PIC X(40).
001044     05  CKS-MESSAGE-AREA        PIC X(404).
001045     05  CKS-TERMINAL-COUNT      PIC S9(4) COMP.
001046     05  CKS-TERMINAL-TABLE      PIC X(400).
001047     05  CKS-DISTINCT-COUNT      PIC S9(4) COMP.
001048     05  CKS-DISTINCT-TABLE      PIC X(29800).
001049 01  TERMINAL-MESSAGE-AREA.
001050     05  MESSAGE-LENG            PIC S9(4) COMP VALUE +404.
001060     05  FILLER                  PIC S9(4) COMP VALUE ZEROS.
001070     05  MESSAGE-LINE-GROUP.
001080         10  MESSAGE-LINE-1.
001238             15  FILLER          PIC X(7) VALUE '  LAST '.
001239             15  MSG-LAST-STAMP  PIC X(14).
001241             15  FILLER          PIC X(20) VALUE SPACES.
001242         10  MESSAGE-LINE-5.
001243             15  FILLER          PIC X(8) VALUE 'ACTION: '.
001244             15  MSG-ACTION      PIC X(70).
001245             15  FILLER          PIC X(2) VALUE SPACES.
001246 01  IMS-COMMANDS                COPY IMSSFUN0.
001250 01  IMS-STATUS-CODES            COPY IMSSSTA0.
001260 LINKAGE SECTION.
001270 01  IOPCB                   COPY IOPCB.
001290 PROCEDURE DIVISION USING IOPCB, ALTPCB.
001300     PERFORM A100-INITIALIZE.
001310     PERFORM B100-MAIN-PROCESS UNTIL END-OF-INPUT.
001311     MOVE 'D' TO DELIVERY-PHASE-SWITCH.
001312     PERFORM B310-DELIVER-ONE-DISTINCT
001315         VARYING DA-IX FROM DISTINCT-RESUME-ROW BY 1
001316             UNTIL DA-IX > DISTINCT-ALERT-COUNT.
001320     PERFORM Z900-TERMINATE.
001330     GOBACK.
001340 A100-INITIALIZE.
001345     MOVE SPACES TO EL-RUN-ID.
001346     MOVE 'ERLA' TO CKP-ID-PREFIX.
001347     PERFORM K100-READ-INTERVAL-CARD.
001348     PERFORM K110-RESTART-CHECK.
001350     OPEN INPUT FATAL-ALERT-FILE.
001353     IF RESTARTED-FROM-CHECKPOINT
001356         OPEN EXTEND AUDIT-FILE
001359     ELSE
001362         OPEN OUTPUT AUDIT-FILE.
001365     OPEN EXTEND SUPPRESSED-ITEM-FILE.
001368     IF RESTARTED-FROM-CHECKPOINT
001371         PERFORM K120-RESTORE-POSITION
001374     ELSE
001377         PERFORM A110-LOAD-TERMINAL-TABLE.
001380***************************************************************
001390*    A110-LOAD-TERMINAL-TABLE ASKS TRMROUTE, THE SHOP-WIDE      *
001400*    TERMINAL DIRECTORY, WHICH DESKS ARE STAFFED AT THIS        *
001740     IF NOT END-OF-INPUT
001750         ADD 1 TO ALERTS-READ-COUNT
001752         PERFORM B120-WRITE-DETAIL-AUDIT
001753         PERFORM B125-CHECK-MAINTENANCE
001754         IF MCK-IN-MAINTENANCE
001755             PERFORM B127-HOLD-ALERT
001756         ELSE
001757             PERFORM B130-COLLAPSE-ONE-ALERT.
001762*
001763*    B120-WRITE-DETAIL-AUDIT PRESERVES THE RAW ENTRY ON THE
001764*    AUDIT TRAIL UNDER THE PSEUDO-TERMINAL '*DETAIL*' BEFORE
001775     WRITE AUDIT-RECORD.
001776*
001777***************************************************************
001778*    B125-CHECK-MAINTENANCE ASKS MAINTCHK WHETHER THE ENTRY'S   *
001779*    PROGRAM WAS INSIDE A PLANNED MAINTENANCE WINDOW WHEN THE   *
001780*    ENTRY WAS LOGGED.  B127-HOLD-ALERT PUTS A HELD ENTRY ON    *
001781*    THE SUPPRESSED-ITEM FILE, WITH ITS WINDOW, IN PLACE OF     *
001782*    DELIVERY - MAINTRPT PRINTS IT WHEN THE WINDOW CLOSES.      *
001783***************************************************************
001784 B125-CHECK-MAINTENANCE.
001785     MOVE ERL-PROGRAM-ID TO MCK-PROGRAM-ID.
001786     COMPUTE MCK-FROM-DATE = 20000000 + ERL-DATE.
001787     DIVIDE ERL-TIME BY 10000 GIVING MCK-FROM-TIME.
001788     MOVE MCK-FROM-STAMP TO MCK-TO-STAMP.
001789     CALL 'MAINTCHK' USING MAINTCHK-PARM.
001790*
001791 B127-HOLD-ALERT.
001792     MOVE SPACES TO SUPPRESSED-ITEM-RECORD.
001793     MOVE MCK-WINDOW-START TO MSP-WINDOW-START.
001794     MOVE MCK-WINDOW-END TO MSP-WINDOW-END.
001795     MOVE MCK-WINDOW-PROGRAM-ID TO MSP-WINDOW-PROGRAM-ID.
001796     MOVE MCK-REASON TO MSP-REASON.
001797     MOVE 'ERLALERT' TO MSP-SOURCE-PROGRAM.
001798     SET MSP-HELD-ALERT TO TRUE.
001799     MOVE ERL-PROGRAM-ID TO MSP-ITEM-PROGRAM-ID.
001800     MOVE ERL-TIMESTAMP TO MSP-ITEM-TIMESTAMP.
001801     MOVE ERL-MESSAGE TO MSP-ITEM-TEXT.
001802     WRITE SUPPRESSED-ITEM-RECORD.
001803     ADD 1 TO ALERTS-HELD-COUNT.
001804*
001805***************************************************************
001806*    B130-COLLAPSE-ONE-ALERT FILES THE ENTRY UNDER ITS          *
001807*    PROGRAM/PARAGRAPH/MESSAGE ROW - A REPEAT BUMPS THE COUNT   *
001808*    AND THE LAST TIMESTAMP.  A FULL TABLE DELIVERS THE ENTRY   *
001809*    STRAIGHT THROUGH, UNCOLLAPSED, RATHER THAN DROP IT.        *
001810***************************************************************
001811 B130-COLLAPSE-ONE-ALERT.
001812     SET DA-IX TO 1.
001813     SEARCH DISTINCT-ALERT-ENTRY
001814         AT END
001815             PERFORM B140-FILE-NEW-DISTINCT-ALERT
001816         WHEN DA-PROGRAM-ID (DA-IX) = ERL-PROGRAM-ID
001817             AND DA-PARAGRAPH (DA-IX) = ERL-PARAGRAPH
001818             AND DA-MESSAGE (DA-IX) = ERL-MESSAGE
001819             ADD 1 TO DA-COUNT (DA-IX)
001820             MOVE ERL-TIMESTAMP TO DA-LAST-TIMESTAMP (DA-IX)
001821     END-SEARCH.
001822*
001823 B140-FILE-NEW-DISTINCT-ALERT.
001824     IF DISTINCT-ALERT-COUNT < 200
001825         ADD 1 TO DISTINCT-ALERT-COUNT
001826         SET DA-IX TO DISTINCT-ALERT-COUNT
001827         MOVE ERL-PROGRAM-ID TO DA-PROGRAM-ID (DA-IX)
001828         MOVE ERL-PARAGRAPH TO DA-PARAGRAPH (DA-IX)
001829         MOVE ERL-MESSAGE TO DA-MESSAGE (DA-IX)
001830         MOVE 1 TO DA-COUNT (DA-IX)
001831         MOVE ERL-TIMESTAMP TO DA-FIRST-TIMESTAMP (DA-IX)
001832         MOVE ERL-TIMESTAMP TO DA-LAST-TIMESTAMP (DA-IX)
001833     ELSE
001834         MOVE 'ERLALERT' TO EL-PROGRAM-ID
001835         MOVE 'B140-FILE-NEW-DISTINCT-ALERT' TO EL-PARAGRAPH
001836         MOVE 'W' TO EL-SEVERITY
001837         MOVE 'DISTINCT-ALERT-TABLE FULL - SENT UNCOLLAPSED'
001838             TO EL-MESSAGE
001839         CALL 'ERRLOG' USING ERRLOG-PARM
001840         PERFORM B110-FORMAT-ALERT-MESSAGE
001841         ADD 1 TO ALERTS-DELIVERED-COUNT
001842         PERFORM D100-INSERT-TO-TERMINAL
001843             VARYING TRM-IX FROM 1 BY 1
001844                 UNTIL TRM-IX > TERMINAL-COUNT.
001845*
001846*    B310-DELIVER-ONE-DISTINCT PUSHES ONE COLLAPSED ROW TO
001847*    EVERY TERMINAL ON THE LIST ONCE THE WHOLE ALERT FILE HAS
001848*    BEEN READ AND COLLAPSED.
001849 B310-DELIVER-ONE-DISTINCT.
001850     MOVE DA-PROGRAM-ID (DA-IX) TO MSG-PROGRAM-ID.
001851     MOVE DA-FIRST-TIMESTAMP (DA-IX) (1:6) TO MSG-DATE.
001852     MOVE DA-FIRST-TIMESTAMP (DA-IX) (7:8) TO MSG-TIME.
001853     MOVE DA-PARAGRAPH (DA-IX) TO MSG-PARAGRAPH.
001854     MOVE DA-MESSAGE (DA-IX) TO MSG-TEXT.
001855     MOVE DA-COUNT (DA-IX) TO MSG-OCCURRENCE-COUNT.
001856     MOVE DA-FIRST-TIMESTAMP (DA-IX) TO MSG-FIRST-STAMP.
001857     MOVE DA-LAST-TIMESTAMP (DA-IX) TO MSG-LAST-STAMP.
001858     PERFORM B150-ADD-CATALOG-ACTION.
001859     ADD 1 TO ALERTS-DELIVERED-COUNT.
001860     PERFORM D100-INSERT-TO-TERMINAL
001861         VARYING TRM-IX FROM 1 BY 1
001862             UNTIL TRM-IX > TERMINAL-COUNT.
001863***************************************************************
001864*    B110-FORMAT-ALERT-MESSAGE TURNS THE 147-BYTE LOG ENTRY     *
001865*    STILL IN THE FILE AREA INTO THE OPERATOR MESSAGE - THE     *
001866*    UNCOLLAPSED FALLBACK PATH FOR A FULL DISTINCT TABLE.       *
001867***************************************************************
001868 B110-FORMAT-ALERT-MESSAGE.
001869     MOVE ERL-PROGRAM-ID TO MSG-PROGRAM-ID.
001870     MOVE ERL-DATE TO MSG-DATE.
001880     MOVE ERL-TIME TO MSG-TIME.
001890     MOVE ERL-PARAGRAPH TO MSG-PARAGRAPH.
001902     MOVE 1 TO MSG-OCCURRENCE-COUNT.
001904     MOVE ERL-TIMESTAMP TO MSG-FIRST-STAMP.
001906     MOVE ERL-TIMESTAMP TO MSG-LAST-STAMP.
001907     PERFORM B150-ADD-CATALOG-ACTION.
001908***************************************************************
001909*    B150-ADD-CATALOG-ACTION ASKS MSGCAT FOR THE ALERT'S        *
001910*    CATALOG ENTRY AND PUTS ITS FIRST ACTION LINE ON THE FIFTH  *
001911*    LINE OF THE MESSAGE.  AN UNCATALOGED MESSAGE SAYS SO, SO   *
001912*    THE DESK GOES STRAIGHT TO THE ON-CALL ANALYST.             *
001913***************************************************************
001914 B150-ADD-CATALOG-ACTION.
001915     MOVE MSG-PROGRAM-ID TO MCP-PROGRAM-ID.
001916     MOVE MSG-PARAGRAPH TO MCP-PARAGRAPH.
001917     MOVE MSG-TEXT TO MCP-MESSAGE.
001918     CALL 'MSGCAT' USING MSGCAT-PARM.
001919     IF MCP-CATALOGED
001920         AND MCP-ACTION-COUNT > ZERO
001921         MOVE MCP-ACTION-LINE (1) TO MSG-ACTION
001922     ELSE
001923         MOVE 'NOT IN MESSAGE CATALOG - CALL THE ON-CALL ANALYST'
001924             TO MSG-ACTION.
001925 D100-INSERT-TO-TERMINAL.
001926     MOVE 'N' TO TERMINAL-SKIP-SWITCH.
001930     CALL 'CBLTDLI' USING CHNG-FUNCTION-CODE,
001940                          ALTPCB,
001950                          TRM-TERMINAL-ID (TRM-IX).
002050         PERFORM D110-CHECK-ALTPCB-STATUS.
002060     IF NOT SKIP-THIS-TERMINAL
002070         PERFORM E100-WRITE-AUDIT-RECORD.
002075     PERFORM K200-COUNT-DELIVERY.
002080***************************************************************
002090*    D110-CHECK-ALTPCB-STATUS IS PERFORMED AFTER EVERY CBLTDLI  *
002100*    CALL AGAINST THE ALTERNATE PCB - A DOWN DESTINATION OR     *
002450     MOVE MESSAGE-LINE-GROUP TO AUD-MESSAGE-TEXT
002455     MOVE 'N' TO AUD-REPLY-FLAG
002460     WRITE AUDIT-RECORD.
002470***************************************************************
002480*   K100-K220 TAKE THE IMS SYMBOLIC CHECKPOINTS AND ANSWER A   *
002490*   RESTART.  K100 PULLS THE OPTIONAL CKPT-INTERVAL CARD - A   *
002500*   MISSING CARD, OR ONE WHOSE VALUE IS ZERO OR NOT A NUMBER   *
002510*   NUMCONV ACCEPTS, LEAVES THE BUILT-IN 100 IN PLACE.         *
002520***************************************************************
002530 K100-READ-INTERVAL-CARD.
002540     MOVE 'ERLALERT' TO CTC-PROGRAM-ID.
002550     MOVE 'CKPT-INTERVAL' TO CTC-PARM-NAME.
002560     CALL 'CTLREAD' USING CTLCARD-PARM.
002570     IF CTC-PARM-FOUND
002580         MOVE 'ERLALERT' TO NCV-PROGRAM-ID
002590         MOVE CTC-PARM-NAME TO NCV-FIELD-NAME
002600         MOVE SPACES TO NCV-RUN-ID
002610         MOVE CTC-PARM-VALUE TO NCV-INPUT-TEXT
002620         SET NCV-USAGE-ZONED TO TRUE
002630         MOVE 4 TO NCV-INTEGER-DIGITS
002640         MOVE 0 TO NCV-SCALE
002650         SET NCV-UNSIGNED TO TRUE
002660         CALL 'NUMCONV' USING NUMCONV-PARM
002670         IF NCV-CONVERTED
002680             MOVE NCV-RESULT-ZONED TO CKPT-INTERVAL-CARD-VALUE
002690             IF CKPT-INTERVAL-CARD-VALUE NOT = ZERO
002700                 MOVE CKPT-INTERVAL-CARD-VALUE
002710                     TO CHECKPOINT-INTERVAL
002720             END-IF
002730         END-IF.
002740*
002750*    K110-RESTART-CHECK ISSUES THE XRST BEFORE ANY OTHER DL/I
002760*    CALL.  A BLANK I/O AREA COMING BACK IS A NORMAL START; AN
002770*    ID MEANS CHECKPOINT-SAVE-AREA NOW HOLDS THAT CHECKPOINT'S
002780*    POSITION.  A FAILED XRST STOPS THE RUN, LOGGED AS AN ERROR
002790*    RATHER THAN A FATAL SO THIS PROGRAM IS NOT FED ITS OWN
002800*    OUTPUT.
002810 K110-RESTART-CHECK.
002820     MOVE SPACES TO CHECKPOINT-IO-AREA.
002830     MOVE LENGTH OF CHECKPOINT-SAVE-AREA
002840         TO CHECKPOINT-SAVE-LENGTH.
002850     CALL 'CBLTDLI' USING XRST-FUNCTION-CODE,
002860                          IOPCB,
002870                          CHECKPOINT-IO-LENGTH,
002880                          CHECKPOINT-IO-AREA,
002890                          CHECKPOINT-SAVE-LENGTH,
002900                          CHECKPOINT-SAVE-AREA.
002910     IF IOPCB-STATUS-CODE NOT = SPACES
002920         DISPLAY 'IMS ERROR ON XRST - STATUS = '
002930             IOPCB-STATUS-CODE
002940         MOVE 'ERLALERT' TO EL-PROGRAM-ID
002950         MOVE 'K110-RESTART-CHECK' TO EL-PARAGRAPH
002960         MOVE 'E' TO EL-SEVERITY
002970         MOVE 'XRST FAILED - RESTART POSITION UNKNOWN'
002980             TO EL-MESSAGE
002990         CALL 'ERRLOG' USING ERRLOG-PARM
003000         CALL 'ILBOABN0'.
003010     IF CHECKPOINT-ID NOT = SPACES
003020         SET RESTARTED-FROM-CHECKPOINT TO TRUE
003030         MOVE CHECKPOINT-ID TO RESTART-CHECKPOINT-ID
003040         DISPLAY 'ERLALERT RESTARTED FROM CHECKPOINT '
003050             RESTART-CHECKPOINT-ID
003060         MOVE 'RESTARTED FROM CHECKPOINT ID' TO CLT-ACTION
003070         MOVE RESTART-CHECKPOINT-ID TO CLT-CHECKPOINT-ID
003080         MOVE 'ERLALERT' TO EL-PROGRAM-ID
003090         MOVE 'K110-RESTART-CHECK' TO EL-PARAGRAPH
003100         MOVE 'I' TO EL-SEVERITY
003110         MOVE CHECKPOINT-LOG-TEXT TO EL-MESSAGE
003120         CALL 'ERRLOG' USING ERRLOG-PARM.
003130*
003140*    K120-RESTORE-POSITION PUTS THE SAVED AREAS BACK, READS PAST
003150*    THE ALERTS THE ABENDED RUN HAD ALREADY READ, AND FINISHES
003160*    THE ALERT IT WAS DELIVERING WHEN THE CHECKPOINT WAS TAKEN.
003170*    A CHECKPOINT TAKEN AMONG THE COLLAPSED ROWS RESUMES THE ROW
003180*    LOOP AT THE ROW AFTER IT.
003190 K120-RESTORE-POSITION.
003200     MOVE CKS-MISC-AREAS TO MISCELLANEOUS-STORAGE-AREAS.
003210     MOVE CKS-MESSAGE-AREA TO TERMINAL-MESSAGE-AREA.
003220     MOVE CKS-TERMINAL-COUNT TO TERMINAL-COUNT.
003230     MOVE CKS-TERMINAL-TABLE TO TERMINAL-TABLE.
003240     MOVE CKS-DISTINCT-COUNT TO DISTINCT-ALERT-COUNT.
003250     MOVE CKS-DISTINCT-TABLE TO DISTINCT-ALERT-TABLE.
003260     MOVE CKS-CHECKPOINT-NUMBER TO CHECKPOINT-NUMBER.
003270     PERFORM K130-SKIP-ONE-ALERT ALERTS-READ-COUNT TIMES.
003280     COMPUTE RESTART-RESUME-SUB = CKS-TERMINAL-SUB + 1.
003290     PERFORM D100-INSERT-TO-TERMINAL
003300         VARYING TRM-IX FROM RESTART-RESUME-SUB BY 1
003310             UNTIL TRM-IX > TERMINAL-COUNT.
003320     IF DELIVERING-DISTINCT-ALERTS
003330         COMPUTE DISTINCT-RESUME-ROW = CKS-DISTINCT-ROW + 1.
003340*
003350 K130-SKIP-ONE-ALERT.
003360     READ FATAL-ALERT-FILE
003370         AT END MOVE 'E' TO EOF-SWITCH.
003380*
003390*    K200-COUNT-DELIVERY IS PERFORMED AFTER EVERY FINISHED
003400*    DELIVERY, CLEAN OR SKIPPED - EITHER WAY THE RUN HAS MOVED
003410*    PAST THAT TERMINAL.
003420 K200-COUNT-DELIVERY.
003430     ADD 1 TO DELIVERIES-SINCE-CHECKPOINT.
003440     IF DELIVERIES-SINCE-CHECKPOINT NOT < CHECKPOINT-INTERVAL
003450         PERFORM K210-TAKE-CHECKPOINT.
003460*
003470***************************************************************
003480*   K210-TAKE-CHECKPOINT SAVES THE POSITION AND ISSUES THE     *
003490*   CHKP WITH THE NEXT ID IN THE I/O AREA, THEN LOGS THE ID    *
003500*   FOR OPERATIONS.  A FAILED CHKP IS A WARNING - DELIVERY     *
003510*   CARRIES ON AND THE NEXT INTERVAL TRIES AGAIN.              *
003520***************************************************************
003530 K210-TAKE-CHECKPOINT.
003540     ADD 1 TO CHECKPOINT-NUMBER.
003550     MOVE CHECKPOINT-NUMBER TO CKP-ID-NUMBER.
003560     MOVE SPACES TO CHECKPOINT-IO-AREA.
003570     MOVE CHECKPOINT-ID-BUILD TO CHECKPOINT-ID.
003580     MOVE CHECKPOINT-NUMBER TO CKS-CHECKPOINT-NUMBER.
003590     SET CKS-TERMINAL-SUB TO TRM-IX.
003600     SET CKS-DISTINCT-ROW TO DA-IX.
003610     MOVE MISCELLANEOUS-STORAGE-AREAS TO CKS-MISC-AREAS.
003620     MOVE TERMINAL-MESSAGE-AREA TO CKS-MESSAGE-AREA.
003630     MOVE TERMINAL-COUNT TO CKS-TERMINAL-COUNT.
003640     MOVE TERMINAL-TABLE TO CKS-TERMINAL-TABLE.
003650     MOVE DISTINCT-ALERT-COUNT TO CKS-DISTINCT-COUNT.
003660     MOVE DISTINCT-ALERT-TABLE TO CKS-DISTINCT-TABLE.
003670     CALL 'CBLTDLI' USING CHKP-FUNCTION-CODE,
003680                          IOPCB,
003690                          CHECKPOINT-IO-LENGTH,
003700                          CHECKPOINT-IO-AREA,
003710                          CHECKPOINT-SAVE-LENGTH,
003720                          CHECKPOINT-SAVE-AREA.
003730     MOVE ZERO TO DELIVERIES-SINCE-CHECKPOINT.
003740     MOVE 'ERLALERT' TO EL-PROGRAM-ID.
003750     MOVE 'K210-TAKE-CHECKPOINT' TO EL-PARAGRAPH.
003760     IF IOPCB-STATUS-CODE = SPACES OR IOPCB-STATUS-CODE = 'QC'
003770         MOVE 'SYMBOLIC CHECKPOINT TAKEN - ID' TO CLT-ACTION
003780         MOVE CHECKPOINT-ID-BUILD TO CLT-CHECKPOINT-ID
003790         MOVE 'I' TO EL-SEVERITY
003800         MOVE CHECKPOINT-LOG-TEXT TO EL-MESSAGE
003810         CALL 'ERRLOG' USING ERRLOG-PARM
003820     ELSE
003830         DISPLAY 'IMS ERROR ON CHKP - STATUS = '
003840             IOPCB-STATUS-CODE
003850         SUBTRACT 1 FROM CHECKPOINT-NUMBER
003860         MOVE 'W' TO EL-SEVERITY
003870         MOVE 'CHKP FAILED - NO NEW RESTART POINT' TO EL-MESSAGE
003880         CALL 'ERRLOG' USING ERRLOG-PARM.
003890 Z900-TERMINATE.
003900     DISPLAY 'ERLALERT FATAL ENTRIES READ:      '
003910         ALERTS-READ-COUNT.
003920     DISPLAY 'ERLALERT DISTINCT ALERTS:         '
003930         DISTINCT-ALERT-COUNT.
003940     DISPLAY 'ERLALERT ALERT MESSAGES DELIVERED:'
003950         ALERTS-DELIVERED-COUNT.
003960     DISPLAY 'ERLALERT HELD FOR MAINTENANCE:    '
003970         ALERTS-HELD-COUNT.
003980     DISPLAY 'ERLALERT CHECKPOINTS TAKEN THROUGH:'
003990         CHECKPOINT-NUMBER.
004000     CLOSE FATAL-ALERT-FILE, SUPPRESSED-ITEM-FILE.
004010     CLOSE AUDIT-FILE.
004020*
004030*    ERRLOG HOLDS THE CENTRAL ERROR LOG OPEN ACROSS CALLS -
004040*    CALL 'ERRLOGC' CLOSES IT CLEANLY NOW THAT ALL LOGGING FOR
004050*    THIS RUN IS DONE.
004060     CALL 'ERRLOGC'.
