000240*    PLAIN BATCH SCHEDULING THE DRAIN RUNS BEFORE ANY HUMAN
000250*    CAN HAVE REPLIED AND RECORDS NOTHING.  A DECK WITH NO
000260*    HEADER CARDS BEHAVES EXACTLY AS BEFORE.
000261*
000262*    A RESPONSE IS RECORDED ONLY WHEN THE SENDING LTERM OR ITS
000263*    SIGNED-ON USER MAY ACKNOWLEDGE THE MESSAGE'S ROUTING CLASS
000264*    - THE SHARED AUTHORIZATION CHECK (CALL 'AUTHCHK', DD
000265*    UT-S-AUTHFILE) DECIDES.  ANY OTHER RESPONSE IS LEFT OFF
000266*    THE ACKNOWLEDGMENT FILE AND ANSWERED WITH A REFUSAL, AND
000267*    AUTHCHK LOGS IT THROUGH ERRLOG AS A WARNING AND APPENDS IT
000268*    TO THE SECURITY EXCEPTION FILE FOR SECRPT'S DAILY REPORT.
000269*    WITH NO AUTHORIZATION FILE EVERY RESPONSE IS RECORDED AS
000270*    BEFORE.
000271*
000272*    THE BMP TAKES AN IMS SYMBOLIC CHECKPOINT (CHKP) EVERY
000273*    100 DELIVERIES, OR AS OFTEN AS AN OPERATIONS CONTROL CARD
000274*    (CALL 'CTLREAD', VALUE CONVERTED BY NUMCONV) SAYS:
000275*        BMPCOBOL CKPT-INTERVAL   NNNN
000276*    EACH CHECKPOINT ID (BMPCNNNN) IS LOGGED THROUGH ERRLOG AS
000277*    AN INFORMATIONAL ENTRY.  TO RESTART AFTER AN ABEND, RERUN
000278*    WITH THAT ID AS CKPTID= ON THE BMP PARM - XRST HANDS BACK
000279*    THE SAVED POSITION (CARDS READ FROM THE DECK, OR RECORDS
000280*    FROM THE RETRY FILE IN A REDRIVE RUN), THE SEGMENT IN
000281*    FLIGHT WITH ITS CONTROLS, THE TERMINAL TABLE AS THIS RUN
000282*    HAD IT, AND THE LAST TERMINAL THE SEGMENT WENT TO, AND
000283*    DELIVERY RESUMES WITH THE NEXT TERMINAL.  THE AUDIT AND
000284*    ACKNOWLEDGMENT FILES ARE OPENED EXTEND ON A RESTART SO
000285*    THEY CONTINUE THE ABENDED RUN'S DATASETS.  THE SEQUENTIAL
000286*    FILES ARE NOT BACKED OUT WITH THE MESSAGES, SO A DELIVERY
000287*    MADE AFTER THE LAST CHECKPOINT CAN SHOW TWICE ON THE AUDIT
000288*    TRAIL - THE BACKED-OUT SEND AND THE REDELIVERY.
000289 ENVIRONMENT DIVISION.                                                    
000290 INPUT-OUTPUT SECTION.                                                    
000291 FILE-CONTROL.                                                            
000300     SELECT MESSAGE-FILE ASSIGN TO UT-S-READER1.
000310     SELECT AUDIT-FILE ASSIGN TO UT-S-AUDIT.
000330     SELECT ACKNOWLEDGMENT-FILE ASSIGN TO UT-S-ACKFILE.
001461     05  ACK-QUEUE-SWITCH        PIC X VALUE 'N'.
001465         88 ACK-QUEUE-DRAINED       VALUE 'Y'.
001469     05  ACK-COUNT               PIC S9(4) COMP VALUE +0.
001472     05  ACKS-REFUSED-COUNT      PIC S9(4) COMP VALUE +0.
001473     05  RUN-MODE-SWITCH         PIC X VALUE 'N'.
001477        88 REDRIVE-MODE            VALUE 'Y'.
001481     05  RETRY-IN-SWITCH         PIC X VALUE 'N'.
001589     05  PRIOR-FOUND-SWITCH      PIC X VALUE 'N'.
001593        88 ALREADY-DELIVERED       VALUE 'Y'.
001597     05  RERUN-SKIPPED-COUNT     PIC S9(4) COMP VALUE +0.
001601*
001605*    CARDS-READ-COUNT AND RETRY-READ-COUNT ARE THE INPUT
001609*    POSITION A CHECKPOINT SAVES - A RESTART READS PAST THAT
001613*    MANY RECORDS BEFORE CARRYING ON.
001617     05  CARDS-READ-COUNT        PIC S9(7) COMP VALUE +0.
001621     05  RETRY-READ-COUNT        PIC S9(7) COMP VALUE +0.
001625 01  DELIVERY-TERMINAL-ID        PIC X(8) VALUE SPACES.
001628***************************************************************
001630*   SUBSTITUTION SUPPORT - A '$$$VAL' CARD DIRECTLY BEHIND A   *
001640*   '$$$MSG' HEADER CARRIES UP TO FIVE 14-BYTE VALUES STARTING *
001943*    CARRIES ITS ROUTING CLASS FOR THE PER-MESSAGE CLASS
001946*    FILTER ON THE '$$$MSG' HEADER.
001949 COPY TRMROUTP.
001950*
001951*    NUMCONV-PARM (COPY NUMCONVP) IS THE PARAMETER AREA FOR
001952*    CALL 'NUMCONV' - THE SHOP'S SHARED NUMERIC CONVERSION
001953*    SUBROUTINE, USED ON THE CKPT-INTERVAL CARD VALUE.
001954 COPY NUMCONVP.
001955*
001956*    IMSCKPT0 CARRIES THE SYMBOLIC CHECKPOINT/RESTART WORK
001957*    AREAS SHARED BY THE BROADCAST BMPS.
001958 COPY IMSCKPT0.
001959***************************************************************
001960*    CHECKPOINT-SAVE-AREA IS WHAT CHKP SAVES AND XRST RESTORES  *
001961*    - THE SWITCHES, COUNTERS, INPUT POSITION AND MESSAGE       *
001962*    CONTROLS, THE SUBSTITUTION VALUES, THE LOOKAHEAD CARD,     *
001963*    THE SEGMENT BEING DELIVERED, THE TERMINAL TABLE AS         *
001964*    TRMROUTE ANSWERED IT FOR THIS RUN, AND THE LAST            *
001965*    TERMINAL-TABLE ENTRY THE SEGMENT WENT TO.                  *
001966***************************************************************
001967 01  CHECKPOINT-SAVE-AREA.
001968     05  CKS-CHECKPOINT-NUMBER   PIC 9(4).
001969     05  CKS-TERMINAL-SUB        PIC S9(4) COMP.
001970     05  CKS-MISC-AREAS          PIC X(120).
001971     05  CKS-SUBSTITUTION-VALUES PIC X(70).
001972     05  CKS-NEXT-MESSAGE-TEXT   PIC X(80).
001973     05  CKS-MESSAGE-AREA        PIC X(804).
001974     05  CKS-TERMINAL-COUNT      PIC S9(4) COMP.
001975     05  CKS-TERMINAL-TABLE      PIC X(450).
001976***************************************************************
001977*    PRIOR-DELIVERY-TABLE HOLDS THE PRIOR RUN'S AUDITED          *
001978*    TERMINAL/MESSAGE COMBINATIONS FOR THE RERUN CHECK IN       *
001979*    D095-CHECK-PRIOR-DELIVERY.  ONE RUN'S TRAIL IS MESSAGES    *
001980*    TIMES TERMINALS - 2000 COVERS A 40-MESSAGE BROADCAST TO    *
001981*    THE FULL 50-DESK TERMINAL-TABLE.  AN OVERFULL TABLE STOPS  *
001982*    LOADING WITH A WARNING - THE OVERFLOW DELIVERIES WOULD     *
001983*    SIMPLY REPEAT, WHICH IS THE OLD BEHAVIOR, NOT A LOSS.      *
001984***************************************************************
001985***************************************************************
001986*    TEMPLATE-TABLE HOLDS THE CATALOG'S TEMPLATE LINES, LOADED  *
001987*    ONCE AT A100-INITIALIZE TIME.  A TEMPLATE'S LINES ARE ITS  *
001988*    CARDS IN FILE ORDER, UP TO THE TEN-LINE SEGMENT LIMIT.     *
001989***************************************************************
001990 01  TEMPLATE-COUNT              PIC S9(4) COMP VALUE +0.
001991 01  TEMPLATE-TABLE.
001994     05  TEMPLATE-TABLE-ENTRY    OCCURS 1 TO 200 TIMES
001997                                 DEPENDING ON TEMPLATE-COUNT
002290     05  RESPONSE-LENG           PIC S9(4) COMP VALUE +84.
002300     05  FILLER                  PIC S9(4) COMP VALUE ZEROS.
002310     05  RESPONSE-TEXT           PIC X(80).
002311***************************************************************
002312*    REFUSAL-MESSAGE-AREA IS THE ANSWER SENT BACK TO AN LTERM   *
002313*    WHOSE RESPONSE WAS NOT RECORDED BECAUSE NEITHER IT NOR ITS *
002314*    USER MAY ACKNOWLEDGE THE MESSAGE'S ROUTING CLASS.          *
002315***************************************************************
002316 01  REFUSAL-TERMINAL-ID         PIC X(8) VALUE SPACES.
002317 01  REFUSAL-MESSAGE-AREA.
002318     05  REFUSAL-LENG            PIC S9(4) COMP VALUE +164.
002319     05  FILLER                  PIC S9(4) COMP VALUE ZEROS.
002320     05  REFUSAL-LINE-1.
002321         10  FILLER              PIC X(35) VALUE
002322             'ACKNOWLEDGMENT NOT RECORDED - LTERM'.
002323         10  FILLER              PIC X VALUE SPACE.
002324         10  RFL-TERMINAL-ID     PIC X(8).
002325         10  FILLER              PIC X(33) VALUE
002326             ' NOT AUTHORIZED FOR ROUTE CLASS '.
002327         10  RFL-ROUTE-CLASS     PIC X.
002328         10  FILLER              PIC X(2) VALUE SPACES.
002329     05  REFUSAL-LINE-2          PIC X(80) VALUE
002331         'THE ATTEMPT HAS BEEN LOGGED FOR THE SECURITY REPORT'.
002332*
002333*    AUTHCHK-PARM (COPY AUTHCHKP) IS THE PARAMETER AREA FOR
002334*    CALL 'AUTHCHK' - THE SHOP'S SHARED AUTHORIZATION CHECK.
002335 COPY AUTHCHKP.
002336 01  IMS-COMMANDS                COPY IMSSFUN0.
002337 01  IMS-STATUS-CODES            COPY IMSSSTA0.                           
002340 LINKAGE SECTION.                                                         
002350 01  IOPCB                   COPY IOPCB.                                  
002360 01  ALTPCB                  COPY ALTPCB.                                 
002400         PERFORM B500-REDRIVE-ONE-RETRY
002410             UNTIL END-OF-RETRY-INPUT
002420     ELSE
002425         PERFORM B190-FINISH-RESTART-SEGMENT
002430         PERFORM B100-MAIN-PROCESS UNTIL END-OF-INPUT.
002440     PERFORM Z900-TERMINATE.
002450     GOBACK.
002460 A100-INITIALIZE.
002465     MOVE SPACES TO EL-RUN-ID.
002470     PERFORM A130-READ-RUN-MODE-CARD.
002472     MOVE 'BMPC' TO CKP-ID-PREFIX.
002474     PERFORM K100-READ-INTERVAL-CARD.
002476     PERFORM K110-RESTART-CHECK.
002478     IF RESTARTED-FROM-CHECKPOINT
002480         OPEN EXTEND AUDIT-FILE, ACKNOWLEDGMENT-FILE
002482     ELSE
002484         OPEN OUTPUT AUDIT-FILE, ACKNOWLEDGMENT-FILE.
002490     OPEN EXTEND RETRY-OUT-FILE, HOLD-FILE.
002500     IF REDRIVE-MODE
002510         OPEN INPUT RETRY-IN-FILE
002520     ELSE
002530         OPEN INPUT MESSAGE-FILE
002534         IF NOT RESTARTED-FROM-CHECKPOINT
002538             PERFORM A110-LOAD-TERMINAL-TABLE
002542         END-IF
002545         PERFORM A140-LOAD-PRIOR-AUDIT
002547         PERFORM A160-LOAD-TEMPLATE-TABLE
002548         IF NOT RESTARTED-FROM-CHECKPOINT
002549             PERFORM C110-READ-AHEAD.
002550     IF RESTARTED-FROM-CHECKPOINT
002551         PERFORM K120-RESTORE-POSITION.
002552*
002553*    A130-READ-RUN-MODE-CARD PULLS THE OPTIONAL RUN-MODE CARD -
002554*    ANYTHING OTHER THAN 'REDRIVE' (INCLUDING NO CARD AT ALL)
002555*    LEAVES THE NORMAL BROADCAST MODE IN FORCE.
002556 A130-READ-RUN-MODE-CARD.
002557     MOVE 'BMPCOBOL' TO CTC-PROGRAM-ID.
002558     MOVE 'RUN-MODE' TO CTC-PARM-NAME.
002559     CALL 'CTLREAD' USING CTLCARD-PARM.
002560     IF CTC-PARM-FOUND
002561        AND CTC-PARM-VALUE(1:7) = 'REDRIVE'
002562        MOVE 'Y' TO RUN-MODE-SWITCH.
002563*
003420                 UNTIL TRM-IX > TERMINAL-COUNT
003430         IF REPLY-REQUESTED
003440             PERFORM F100-PROCESS-ACKNOWLEDGMENTS.
003441*
003442*    B190-FINISH-RESTART-SEGMENT COMPLETES THE SEGMENT A
003443*    CHECKPOINT RESTART LANDED IN - THE TERMINALS AFTER THE LAST
003444*    ONE COMMITTED, THEN THE REPLY DRAIN IF THE MESSAGE ASKED
003445*    FOR ONE.  ON A NORMAL START IT DOES NOTHING.
003446 B190-FINISH-RESTART-SEGMENT.
003447     IF RESTARTED-FROM-CHECKPOINT
003448         AND MESSAGE-LENG > +4
003449         PERFORM D090-DELIVER-ONE-TABLE-TERMINAL
003450             VARYING TRM-IX FROM RESTART-RESUME-SUB BY 1
003451                 UNTIL TRM-IX > TERMINAL-COUNT
003452         IF REPLY-REQUESTED
003453             PERFORM F100-PROCESS-ACKNOWLEDGMENTS.
003454*
003455***************************************************************
003456*    B150-SET-MESSAGE-DISPOSITION JUDGES THE HEADER'S DELIVERY  *
003457*    WINDOW AGAINST THE CLOCK.  AN EXPIRED NOT-AFTER IS          *
003458*    REPORTED ON SYSOUT AND THE CENTRAL ERROR LOG AND THE        *
003459*    MESSAGE IS CONSUMED UNDELIVERED; A NOT-BEFORE STILL IN      *
003460*    THE FUTURE SENDS THE WHOLE MESSAGE TO THE HOLD FILE FOR     *
003461*    A LATER RELEASE RUN.  WHEN BOTH TIMES ARE CODED THE PAIR   *
003462*    IS A DAILY WINDOW THAT COMES ROUND AGAIN, SO OUTSIDE IT    *
003463*    THE MESSAGE IS HELD, NEVER EXPIRED - A 6 AM NOTICE         *
003464*    PREPARED AT 10 PM (NOT-BEFORE 060000, NOT-AFTER 080000)    *
003465*    HOLDS OVERNIGHT FOR THE RELEASE RUN.  A NOT-AFTER BELOW    *
003466*    THE NOT-BEFORE MEANS THE WINDOW CROSSES MIDNIGHT, THE      *
003467*    SAME READING TRMROUTE GIVES AN OVERNIGHT SHIFT.  A         *
003468*    NOT-AFTER CODED ALONE IS A SAME-DAY DEADLINE - PAST IT     *
003469*    THE MESSAGE IS REPORTED EXPIRED, NOT SILENTLY DROPPED.     *
003470*    BLANK OR NON-NUMERIC TIMES LEAVE THE MESSAGE DELIVERING    *
003471*    NOW, EXACTLY AS BEFORE.                                    *
003472***************************************************************
003473 B150-SET-MESSAGE-DISPOSITION.
003474     MOVE 'D' TO MSG-DISPOSITION.
003475     ACCEPT CURRENT-TIME-RAW FROM TIME.
003476     MOVE CURRENT-TIME-RAW(1:6) TO CURRENT-HHMMSS.
003477     IF MSG-NOT-BEFORE NUMERIC AND MSG-NOT-AFTER NUMERIC
003478        IF MSG-NOT-AFTER < MSG-NOT-BEFORE
003479           IF CURRENT-HHMMSS < MSG-NOT-BEFORE
003480              AND CURRENT-HHMMSS > MSG-NOT-AFTER
003481              MOVE 'H' TO MSG-DISPOSITION
003482              ADD 1 TO MESSAGES-HELD-COUNT
003483           END-IF
003484        ELSE
003485           IF CURRENT-HHMMSS < MSG-NOT-BEFORE
003486              OR CURRENT-HHMMSS > MSG-NOT-AFTER
003487              MOVE 'H' TO MSG-DISPOSITION
003488              ADD 1 TO MESSAGES-HELD-COUNT
003489           END-IF
003490        END-IF
003491     ELSE
003492        IF MSG-NOT-AFTER NUMERIC
003493           AND CURRENT-HHMMSS > MSG-NOT-AFTER
003494           MOVE 'X' TO MSG-DISPOSITION
003495           ADD 1 TO MESSAGES-EXPIRED-COUNT
003496           DISPLAY 'BMPCOBOL MESSAGE EXPIRED - NOT-AFTER '
003497               MSG-NOT-AFTER ' HAS PASSED - NOT DELIVERED'
003498           MOVE 'BMPCOBOL' TO EL-PROGRAM-ID
003499           MOVE 'B150-SET-MESSAGE-DISPOSITION' TO EL-PARAGRAPH
003500           MOVE 'W' TO EL-SEVERITY
003501           MOVE 'DELIVERY WINDOW EXPIRED - MESSAGE NOT DELIVERED'
003502               TO EL-MESSAGE
003503           CALL 'ERRLOG' USING ERRLOG-PARM
003504        ELSE
003505           IF MSG-NOT-BEFORE NUMERIC
003506              AND CURRENT-HHMMSS < MSG-NOT-BEFORE
003507              MOVE 'H' TO MSG-DISPOSITION
003508              ADD 1 TO MESSAGES-HELD-COUNT.
003509***************************************************************
003510*   T100-T110 EXPAND THE NAMED CATALOG TEMPLATE INTO THE       *
003511*   MESSAGE LINES - THE TEMPLATE'S CARDS IN FILE ORDER, UP TO  *
003512*   THE TEN-LINE SEGMENT LIMIT.  AN ID NOT IN THE CATALOG IS   *
003514*   LOGGED AS A WARNING AND THE DECK'S OWN INLINE CARDS (IF    *
003516*   ANY) DELIVER INSTEAD.                                      *
003588         AT END
003590             SET END-OF-RETRY-INPUT TO TRUE.
003592     IF NOT END-OF-RETRY-INPUT
003593         ADD 1 TO RETRY-READ-COUNT
003594         MOVE RTI-MESSAGE-TEXT TO MESSAGE-LINE-GROUP
003596        MOVE RTI-MESSAGE-LENG TO MESSAGE-LENG
003598        MOVE RTI-TERMINAL-ID TO DELIVERY-TERMINAL-ID
003770     READ MESSAGE-FILE
003780         AT END MOVE 'E' TO EOF-SWITCH.
003790     IF NOT END-OF-INPUT
003795         ADD 1 TO CARDS-READ-COUNT
003800         MOVE MESSAGE-TEXT TO NEXT-MESSAGE-TEXT.
003810*    D090-DELIVER-ONE-TABLE-TERMINAL AIMS THE SHARED DELIVERY
003820*    SEQUENCE AT THE NEXT TERMINAL-TABLE ENTRY - A FIRST
004140         PERFORM E100-WRITE-AUDIT-RECORD
004150     ELSE
004160         PERFORM R100-WRITE-RETRY-RECORD.
004165     PERFORM K200-COUNT-DELIVERY.
004170***************************************************************
004180*    D110-CHECK-ALTPCB-STATUS IS PERFORMED AFTER EVERY CBLTDLI  *
004190*    CALL AGAINST THE ALTERNATE PCB SO A DOWN DESTINATION OR    *
004930                         IOPCB,
004940                         RESPONSE-MESSAGE-AREA.
004950     IF IOPCB-STATUS-CODE = SPACES
004955        MOVE RESPONSE-TEXT TO ATH-REQUEST-TEXT
004960        PERFORM F120-CHECK-ACK-AUTHORIZATION
004965        IF ATH-ALLOWED
004970           ADD 1 TO ACK-COUNT
004975           MOVE IOPCB-LTERM-NAME TO ACK-TERMINAL-ID
004980           ACCEPT ACK-DATE FROM DATE
004985           ACCEPT ACK-TIME FROM TIME
004990           MOVE RESPONSE-TEXT TO ACK-RESPONSE-TEXT
004995           WRITE ACKNOWLEDGMENT-RECORD
005000        ELSE
005005           PERFORM F130-REFUSE-ACKNOWLEDGMENT
005010        END-IF
005020     ELSE
005030        IF IOPCB-STATUS-CODE = 'QC'
005040            SET ACK-QUEUE-DRAINED TO TRUE
005120                TO EL-MESSAGE
005130            CALL 'ERRLOG' USING ERRLOG-PARM
005140            SET ACK-QUEUE-DRAINED TO TRUE.
005141***************************************************************
005142*    F120-CHECK-ACK-AUTHORIZATION ASKS AUTHCHK WHETHER THE      *
005143*    LTERM THE RESPONSE CAME FROM, OR ITS SIGNED-ON USER, MAY   *
005144*    ACKNOWLEDGE THE CURRENT MESSAGE'S ROUTING CLASS.  THE      *
005145*    CALLER HAS MOVED THE RESPONSE TEXT TO ATH-REQUEST-TEXT.    *
005146*    F130 ANSWERS A REFUSED RESPONSE THROUGH THE ALTERNATE PCB  *
005147*    - AUTHCHK HAS ALREADY LOGGED IT - AND D110 CATCHES A BAD   *
005148*    STATUS ON THE WAY, AS FOR ANY DELIVERY.                    *
005149***************************************************************
005150 F120-CHECK-ACK-AUTHORIZATION.
005151     MOVE 'BMPCOBOL' TO ATH-PROGRAM-ID.
005152     MOVE EL-RUN-ID TO ATH-RUN-ID.
005153     MOVE IOPCB-LTERM-NAME TO ATH-TERMINAL-ID.
005154     MOVE IOPCB-USERID TO ATH-USERID.
005155     SET ATH-ACK-REQUEST TO TRUE.
005156     MOVE SPACES TO ATH-COMMAND.
005157     MOVE MSG-ROUTE-CLASS TO ATH-ROUTE-CLASS.
005158     CALL 'AUTHCHK' USING AUTHCHK-PARM.
005159*
005160 F130-REFUSE-ACKNOWLEDGMENT.
005161     ADD 1 TO ACKS-REFUSED-COUNT.
005162     MOVE IOPCB-LTERM-NAME TO REFUSAL-TERMINAL-ID,
005163         RFL-TERMINAL-ID.
005164     MOVE MSG-ROUTE-CLASS TO RFL-ROUTE-CLASS.
005165     MOVE 'N' TO TERMINAL-SKIP-SWITCH.
005166     CALL 'CBLTDLI' USING CHNG-FUNCTION-CODE,
005167                          ALTPCB,
005168                          REFUSAL-TERMINAL-ID.
005169     PERFORM D110-CHECK-ALTPCB-STATUS.
005170     IF NOT SKIP-THIS-TERMINAL
005171         CALL 'CBLTDLI' USING ISRT-FUNCTION-CODE,
005172                              ALTPCB,
005173                              REFUSAL-MESSAGE-AREA
005174         PERFORM D110-CHECK-ALTPCB-STATUS.
005175     IF NOT SKIP-THIS-TERMINAL
005176         CALL 'CBLTDLI' USING PURG-FUNCTION-CODE,
005177                              ALTPCB
005178         PERFORM D110-CHECK-ALTPCB-STATUS.
005179*
005180***************************************************************
005181*   S100-S150 FILL THE &1-&5 PLACEHOLDERS IN THE MESSAGE JUST   *
005182*   BUILT FROM THE VALUES ON ITS '$$$VAL' CARD.  EACH LINE IS   *
005190*   REBUILT CHARACTER BY CHARACTER - A PLACEHOLDER IS REPLACED  *
005200*   BY ITS VALUE WITH TRAILING SPACES REMOVED, EVERYTHING ELSE  *
005210*  IS COPIED ACROSS, AND TEXT PUSHED PAST COLUMN 80 BY A LONG  *
005700             TO SUB-OUT-LINE(SUB-OUT-POS:1)
005710         ADD 1 TO SUB-OUT-POS.
005720*
005730***************************************************************
005740*   K100-K230 TAKE THE IMS SYMBOLIC CHECKPOINTS AND ANSWER A   *
005750*   RESTART.  K100 PULLS THE OPTIONAL CKPT-INTERVAL CARD - A   *
005760*   MISSING CARD, OR ONE WHOSE VALUE IS ZERO OR NOT A NUMBER   *
005770*   NUMCONV ACCEPTS, LEAVES THE BUILT-IN 100 IN PLACE, THE     *
005780*   SAME RULE BCBSEXT3 APPLIES TO ITS OWN INTERVAL.            *
005790***************************************************************
005800 K100-READ-INTERVAL-CARD.
005810     MOVE 'BMPCOBOL' TO CTC-PROGRAM-ID.
005820     MOVE 'CKPT-INTERVAL' TO CTC-PARM-NAME.
005830     CALL 'CTLREAD' USING CTLCARD-PARM.
005840     IF CTC-PARM-FOUND
005850         MOVE 'BMPCOBOL' TO NCV-PROGRAM-ID
005860         MOVE CTC-PARM-NAME TO NCV-FIELD-NAME
005870         MOVE SPACES TO NCV-RUN-ID
005880         MOVE CTC-PARM-VALUE TO NCV-INPUT-TEXT
005890         SET NCV-USAGE-ZONED TO TRUE
005900         MOVE 4 TO NCV-INTEGER-DIGITS
005910         MOVE 0 TO NCV-SCALE
005920         SET NCV-UNSIGNED TO TRUE
005930         CALL 'NUMCONV' USING NUMCONV-PARM
005940         IF NCV-CONVERTED
005950             MOVE NCV-RESULT-ZONED TO CKPT-INTERVAL-CARD-VALUE
005960             IF CKPT-INTERVAL-CARD-VALUE NOT = ZERO
005970                 MOVE CKPT-INTERVAL-CARD-VALUE
005980                     TO CHECKPOINT-INTERVAL
005990             END-IF
006000         END-IF.
006010*
006020*    K110-RESTART-CHECK ISSUES THE XRST - BEFORE ANY OTHER DL/I
006030*    CALL, AS IMS REQUIRES.  A BLANK I/O AREA COMING BACK IS A
006040*    NORMAL START; AN ID MEANS CHECKPOINT-SAVE-AREA NOW HOLDS
006050*    THAT CHECKPOINT'S POSITION.  A FAILED XRST IS FATAL - THE
006060*    RUN CANNOT TELL WHERE TO START WITHOUT REPEATING OR
006070*    LOSING DELIVERIES.
006080 K110-RESTART-CHECK.
006090     MOVE SPACES TO CHECKPOINT-IO-AREA.
006100     MOVE LENGTH OF CHECKPOINT-SAVE-AREA
006110         TO CHECKPOINT-SAVE-LENGTH.
006120     CALL 'CBLTDLI' USING XRST-FUNCTION-CODE,
006130                          IOPCB,
006140                          CHECKPOINT-IO-LENGTH,
006150                          CHECKPOINT-IO-AREA,
006160                          CHECKPOINT-SAVE-LENGTH,
006170                          CHECKPOINT-SAVE-AREA.
006180     IF IOPCB-STATUS-CODE NOT = SPACES
006190         DISPLAY 'IMS ERROR ON XRST - STATUS = '
006200             IOPCB-STATUS-CODE
006210         MOVE 'BMPCOBOL' TO EL-PROGRAM-ID
006220         MOVE 'K110-RESTART-CHECK' TO EL-PARAGRAPH
006230         MOVE 'F' TO EL-SEVERITY
006240         MOVE 'XRST FAILED - RESTART POSITION UNKNOWN'
006250             TO EL-MESSAGE
006260         CALL 'ERRLOG' USING ERRLOG-PARM
006270         CALL 'ILBOABN0'.
006280     IF CHECKPOINT-ID NOT = SPACES
006290         SET RESTARTED-FROM-CHECKPOINT TO TRUE
006300         MOVE CHECKPOINT-ID TO RESTART-CHECKPOINT-ID
006310         DISPLAY 'BMPCOBOL RESTARTED FROM CHECKPOINT '
006320             RESTART-CHECKPOINT-ID
006330         MOVE 'RESTARTED FROM CHECKPOINT ID' TO CLT-ACTION
006340         MOVE RESTART-CHECKPOINT-ID TO CLT-CHECKPOINT-ID
006350         MOVE 'BMPCOBOL' TO EL-PROGRAM-ID
006360         MOVE 'K110-RESTART-CHECK' TO EL-PARAGRAPH
006370         MOVE 'I' TO EL-SEVERITY
006380         MOVE CHECKPOINT-LOG-TEXT TO EL-MESSAGE
006390         CALL 'ERRLOG' USING ERRLOG-PARM.
006400*
006410*    K120-RESTORE-POSITION PUTS THE SAVED AREAS BACK ONCE THE
006420*    FILES ARE OPEN AND THE TABLES LOADED, THEN READS PAST THE
006430*    INPUT THE ABENDED RUN HAD ALREADY CONSUMED.
006440 K120-RESTORE-POSITION.
006450     MOVE CKS-MISC-AREAS TO MISCELLANEOUS-STORAGE-AREAS.
006460     MOVE CKS-SUBSTITUTION-VALUES TO SUBSTITUTION-VALUES.
006470     MOVE CKS-NEXT-MESSAGE-TEXT TO NEXT-MESSAGE-TEXT.
006480     MOVE CKS-MESSAGE-AREA TO TERMINAL-MESSAGE-AREA.
006490     MOVE CKS-TERMINAL-COUNT TO TERMINAL-COUNT.
006500     MOVE CKS-TERMINAL-TABLE TO TERMINAL-TABLE.
006510     MOVE CKS-CHECKPOINT-NUMBER TO CHECKPOINT-NUMBER.
006520     COMPUTE RESTART-RESUME-SUB = CKS-TERMINAL-SUB + 1.
006530     IF REDRIVE-MODE
006540         PERFORM K130-SKIP-ONE-RETRY RETRY-READ-COUNT TIMES
006550     ELSE
006560         PERFORM K140-SKIP-ONE-CARD CARDS-READ-COUNT TIMES.
006570*
006580 K130-SKIP-ONE-RETRY.
006590     READ RETRY-IN-FILE
006600         AT END
006610             SET END-OF-RETRY-INPUT TO TRUE.
006620*
006630 K140-SKIP-ONE-CARD.
006640     READ MESSAGE-FILE
006650         AT END MOVE 'E' TO EOF-SWITCH.
006660*
006670*    K200-COUNT-DELIVERY IS PERFORMED AFTER EVERY FINISHED
006680*    DELIVERY, CLEAN OR QUEUED FOR RETRY - EITHER WAY THE RUN
006690*    HAS MOVED PAST THAT TERMINAL.
006700 K200-COUNT-DELIVERY.
006710     ADD 1 TO DELIVERIES-SINCE-CHECKPOINT.
006720     IF DELIVERIES-SINCE-CHECKPOINT NOT < CHECKPOINT-INTERVAL
006730         PERFORM K210-TAKE-CHECKPOINT.
006740*
006750***************************************************************
006760*   K210-TAKE-CHECKPOINT SAVES THE POSITION AND ISSUES THE     *
006770*   CHKP WITH THE NEXT ID IN THE I/O AREA, THEN LOGS THE ID    *
006780*   FOR OPERATIONS.  UNDER A MESSAGE-DRIVEN PSB THE CHKP HANDS *
006790*   BACK THE NEXT QUEUED MESSAGE IN THE I/O AREA - FOR THIS    *
006800*   BMP THAT IS AN OPERATOR RESPONSE, SO K220 RECORDS IT ON    *
006810*   THE ACKNOWLEDGMENT FILE EXACTLY AS F110 WOULD.  A FAILED   *
006820*   CHKP IS A WARNING - DELIVERY CARRIES ON AND THE NEXT       *
006830*   INTERVAL TRIES AGAIN.                                      *
006840***************************************************************
006850 K210-TAKE-CHECKPOINT.
006860     ADD 1 TO CHECKPOINT-NUMBER.
006870     MOVE CHECKPOINT-NUMBER TO CKP-ID-NUMBER.
006880     MOVE SPACES TO CHECKPOINT-IO-AREA.
006890     MOVE CHECKPOINT-ID-BUILD TO CHECKPOINT-ID.
006900     MOVE CHECKPOINT-NUMBER TO CKS-CHECKPOINT-NUMBER.
006910     SET CKS-TERMINAL-SUB TO TRM-IX.
006920     MOVE MISCELLANEOUS-STORAGE-AREAS TO CKS-MISC-AREAS.
006930     MOVE SUBSTITUTION-VALUES TO CKS-SUBSTITUTION-VALUES.
006940     MOVE NEXT-MESSAGE-TEXT TO CKS-NEXT-MESSAGE-TEXT.
006950     MOVE TERMINAL-MESSAGE-AREA TO CKS-MESSAGE-AREA.
006960     MOVE TERMINAL-COUNT TO CKS-TERMINAL-COUNT.
006970     MOVE TERMINAL-TABLE TO CKS-TERMINAL-TABLE.
006980     CALL 'CBLTDLI' USING CHKP-FUNCTION-CODE,
006990                          IOPCB,
007000                          CHECKPOINT-IO-LENGTH,
007010                          CHECKPOINT-IO-AREA,
007020                          CHECKPOINT-SAVE-LENGTH,
007030                          CHECKPOINT-SAVE-AREA.
007040     MOVE ZERO TO DELIVERIES-SINCE-CHECKPOINT.
007050     MOVE 'BMPCOBOL' TO EL-PROGRAM-ID.
007060     MOVE 'K210-TAKE-CHECKPOINT' TO EL-PARAGRAPH.
007070     IF IOPCB-STATUS-CODE = SPACES OR IOPCB-STATUS-CODE = 'QC'
007080         MOVE 'SYMBOLIC CHECKPOINT TAKEN - ID' TO CLT-ACTION
007090         MOVE CHECKPOINT-ID-BUILD TO CLT-CHECKPOINT-ID
007100         MOVE 'I' TO EL-SEVERITY
007110         MOVE CHECKPOINT-LOG-TEXT TO EL-MESSAGE
007120         CALL 'ERRLOG' USING ERRLOG-PARM
007130         IF IOPCB-STATUS-CODE = SPACES
007140             AND CHECKPOINT-ID NOT = CHECKPOINT-ID-BUILD
007150             PERFORM K220-RECORD-CHECKPOINT-REPLY
007160         END-IF
007170     ELSE
007180         DISPLAY 'IMS ERROR ON CHKP - STATUS = '
007190             IOPCB-STATUS-CODE
007200         SUBTRACT 1 FROM CHECKPOINT-NUMBER
007210         MOVE 'W' TO EL-SEVERITY
007220         MOVE 'CHKP FAILED - NO NEW RESTART POINT' TO EL-MESSAGE
007230         CALL 'ERRLOG' USING ERRLOG-PARM.
007240*
007250 K220-RECORD-CHECKPOINT-REPLY.
007255     MOVE CKM-TEXT TO ATH-REQUEST-TEXT.
007260     PERFORM F120-CHECK-ACK-AUTHORIZATION.
007265     IF ATH-ALLOWED
007270         ADD 1 TO ACK-COUNT
007275         MOVE IOPCB-LTERM-NAME TO ACK-TERMINAL-ID
007280         ACCEPT ACK-DATE FROM DATE
007285         ACCEPT ACK-TIME FROM TIME
007290         MOVE CKM-TEXT TO ACK-RESPONSE-TEXT
007295         WRITE ACKNOWLEDGMENT-RECORD
007300     ELSE
007305         PERFORM F130-REFUSE-ACKNOWLEDGMENT.
007320*
007330 Z900-TERMINATE.
007340     DISPLAY 'BMPCOBOL OPERATOR ACKNOWLEDGMENTS RECORDED: '
007350         ACK-COUNT.
007354     DISPLAY 'BMPCOBOL ACKNOWLEDGMENTS REFUSED - NOT AUTHORIZED: '
007358         ACKS-REFUSED-COUNT.
007360     DISPLAY 'BMPCOBOL RETRY RECORDS WRITTEN: '
007370         RETRY-WRITTEN-COUNT.
007380     DISPLAY 'BMPCOBOL MESSAGES HELD FOR RELEASE: '
007390         MESSAGES-HELD-COUNT.
007400     DISPLAY 'BMPCOBOL MESSAGES EXPIRED UNDELIVERED: '
007410         MESSAGES-EXPIRED-COUNT.
007420     DISPLAY 'BMPCOBOL RERUN DELIVERIES SKIPPED: '
007430         RERUN-SKIPPED-COUNT.
007440     DISPLAY 'BMPCOBOL CHECKPOINTS TAKEN THROUGH: '
007450         CHECKPOINT-NUMBER.
007460     IF TEMPLATE-IGNORED-CARDS > ZERO
007470         DISPLAY 'BMPCOBOL INLINE CARDS IGNORED BEHIND $$$TPL: '
007480             TEMPLATE-IGNORED-CARDS.
007490     IF REDRIVE-MODE
007500         CLOSE RETRY-IN-FILE
007510     ELSE
007520         CLOSE MESSAGE-FILE.
007530     CLOSE RETRY-OUT-FILE, HOLD-FILE.
007540     CLOSE AUDIT-FILE.
007550     CLOSE ACKNOWLEDGMENT-FILE.
007560*
007570*    ERRLOG HOLDS THE CENTRAL ERROR LOG OPEN ACROSS CALLS -
007580*    CALL 'ERRLOGC' CLOSES IT CLEANLY NOW THAT ALL LOGGING FOR
007590*    THIS RUN IS DONE.
007600     CALL 'ERRLOGC'.
