000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    MAILNOTE.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* MAIL NOTIFICATION FOR OFF-SITE ON-CALL STAFF.  ERLALERT,      *
000150* BMPESCAL, AND THE MSGBUILD DECKS REACH ONLY IMS TERMINALS, SO *
000160* WHEN TRMROUTE FINDS NO STAFFED DESK OVERNIGHT A CONDITION     *
000170* REACHES NOBODY UNTIL THE DAY SHIFT SIGNS ON.  THIS STEP TAKES *
000180* THE SAME CONDITIONS AND WRITES BATCH SMTP MAIL FOR THE JES    *
000190* SMTP WRITER (DD UT-S-SMTPOUT - POINT THE SYSOUT AT THE SMTP   *
000200* WRITER'S CLASS).  INPUTS (ALL OPTIONAL):                      *
000210*   - THE FATAL ALERT FILE ERRLOG FEEDS ERLALERT (DD            *
000220*     UT-S-ERLALRT): EVERY ENTRY IS ONE CONDITION, EXCEPT AN    *
000230*     ENTRY LOGGED INSIDE A PLANNED MAINTENANCE WINDOW (CALL    *
000240*     'MAINTCHK'), WHICH ERLALERT ALREADY HOLDS;                *
000250*   - OPSSUM'S SUMMARY REPORT (DD UT-S-OPSRPT): EVERY DETAIL    *
000260*     LINE FLAGGED *BREACH*, AS MSGBUILD READS IT;              *
000270*   - BMPESCAL'S ESCALATION AUDIT (DD UT-S-ESCAUDT): EVERY      *
000280*     BROADCAST NO FIRST-LINE DESK ANSWERED - BMPESCAL WRITES   *
000290*     ONE RECORD PER SECOND-LINE DESK, SO A RUN OF IDENTICAL    *
000300*     TEXTS IS ONE CONDITION.                                   *
000310* THE ADDRESS BOOK (DD UT-S-MAILBOOK, COPY MAILBK0) GIVES EACH  *
000313* ON-CALL ADDRESS ITS ROUTING CLASS AND SHIFT.  EACH CONDITION  *
000316* ASKS TRMROUTE WHO HOLDS ITS CLASS NOW, AND IS MAILED TO EVERY *
000319* ADDRESS OF THE CLASS WHOSE SHIFT COVERS NOW - ADDRESSES       *
000322* FLAGGED 'A' ALWAYS, THE REST ONLY WHILE THE DESKS ARE DARK.   *
000325* TRMROUTE'S RETURN CODE DECIDES THAT:                          *
000328*   00  A DESK OF THE CLASS IS STAFFED - NOT DARK;              *
000331*   04  NONE IS, BUT AN AFTER-HOURS DESK IS STAFFED AND TAKES   *
000334*       THE CONDITION - NOT DARK, THE CONDITION COUNTS AS       *
000337*       DELIVERED TO THE AFTER-HOURS DESK;                      *
000340*   08  NO DESK AT ALL, AFTER-HOURS INCLUDED - DARK;            *
000343*   12  TRMROUTE REJECTED THE RUN DATE AND COULD NOT SAY WHO    *
000346*       IS ON - THE ADDRESSES ARE CHOSEN AS IF DARK, SO THE     *
000349*       ON-CALL STAFF STILL HEAR, AND THE CONDITION IS COUNTED  *
000352*       AS A ROUTING ERROR RATHER THAN AS UNREACHED.            *
000355* THE ROUTING CLASS OF EACH KIND OF CONDITION IS SET THROUGH    *
000370* OPERATIONS CONTROL CARDS (CALL 'CTLREAD'),                    *
000380* WITH THE THROTTLE WINDOW AND THE ENVELOPE DETAILS:            *
000390*     MAILNOTE FATAL-CLASS    C      (DEFAULT BLANK = EVERY)    *
000400*     MAILNOTE BREACH-CLASS   C      (DEFAULT BLANK = EVERY)    *
000410*     MAILNOTE ESCAL-CLASS    C      (DEFAULT BLANK = EVERY)    *
000420*     MAILNOTE THROTTLE-MINS  NNNNN  (DEFAULT 60)               *
000430*     MAILNOTE MAIL-FROM      ADDRESS (DEFAULT BATCHOPS@MVS)    *
000440*     MAILNOTE HELO-DOMAIN    DOMAIN (DEFAULT MVS)              *
000450* A CONDITION - THE SAME PROGRAM AND PARAGRAPH FOR A FATAL      *
000460* ENTRY, THE SAME PROGRAM FOR A BREACH, THE SAME BROADCAST FOR  *
000470* AN ESCALATION - IS MAILED AT MOST ONCE PER THROTTLE WINDOW;   *
000480* A REPEAT INSIDE THE WINDOW IS COUNTED, AND THE COUNT RIDES ON *
000490* THE NEXT MAIL THAT GOES OUT.  THE THROTTLE STATE IS CARRIED   *
000500* FROM RUN TO RUN (DD UT-S-MAILTHR IN, DD UT-S-MAILTHRN OUT,    *
000510* COPY MAILTHR0) AND FORGETS A CONDITION NOT MAILED FOR SEVEN   *
000520* DAYS.  EVERY MAIL SENT IS WRITTEN TO THE DELIVERY AUDIT (DD   *
000530* UT-S-MAILAUDT) IN THE SAME 823-BYTE LAYOUT ERLALERT KEEPS,    *
000540* ONE RECORD PER ADDRESS, WITH THE ON-CALL ID WHERE THE BMPS    *
000550* CARRY THE TERMINAL ID.  A CONDITION THAT FOUND NO DESK AT ALL *
000560* (08) AND NO ON-CALL ADDRESS ENDS THE STEP WITH CONDITION CODE *
000570* 4; A ROUTING ERROR (12) ENDS IT WITH CONDITION CODE 8.        *
000580*****************************************************************
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT OPTIONAL FATAL-ALERT-FILE ASSIGN TO UT-S-ERLALRT.
000640     SELECT OPTIONAL SUMMARY-REPORT-FILE ASSIGN TO UT-S-OPSRPT.
000650     SELECT OPTIONAL ESCALATION-AUDIT-FILE
000660         ASSIGN TO UT-S-ESCAUDT.
000670     SELECT OPTIONAL ADDRESS-BOOK-FILE ASSIGN TO UT-S-MAILBOOK.
000680     SELECT OPTIONAL OLD-THROTTLE-FILE ASSIGN TO UT-S-MAILTHR.
000690     SELECT NEW-THROTTLE-FILE ASSIGN TO UT-S-MAILTHRN.
000700     SELECT SMTP-OUTPUT-FILE ASSIGN TO UT-S-SMTPOUT.
000710     SELECT MAIL-AUDIT-FILE ASSIGN TO UT-S-MAILAUDT.
000720 DATA DIVISION.
000730 FILE SECTION.
000740*
000750 FD  FATAL-ALERT-FILE
000760     RECORDING MODE IS F
000770     BLOCK CONTAINS 0 RECORDS
000780     RECORD CONTAINS 147 CHARACTERS
000790     LABEL RECORDS ARE OMITTED.
000800     COPY ERLREC0.
000810*
000820 FD  SUMMARY-REPORT-FILE
000830     RECORDING MODE IS F
000840     BLOCK CONTAINS 0 RECORDS
000850     RECORD CONTAINS 80 CHARACTERS
000860     LABEL RECORDS ARE OMITTED.
000870 01  SUMMARY-REPORT-RECORD        PIC X(80).
000880*
000890 FD  ESCALATION-AUDIT-FILE
000900     RECORDING MODE IS F
000910     BLOCK CONTAINS 0 RECORDS
000920     RECORD CONTAINS 822 CHARACTERS
000930     LABEL RECORDS ARE OMITTED.
000940 01  ESCALATION-AUDIT-RECORD.
000950     05  EAU-TERMINAL-ID          PIC X(8).
000960     05  EAU-TIMESTAMP.
000970         10  EAU-DATE             PIC 9(6).
000980         10  EAU-TIME             PIC 9(8).
000990     05  EAU-MESSAGE-TEXT         PIC X(800).
001000*
001010 FD  ADDRESS-BOOK-FILE
001020     RECORDING MODE IS F
001030     BLOCK CONTAINS 0 RECORDS
001040     RECORD CONTAINS 80 CHARACTERS
001050     LABEL RECORDS ARE OMITTED.
001060     COPY MAILBK0.
001070*
001080 FD  OLD-THROTTLE-FILE
001090     RECORDING MODE IS F
001100     BLOCK CONTAINS 0 RECORDS
001110     RECORD CONTAINS 80 CHARACTERS
001120     LABEL RECORDS ARE STANDARD.
001130 01  OLD-THROTTLE-RECORD          PIC X(80).
001140*
001150 FD  NEW-THROTTLE-FILE
001160     RECORDING MODE IS F
001170     BLOCK CONTAINS 0 RECORDS
001180     RECORD CONTAINS 80 CHARACTERS
001190     LABEL RECORDS ARE STANDARD.
001200 01  NEW-THROTTLE-RECORD          PIC X(80).
001210*
001220 FD  SMTP-OUTPUT-FILE
001230     RECORDING MODE IS F
001240     BLOCK CONTAINS 0 RECORDS
001250     RECORD CONTAINS 80 CHARACTERS
001260     LABEL RECORDS ARE OMITTED.
001270 01  SMTP-OUTPUT-RECORD           PIC X(80).
001280*
001290***************************************************************
001300*    MAIL-AUDIT-FILE IS THE DELIVERY AUDIT - ERLALERT'S         *
001310*    AUDIT-RECORD LAYOUT, ONE RECORD PER ADDRESS A MAIL WENT    *
001320*    TO, SO THE BMP AUDIT READERS CAN READ IT AS IT STANDS.     *
001330***************************************************************
001340 FD  MAIL-AUDIT-FILE
001350     RECORDING MODE IS F
001360     BLOCK CONTAINS 0 RECORDS
001370     RECORD CONTAINS 823 CHARACTERS
001380     LABEL RECORDS ARE OMITTED.
001390 01  AUDIT-RECORD.
001400     05  AUD-TERMINAL-ID          PIC X(8).
001410     05  AUD-TIMESTAMP.
001420         10  AUD-DATE             PIC 9(6).
001430         10  AUD-TIME             PIC 9(8).
001440     05  AUD-MESSAGE-TEXT         PIC X(800).
001450     05  AUD-REPLY-FLAG           PIC X.
001460*
001470 WORKING-STORAGE SECTION.
001480 77  FILLER PIC X(36)  VALUE
001490     'MAILNOTE WORKING STORAGE BEGINS HERE'.
001500*
001510 01  FATAL-FILE-SWITCH            PIC X VALUE 'N'.
001520     88  FATAL-FILE-EOF               VALUE 'Y'.
001530 01  SUMMARY-FILE-SWITCH          PIC X VALUE 'N'.
001540     88  SUMMARY-FILE-EOF             VALUE 'Y'.
001550 01  ESCALATION-FILE-SWITCH       PIC X VALUE 'N'.
001560     88  ESCALATION-FILE-EOF          VALUE 'Y'.
001570 01  ADDRESS-BOOK-SWITCH          PIC X VALUE 'N'.
001580     88  ADDRESS-BOOK-EOF             VALUE 'Y'.
001590 01  THROTTLE-FILE-SWITCH         PIC X VALUE 'N'.
001600     88  THROTTLE-FILE-EOF            VALUE 'Y'.
001610 01  SMTP-SESSION-SWITCH          PIC X VALUE 'N'.
001620     88  SMTP-SESSION-OPEN            VALUE 'Y'.
001625 01  DESKS-DARK-SWITCH            PIC X VALUE 'N'.
001630     88  DESKS-DARK                   VALUE 'Y'.
001635     88  DESKS-UNKNOWN                VALUE 'U'.
001650 01  ON-CALL-SWITCH               PIC X VALUE 'N'.
001660     88  ON-CALL-NOW                  VALUE 'Y'.
001670 01  THROTTLE-SWITCH              PIC X VALUE 'N'.
001680     88  CONDITION-THROTTLED          VALUE 'Y'.
001690 01  THROTTLE-ENTRY-SWITCH        PIC X VALUE 'N'.
001700     88  THROTTLE-ENTRY-KEPT          VALUE 'Y'.
001710*
001720     COPY MAILTHR0.
001730*
001740***************************************************************
001750*    RUN-MOMENT - THE DATE, TIME, AND DAY OF WEEK EVERY         *
001760*    CONDITION IS ROUTED AND THROTTLED AGAINST.  A DAY OF WEEK  *
001770*    OF ZERO (DATECALC COULD NOT ANSWER) LETS EVERY SHIFT DAY   *
001780*    MATCH.                                                     *
001790***************************************************************
001800 01  RUN-MOMENT.
001810     05  WS-DATE.
001820         10  WS-YEAR              PIC XX.
001830         10  WS-MONTH             PIC XX.
001840         10  WS-DAY               PIC XX.
001850     05  RUN-YYMMDD REDEFINES WS-DATE PIC 9(6).
001860     05  RUN-DATE-CCYYMMDD        PIC 9(8) VALUE ZERO.
001870     05  RUN-TIME                 PIC 9(8) VALUE ZERO.
001880     05  RUN-TIME-PARTS REDEFINES RUN-TIME.
001890         10  RUN-TIME-HHMM        PIC 9(4).
001900         10  FILLER               PIC 9(4).
001910     05  RUN-DAY-OF-WEEK          PIC 9 VALUE ZERO.
001920*
001930***************************************************************
001940*    MAIL-CONTROL-FIELDS - THE CONTROL-CARD SETTINGS.           *
001950***************************************************************
001960 01  MAIL-CONTROL-FIELDS.
001970     05  THROTTLE-MINUTES         PIC S9(5) COMP-3 VALUE +60.
001980     05  FATAL-ROUTE-CLASS        PIC X VALUE SPACE.
001990     05  BREACH-ROUTE-CLASS       PIC X VALUE SPACE.
002000     05  ESCALATION-ROUTE-CLASS   PIC X VALUE SPACE.
002010     05  MAIL-FROM-ADDRESS        PIC X(44) VALUE
002020         'BATCHOPS@MVS'.
002030     05  HELO-DOMAIN              PIC X(30) VALUE 'MVS'.
002040*
002050***************************************************************
002060*    ADDRESS-TABLE HOLDS THE ADDRESS BOOK.  AB-SELECTED MARKS   *
002070*    THE ADDRESSES THE CONDITION IN HAND GOES TO.  A CARD WITH  *
002080*    UNREADABLE SHIFT HOURS IS TAKEN AS ON CALL ALL DAY, AS     *
002090*    TRMROUTE TAKES ITS DIRECTORY CARDS.                        *
002100***************************************************************
002110 01  ADDRESS-COUNT                PIC S9(4) COMP VALUE +0.
002120 01  ADDRESS-TABLE.
002130     05  ADDRESS-ENTRY        OCCURS 1 TO 200 TIMES
002140                              DEPENDING ON ADDRESS-COUNT
002150                              INDEXED BY AB-IX.
002160         10  AB-ONCALL-ID         PIC X(8).
002170         10  AB-ROUTE-CLASS       PIC X.
002180         10  AB-STAFFED-DAYS.
002190             15  AB-STAFFED-DAY-FLAG  PIC X OCCURS 7 TIMES.
002200         10  AB-SHIFT-START       PIC 9(4).
002210         10  AB-SHIFT-END         PIC 9(4).
002220         10  AB-MAIL-FLAG         PIC X.
002230             88  AB-MAIL-ALWAYS       VALUE 'A'.
002240         10  AB-MAIL-ADDRESS      PIC X(44).
002250         10  AB-SELECTED-SWITCH   PIC X.
002260             88  AB-SELECTED          VALUE 'Y'.
002270*
002280***************************************************************
002290*    THROTTLE-TABLE HOLDS THE THROTTLE STATE FROM THE LAST RUN  *
002300*    AND EVERY CONDITION MAILED IN THIS ONE.                    *
002310***************************************************************
002320 01  THROTTLE-COUNT               PIC S9(4) COMP VALUE +0.
002330 01  THROTTLE-TABLE.
002340     05  THROTTLE-ENTRY       OCCURS 1 TO 500 TIMES
002350                              DEPENDING ON THROTTLE-COUNT
002360                              INDEXED BY TH-IX.
002370         10  TH-CONDITION-KEY     PIC X(40).
002380         10  TH-LAST-MAILED-DATE  PIC 9(8).
002390         10  TH-LAST-MAILED-TIME  PIC 9(4).
002400         10  TH-SUPPRESSED-COUNT  PIC 9(5).
002410*
002420***************************************************************
002430*    CONDITION-AREA IS THE CONDITION IN HAND - ITS THROTTLE     *
002440*    KEY, ITS ROUTING CLASS, AND THE MAIL SUBJECT AND TEN-LINE  *
002450*    BODY.  THE BODY IS ALSO THE AUDIT MESSAGE TEXT; LINE 10 IS *
002460*    KEPT FOR THE COUNT OF OCCURRENCES THE THROTTLE HELD BACK.  *
002470***************************************************************
002480 01  CONDITION-AREA.
002490     05  CONDITION-KEY.
002500         10  CONDITION-TYPE       PIC X.
002510         10  CONDITION-ID         PIC X(39).
002520     05  CONDITION-CLASS          PIC X.
002530     05  CONDITION-SUBJECT        PIC X(70).
002540     05  CONDITION-BODY.
002550         10  BODY-LINE            PIC X(80) OCCURS 10 TIMES.
002560 01  PREVIOUS-ESCALATION-TEXT     PIC X(800) VALUE SPACES.
002570*
002580 01  THROTTLE-NOTE-LINE.
002590     05  FILLER                   PIC X(6) VALUE 'NOTE: '.
002600     05  TNL-COUNT                PIC ZZ,ZZ9.
002610     05  FILLER                   PIC X(68) VALUE
002620         ' EARLIER OCCURRENCES NOT MAILED - THROTTLE WINDOW'.
002630*
002640 01  MAIL-WORK-FIELDS.
002650     05  FATAL-ENTRIES-READ       PIC S9(7) COMP VALUE +0.
002660     05  FATAL-ENTRIES-HELD       PIC S9(7) COMP VALUE +0.
002670     05  CONDITIONS-FOUND         PIC S9(7) COMP VALUE +0.
002680     05  CONDITIONS-MAILED        PIC S9(7) COMP VALUE +0.
002690     05  CONDITIONS-THROTTLED     PIC S9(7) COMP VALUE +0.
002700     05  CONDITIONS-NOT-ADDRESSED PIC S9(7) COMP VALUE +0.
002710     05  CONDITIONS-UNREACHED     PIC S9(7) COMP VALUE +0.
002715     05  ROUTING-ERRORS           PIC S9(7) COMP VALUE +0.
002720     05  MAILS-WRITTEN            PIC S9(7) COMP VALUE +0.
002730     05  THROTTLE-ENTRIES-DROPPED PIC S9(7) COMP VALUE +0.
002740     05  RECIPIENT-COUNT          PIC S9(4) COMP VALUE +0.
002750     05  BODY-SUB                 PIC S9(4) COMP VALUE +0.
002760     05  AGE-MINUTES              PIC S9(9) COMP-3 VALUE +0.
002770     05  WORK-HHMM                PIC 9(4).
002780     05  WORK-HHMM-PARTS REDEFINES WORK-HHMM.
002790         10  WORK-HH              PIC 99.
002800         10  WORK-MM              PIC 99.
002810*
002820*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
002830*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
002840 COPY CTLCARD0.
002850*
002860*    NUMCONV-PARM (COPY NUMCONVP) IS THE PARAMETER AREA FOR
002870*    CALL 'NUMCONV' - THE SHOP'S SHARED NUMERIC CONVERSION
002880*    SUBROUTINE, WHICH TURNS THE THROTTLE CARD INTO A NUMBER
002890*    OR LOGS WHY IT COULD NOT.
002900 COPY NUMCONVP.
002910*
002920*    DATECALC-PARM (COPY DATECALP) CARRIES THE 'DW' CALL FOR
002930*    THE RUN'S DAY OF WEEK AND THE 'DC' CALLS THAT AGE THE
002940*    THROTTLE ENTRIES.
002950 COPY DATECALP.
002960*
002970*    TRMROUTE-PARM (COPY TRMROUTP) ASKS THE SHOP'S TERMINAL
002980*    ROUTER WHETHER A DESK OF THE CONDITION'S CLASS IS STAFFED.
002990 COPY TRMROUTP.
003000*
003010*    MAINTCHK-PARM (COPY MAINTCHP) ASKS WHETHER A FATAL ENTRY
003020*    WAS LOGGED INSIDE A PLANNED MAINTENANCE WINDOW.
003030 COPY MAINTCHP.
003040*
003050*    MSGCAT-PARM (COPY MSGCATP) FETCHES A FATAL ENTRY'S ACTION
003060*    FROM THE MESSAGE CATALOG.
003070 COPY MSGCATP.
003080*
003090*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
003100*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
003110*    LOGGER, CALLED AT START AND END OF JOB.
003120 COPY OPSTATP.
003130*
003140 PROCEDURE DIVISION.
003150*
003160 A100-EXECUTIVE-CONTROL.
003170     PERFORM A110-INITIALIZATION.
003180     PERFORM B100-MAIL-ONE-FATAL-ENTRY UNTIL FATAL-FILE-EOF.
003190     PERFORM C100-MAIL-ONE-SUMMARY-LINE UNTIL SUMMARY-FILE-EOF.
003200     PERFORM D100-MAIL-ONE-ESCALATION UNTIL ESCALATION-FILE-EOF.
003210     PERFORM Z100-END-OF-PROCESSING.
003220     GOBACK.
003230*
003240 A110-INITIALIZATION.
003250     OPEN INPUT FATAL-ALERT-FILE, SUMMARY-REPORT-FILE,
003260         ESCALATION-AUDIT-FILE, ADDRESS-BOOK-FILE,
003270         OLD-THROTTLE-FILE.
003280     OPEN OUTPUT NEW-THROTTLE-FILE, SMTP-OUTPUT-FILE,
003290         MAIL-AUDIT-FILE.
003300     ACCEPT WS-DATE FROM DATE.
003310     ACCEPT RUN-TIME FROM TIME.
003320     COMPUTE RUN-DATE-CCYYMMDD = 20000000 + RUN-YYMMDD.
003330     MOVE 'DW' TO DTC-FUNCTION.
003340     MOVE RUN-DATE-CCYYMMDD TO DTC-DATE-CCYYMMDD.
003350     CALL 'DATECALC' USING DATECALC-PARM.
003360     IF DTC-SUCCESSFUL
003370         MOVE DTC-DAY-OF-WEEK-NBR TO RUN-DAY-OF-WEEK
003380     ELSE
003390         DISPLAY 'MAILNOTE NO DAY OF WEEK FOR ' RUN-DATE-CCYYMMDD
003400             ' - SHIFT DAYS NOT CHECKED'.
003410     PERFORM A120-READ-CONTROL-CARDS.
003420     PERFORM A140-LOAD-ONE-ADDRESS UNTIL ADDRESS-BOOK-EOF.
003430     CLOSE ADDRESS-BOOK-FILE.
003440     PERFORM A160-LOAD-ONE-THROTTLE UNTIL THROTTLE-FILE-EOF.
003450     CLOSE OLD-THROTTLE-FILE.
003460     MOVE 'MAILNOTE' TO OST-PROGRAM-ID.
003470     SET OST-START-OF-JOB TO TRUE.
003480     MOVE SPACES TO OST-NAMED-COUNTERS.
003490     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003500         OST-EXCEPTION-COUNT.
003510     CALL 'OPSTAT' USING OPSTAT-PARM.
003520*
003530***************************************************************
003540*    A120-A130 READ THE CONTROL CARDS.  A CLASS CARD TAKES THE  *
003550*    FIRST CHARACTER OF ITS VALUE; A THROTTLE CARD THAT IS NOT  *
003560*    A NUMBER KEEPS THE DEFAULT.                                *
003570***************************************************************
003580 A120-READ-CONTROL-CARDS.
003590     MOVE 'MAILNOTE' TO CTC-PROGRAM-ID.
003600     MOVE 'FATAL-CLASS' TO CTC-PARM-NAME.
003610     CALL 'CTLREAD' USING CTLCARD-PARM.
003620     IF CTC-PARM-FOUND
003630         MOVE CTC-PARM-VALUE TO FATAL-ROUTE-CLASS.
003640     MOVE 'BREACH-CLASS' TO CTC-PARM-NAME.
003650     CALL 'CTLREAD' USING CTLCARD-PARM.
003660     IF CTC-PARM-FOUND
003670         MOVE CTC-PARM-VALUE TO BREACH-ROUTE-CLASS.
003680     MOVE 'ESCAL-CLASS' TO CTC-PARM-NAME.
003690     CALL 'CTLREAD' USING CTLCARD-PARM.
003700     IF CTC-PARM-FOUND
003710         MOVE CTC-PARM-VALUE TO ESCALATION-ROUTE-CLASS.
003720     MOVE 'MAIL-FROM' TO CTC-PARM-NAME.
003730     CALL 'CTLREAD' USING CTLCARD-PARM.
003740     IF CTC-PARM-FOUND
003750         AND CTC-PARM-VALUE NOT = SPACES
003760         MOVE CTC-PARM-VALUE TO MAIL-FROM-ADDRESS.
003770     MOVE 'HELO-DOMAIN' TO CTC-PARM-NAME.
003780     CALL 'CTLREAD' USING CTLCARD-PARM.
003790     IF CTC-PARM-FOUND
003800         AND CTC-PARM-VALUE NOT = SPACES
003810         MOVE CTC-PARM-VALUE TO HELO-DOMAIN.
003820     MOVE 'THROTTLE-MINS' TO CTC-PARM-NAME.
003830     CALL 'CTLREAD' USING CTLCARD-PARM.
003840     IF CTC-PARM-FOUND
003850         PERFORM A130-CONVERT-THROTTLE-CARD.
003860*
003870 A130-CONVERT-THROTTLE-CARD.
003880     MOVE 'MAILNOTE' TO NCV-PROGRAM-ID.
003890     MOVE CTC-PARM-NAME TO NCV-FIELD-NAME.
003900     MOVE SPACES TO NCV-RUN-ID.
003910     MOVE CTC-PARM-VALUE TO NCV-INPUT-TEXT.
003920     SET NCV-USAGE-PACKED TO TRUE.
003930     MOVE 5 TO NCV-INTEGER-DIGITS.
003940     MOVE 0 TO NCV-SCALE.
003950     SET NCV-UNSIGNED TO TRUE.
003960     CALL 'NUMCONV' USING NUMCONV-PARM.
003970     IF NCV-CONVERTED
003980         MOVE NCV-RESULT-PACKED TO THROTTLE-MINUTES.
003990*
004000***************************************************************
004010*    A140-A150 LOAD THE ADDRESS BOOK, SKIPPING COMMENT CARDS    *
004020*    AND CARDS WITH NO ADDRESS.                                 *
004030***************************************************************
004040 A140-LOAD-ONE-ADDRESS.
004050     READ ADDRESS-BOOK-FILE
004060         AT END
004070             SET ADDRESS-BOOK-EOF TO TRUE.
004080     IF NOT ADDRESS-BOOK-EOF
004090         AND NOT MBK-COMMENT-CARD
004100         AND MBK-MAIL-ADDRESS NOT = SPACES
004110         PERFORM A150-ADD-ADDRESS.
004120*
004130 A150-ADD-ADDRESS.
004140     IF ADDRESS-COUNT < 200
004150         ADD 1 TO ADDRESS-COUNT
004160         SET AB-IX TO ADDRESS-COUNT
004170         MOVE MBK-ONCALL-ID TO AB-ONCALL-ID (AB-IX)
004180         MOVE MBK-ROUTE-CLASS TO AB-ROUTE-CLASS (AB-IX)
004190         MOVE MBK-SHIFT-DAYS TO AB-STAFFED-DAYS (AB-IX)
004200         MOVE MBK-MAIL-FLAG TO AB-MAIL-FLAG (AB-IX)
004210         MOVE MBK-MAIL-ADDRESS TO AB-MAIL-ADDRESS (AB-IX)
004220         MOVE 'N' TO AB-SELECTED-SWITCH (AB-IX)
004230         IF MBK-SHIFT-START NUMERIC AND MBK-SHIFT-END NUMERIC
004240             MOVE MBK-SHIFT-START TO AB-SHIFT-START (AB-IX)
004250             MOVE MBK-SHIFT-END TO AB-SHIFT-END (AB-IX)
004260         ELSE
004270             MOVE ZERO TO AB-SHIFT-START (AB-IX)
004280             MOVE ZERO TO AB-SHIFT-END (AB-IX)
004290         END-IF
004300     ELSE
004310         DISPLAY 'MAILNOTE ADDRESS TABLE FULL - '
004320             MBK-MAIL-ADDRESS ' SKIPPED'.
004330*
004340***************************************************************
004350*    A160 LOADS THE THROTTLE STATE THE LAST RUN LEFT.           *
004360***************************************************************
004370 A160-LOAD-ONE-THROTTLE.
004380     READ OLD-THROTTLE-FILE INTO MAIL-THROTTLE-RECORD
004390         AT END
004400             SET THROTTLE-FILE-EOF TO TRUE.
004410     IF NOT THROTTLE-FILE-EOF
004420         IF THROTTLE-COUNT < 500
004430             ADD 1 TO THROTTLE-COUNT
004440             SET TH-IX TO THROTTLE-COUNT
004450             MOVE MTH-CONDITION-KEY TO TH-CONDITION-KEY (TH-IX)
004460             MOVE MTH-LAST-MAILED-DATE
004470                 TO TH-LAST-MAILED-DATE (TH-IX)
004480             MOVE MTH-LAST-MAILED-TIME
004490                 TO TH-LAST-MAILED-TIME (TH-IX)
004500             MOVE MTH-SUPPRESSED-COUNT
004510                 TO TH-SUPPRESSED-COUNT (TH-IX)
004520         ELSE
004530             DISPLAY 'MAILNOTE THROTTLE TABLE FULL - '
004540                 MTH-CONDITION-KEY ' DROPPED'.
004550*
004560***************************************************************
004570*    B100-B110 TURN EACH FATAL ENTRY INTO A CONDITION - THE     *
004580*    ENTRY, ITS RUN ID, AND THE CATALOG'S FIRST ACTION LINE.    *
004590*    AN ENTRY INSIDE A MAINTENANCE WINDOW IS LEFT TO ERLALERT'S *
004600*    HOLD AND COUNTED.                                          *
004610***************************************************************
004620 B100-MAIL-ONE-FATAL-ENTRY.
004630     READ FATAL-ALERT-FILE
004640         AT END
004650             SET FATAL-FILE-EOF TO TRUE.
004660     IF NOT FATAL-FILE-EOF
004670         ADD 1 TO FATAL-ENTRIES-READ
004680         MOVE ERL-PROGRAM-ID TO MCK-PROGRAM-ID
004690         COMPUTE MCK-FROM-DATE = 20000000 + ERL-DATE
004700         DIVIDE ERL-TIME BY 10000 GIVING MCK-FROM-TIME
004710         MOVE MCK-FROM-STAMP TO MCK-TO-STAMP
004720         CALL 'MAINTCHK' USING MAINTCHK-PARM
004730         IF MCK-IN-MAINTENANCE
004740             ADD 1 TO FATAL-ENTRIES-HELD
004750         ELSE
004760             PERFORM B110-BUILD-FATAL-CONDITION
004770             PERFORM M100-NOTIFY-CONDITION.
004780*
004790 B110-BUILD-FATAL-CONDITION.
004800     MOVE SPACES TO CONDITION-AREA.
004810     MOVE 'F' TO CONDITION-TYPE.
004820     MOVE ERL-PROGRAM-ID TO CONDITION-ID.
004830     MOVE ERL-PARAGRAPH TO CONDITION-ID (9:30).
004840     MOVE FATAL-ROUTE-CLASS TO CONDITION-CLASS.
004850     STRING 'BATCH ALERT - FATAL ERROR IN ' ERL-PROGRAM-ID
004860         DELIMITED BY SIZE INTO CONDITION-SUBJECT.
004870     STRING 'FATAL ERROR LOGGED BY ' ERL-PROGRAM-ID ' ON '
004880         ERL-DATE ' AT ' ERL-TIME
004890         DELIMITED BY SIZE INTO BODY-LINE (1).
004900     STRING 'PARAGRAPH: ' ERL-PARAGRAPH
004910         DELIMITED BY SIZE INTO BODY-LINE (2).
004920     MOVE 'MESSAGE:' TO BODY-LINE (3).
004930     MOVE ERL-MESSAGE TO BODY-LINE (4).
004940     MOVE 'ACTION:' TO BODY-LINE (5).
004950     MOVE ERL-PROGRAM-ID TO MCP-PROGRAM-ID.
004960     MOVE ERL-PARAGRAPH TO MCP-PARAGRAPH.
004970     MOVE ERL-MESSAGE TO MCP-MESSAGE.
004980     CALL 'MSGCAT' USING MSGCAT-PARM.
004990     IF MCP-CATALOGED
005000         AND MCP-ACTION-COUNT > ZERO
005010         MOVE MCP-ACTION-LINE (1) TO BODY-LINE (6)
005020     ELSE
005030         MOVE 'NOT IN MESSAGE CATALOG - CALL THE ON-CALL ANALYST'
005040             TO BODY-LINE (6).
005050     STRING 'RUN ID: ' ERL-RUN-ID
005060         DELIMITED BY SIZE INTO BODY-LINE (7).
005070*
005080***************************************************************
005090*    C100-C110 TURN EACH OPSSUM DETAIL LINE FLAGGED *BREACH* IN *
005100*    COLUMNS 70-77 (PROGRAM IN 3-10) INTO A CONDITION WITH      *
005110*    MSGBUILD'S WORDING AND THE SUMMARY LINE ITSELF.            *
005120***************************************************************
005130 C100-MAIL-ONE-SUMMARY-LINE.
005140     READ SUMMARY-REPORT-FILE
005150         AT END
005160             SET SUMMARY-FILE-EOF TO TRUE.
005170     IF NOT SUMMARY-FILE-EOF
005180         IF SUMMARY-REPORT-RECORD (70:8) = '*BREACH*'
005190             PERFORM C110-BUILD-BREACH-CONDITION
005200             PERFORM M100-NOTIFY-CONDITION.
005210*
005220 C110-BUILD-BREACH-CONDITION.
005230     MOVE SPACES TO CONDITION-AREA.
005240     MOVE 'B' TO CONDITION-TYPE.
005250     MOVE SUMMARY-REPORT-RECORD (3:8) TO CONDITION-ID.
005260     MOVE BREACH-ROUTE-CLASS TO CONDITION-CLASS.
005270     STRING 'BATCH ALERT - JOB ' SUMMARY-REPORT-RECORD (3:8)
005280         ' BREACHED ITS OPERATIONS THRESHOLD'
005290         DELIMITED BY SIZE INTO CONDITION-SUBJECT.
005300     STRING 'JOB ' SUMMARY-REPORT-RECORD (3:8)
005310         ' BREACHED ITS OPERATIONS THRESHOLD'
005320         DELIMITED BY SIZE INTO BODY-LINE (1).
005330     MOVE 'REVIEW THE OPSSUM SUMMARY BEFORE RELEASING DOWNSTREAM'
005340         TO BODY-LINE (2).
005350     MOVE 'OPSSUM SUMMARY LINE:' TO BODY-LINE (4).
005360     MOVE SUMMARY-REPORT-RECORD TO BODY-LINE (5).
005370*
005380***************************************************************
005390*    D100-D110 TURN EACH BROADCAST BMPESCAL ESCALATED INTO A    *
005400*    CONDITION - THE ESCALATION TEXT'S FIRST NINE LINES, WHICH  *
005410*    NAME THE DESKS THAT DID NOT ANSWER AND CARRY THE ORIGINAL  *
005420*    BROADCAST FROM LINE 3.  THE REPEATS BMPESCAL WRITES FOR    *
005430*    ITS OTHER SECOND-LINE DESKS ARE SKIPPED.                   *
005440***************************************************************
005450 D100-MAIL-ONE-ESCALATION.
005460     READ ESCALATION-AUDIT-FILE
005470         AT END
005480             SET ESCALATION-FILE-EOF TO TRUE.
005490     IF NOT ESCALATION-FILE-EOF
005500         IF EAU-MESSAGE-TEXT NOT = PREVIOUS-ESCALATION-TEXT
005510             MOVE EAU-MESSAGE-TEXT TO PREVIOUS-ESCALATION-TEXT
005520             PERFORM D110-BUILD-ESCALATION-CONDITION
005530             PERFORM M100-NOTIFY-CONDITION.
005540*
005550 D110-BUILD-ESCALATION-CONDITION.
005560     MOVE SPACES TO CONDITION-AREA.
005570     MOVE 'E' TO CONDITION-TYPE.
005580     MOVE EAU-MESSAGE-TEXT (161:39) TO CONDITION-ID.
005590     MOVE ESCALATION-ROUTE-CLASS TO CONDITION-CLASS.
005600     MOVE 'BATCH ALERT - BROADCAST NOT ANSWERED'
005610         TO CONDITION-SUBJECT.
005620     MOVE EAU-MESSAGE-TEXT (1:720) TO CONDITION-BODY (1:720).
005630*
005640***************************************************************
005650*    M100 ROUTES ONE CONDITION: FIND ITS ADDRESSES, THROTTLE    *
005660*    A REPEAT, AND MAIL THE REST.  A CONDITION THAT HAS NO      *
005670*    ADDRESS IS COUNTED; ONE THAT ALSO FOUND NO DESK AT ALL,    *
005680*    AFTER-HOURS INCLUDED, REACHED NOBODY AND IS REPORTED.      *
005690***************************************************************
005700 M100-NOTIFY-CONDITION.
005710     ADD 1 TO CONDITIONS-FOUND.
005720     PERFORM M110-SELECT-RECIPIENTS.
005730     IF RECIPIENT-COUNT = ZERO
005740         ADD 1 TO CONDITIONS-NOT-ADDRESSED
005750         IF DESKS-DARK
005760             ADD 1 TO CONDITIONS-UNREACHED
005770             DISPLAY 'MAILNOTE NO DESK OR ON-CALL ADDRESS FOR '
005780                 CONDITION-KEY
005790         END-IF
005800     ELSE
005810         PERFORM M130-CHECK-THROTTLE
005820         IF CONDITION-THROTTLED
005830             ADD 1 TO TH-SUPPRESSED-COUNT (TH-IX)
005840             ADD 1 TO CONDITIONS-THROTTLED
005850         ELSE
005860             PERFORM M140-MAIL-CONDITION.
005870*
005875***************************************************************
005880*    M110-M125 MARK THE ADDRESSES FOR THE CONDITION - THE       *
005885*    ROUTING CLASS MATCHES (A BLANK ON EITHER SIDE MATCHES      *
005890*    EVERY CLASS), THE SHIFT IS WORKED TODAY AND COVERS NOW,    *
005895*    AND THE ADDRESS IS FLAGGED 'A' OR THE DESKS ARE DARK.      *
005900*    A STAFFED DESK OF THE CLASS (00) OR THE AFTER-HOURS DESKS  *
005905*    TRMROUTE FELL BACK TO (04) TAKE THE CONDITION; ONLY NO     *
005910*    DESK AT ALL (08) IS DARK.  A REJECTED RUN DATE (12) LEAVES *
005915*    THE DESKS UNKNOWN - THE ADDRESSES ARE CHOSEN AS IF DARK    *
005920*    AND THE CONDITION IS COUNTED AS A ROUTING ERROR.  THE      *
005925*    SHIFT HOURS FOLLOW TRMROUTE'S RULES.                       *
005930***************************************************************
005935 M110-SELECT-RECIPIENTS.
005940     MOVE CONDITION-CLASS TO TRT-ROUTE-CLASS.
005945     MOVE RUN-DATE-CCYYMMDD TO TRT-DATE-CCYYMMDD.
005950     MOVE RUN-TIME-HHMM TO TRT-TIME-HHMM.
005955     CALL 'TRMROUTE' USING TRMROUTE-PARM.
005960     IF TRT-NO-DESK-AVAILABLE
005965         SET DESKS-DARK TO TRUE
005970     ELSE
005975         IF TRT-INVALID-DATE
005980             SET DESKS-UNKNOWN TO TRUE
005985             ADD 1 TO ROUTING-ERRORS
005990             DISPLAY 'MAILNOTE TRMROUTE REJECTED RUN DATE '
005995                 RUN-DATE-CCYYMMDD ' FOR ' CONDITION-KEY
006000         ELSE
006005             MOVE 'N' TO DESKS-DARK-SWITCH.
006050     MOVE ZERO TO RECIPIENT-COUNT.
006060     PERFORM M120-TEST-ONE-ADDRESS
006070         VARYING AB-IX FROM 1 BY 1
006080             UNTIL AB-IX > ADDRESS-COUNT.
006090*
006100 M120-TEST-ONE-ADDRESS.
006110     MOVE 'N' TO AB-SELECTED-SWITCH (AB-IX).
006120     MOVE 'N' TO ON-CALL-SWITCH.
006130     IF (CONDITION-CLASS = SPACE
006140         OR AB-ROUTE-CLASS (AB-IX) = SPACE
006150         OR AB-ROUTE-CLASS (AB-IX) = CONDITION-CLASS)
006155         AND (AB-MAIL-ALWAYS (AB-IX) OR DESKS-DARK
006160             OR DESKS-UNKNOWN)
006170         PERFORM M125-TEST-SHIFT.
006180     IF ON-CALL-NOW
006190         SET AB-SELECTED (AB-IX) TO TRUE
006200         ADD 1 TO RECIPIENT-COUNT.
006210*
006220 M125-TEST-SHIFT.
006230     IF AB-SHIFT-START (AB-IX) = AB-SHIFT-END (AB-IX)
006240         SET ON-CALL-NOW TO TRUE
006250     ELSE
006260         IF AB-SHIFT-START (AB-IX) > AB-SHIFT-END (AB-IX)
006270             IF RUN-TIME-HHMM NOT < AB-SHIFT-START (AB-IX)
006280                 OR RUN-TIME-HHMM < AB-SHIFT-END (AB-IX)
006290                 SET ON-CALL-NOW TO TRUE
006300             END-IF
006310         ELSE
006320             IF RUN-TIME-HHMM NOT < AB-SHIFT-START (AB-IX)
006330                 AND RUN-TIME-HHMM < AB-SHIFT-END (AB-IX)
006340                 SET ON-CALL-NOW TO TRUE.
006350     IF RUN-DAY-OF-WEEK > ZERO
006360         IF AB-STAFFED-DAY-FLAG (AB-IX, RUN-DAY-OF-WEEK) NOT = 'Y'
006370             MOVE 'N' TO ON-CALL-SWITCH.
006380*
006390***************************************************************
006400*    M130-M135 FIND THE CONDITION'S THROTTLE ENTRY, ADDING ONE  *
006410*    THE FIRST TIME IT IS MAILED, AND TEST WHETHER IT WAS       *
006420*    MAILED INSIDE THE THROTTLE WINDOW.  THE AGE IN MINUTES IS  *
006430*    DATECALC'S DAY COUNT TIMES 1440 PLUS THE CLOCK DIFFERENCE. *
006440*    WITH THE TABLE FULL THE CONDITION IS MAILED UNTHROTTLED.   *
006450***************************************************************
006460 M130-CHECK-THROTTLE.
006470     MOVE 'N' TO THROTTLE-SWITCH.
006480     SET THROTTLE-ENTRY-KEPT TO TRUE.
006490     SET TH-IX TO 1.
006500     SEARCH THROTTLE-ENTRY
006510         AT END
006520             PERFORM M133-ADD-THROTTLE-ENTRY
006530         WHEN TH-CONDITION-KEY (TH-IX) = CONDITION-KEY
006540             PERFORM M135-TEST-THROTTLE-WINDOW
006550     END-SEARCH.
006560*
006570 M133-ADD-THROTTLE-ENTRY.
006580     IF THROTTLE-COUNT < 500
006590         ADD 1 TO THROTTLE-COUNT
006600         SET TH-IX TO THROTTLE-COUNT
006610         MOVE CONDITION-KEY TO TH-CONDITION-KEY (TH-IX)
006620         MOVE ZERO TO TH-LAST-MAILED-DATE (TH-IX)
006630         MOVE ZERO TO TH-LAST-MAILED-TIME (TH-IX)
006640         MOVE ZERO TO TH-SUPPRESSED-COUNT (TH-IX)
006650     ELSE
006660         MOVE 'N' TO THROTTLE-ENTRY-SWITCH
006670         DISPLAY 'MAILNOTE THROTTLE TABLE FULL - '
006680             CONDITION-KEY ' NOT THROTTLED'.
006690*
006700 M135-TEST-THROTTLE-WINDOW.
006710     IF TH-LAST-MAILED-DATE (TH-IX) > ZERO
006720         MOVE 'DC' TO DTC-FUNCTION
006730         MOVE TH-LAST-MAILED-DATE (TH-IX) TO DTC-DATE-CCYYMMDD
006740         MOVE RUN-DATE-CCYYMMDD TO DTC-TO-DATE-CCYYMMDD
006750         CALL 'DATECALC' USING DATECALC-PARM
006760         IF DTC-SUCCESSFUL
006770             MOVE RUN-TIME-HHMM TO WORK-HHMM
006780             COMPUTE AGE-MINUTES = DTC-DAY-COUNT * 1440
006790                 + WORK-HH * 60 + WORK-MM
006800             MOVE TH-LAST-MAILED-TIME (TH-IX) TO WORK-HHMM
006810             COMPUTE AGE-MINUTES = AGE-MINUTES
006820                 - WORK-HH * 60 - WORK-MM
006830             IF AGE-MINUTES < THROTTLE-MINUTES
006840                 SET CONDITION-THROTTLED TO TRUE.
006850*
006860***************************************************************
006870*    M140-M160 MAIL THE CONDITION TO EVERY MARKED ADDRESS - ONE *
006880*    SMTP ENVELOPE AND ONE AUDIT RECORD EACH - AND RESTART ITS  *
006890*    THROTTLE WINDOW.  THE HELO OPENS THE FILE BEFORE THE FIRST *
006900*    MAIL; A BODY LINE STARTING WITH A PERIOD GETS A SECOND ONE *
006910*    SO THE SMTP WRITER DOES NOT TAKE IT FOR THE END OF DATA.   *
006920***************************************************************
006930 M140-MAIL-CONDITION.
006940     IF THROTTLE-ENTRY-KEPT
006950         AND TH-SUPPRESSED-COUNT (TH-IX) > ZERO
006960         MOVE TH-SUPPRESSED-COUNT (TH-IX) TO TNL-COUNT
006970         MOVE THROTTLE-NOTE-LINE TO BODY-LINE (10).
006980     IF NOT SMTP-SESSION-OPEN
006990         MOVE SPACES TO SMTP-OUTPUT-RECORD
007000         STRING 'HELO ' HELO-DOMAIN
007010             DELIMITED BY SIZE INTO SMTP-OUTPUT-RECORD
007020         WRITE SMTP-OUTPUT-RECORD
007030         SET SMTP-SESSION-OPEN TO TRUE.
007040     ADD 1 TO CONDITIONS-MAILED.
007050     PERFORM M150-MAIL-ONE-ADDRESS
007060         VARYING AB-IX FROM 1 BY 1
007070             UNTIL AB-IX > ADDRESS-COUNT.
007080     IF THROTTLE-ENTRY-KEPT
007090         MOVE RUN-DATE-CCYYMMDD TO TH-LAST-MAILED-DATE (TH-IX)
007100         MOVE RUN-TIME-HHMM TO TH-LAST-MAILED-TIME (TH-IX)
007110         MOVE ZERO TO TH-SUPPRESSED-COUNT (TH-IX).
007120*
007130 M150-MAIL-ONE-ADDRESS.
007140     IF AB-SELECTED (AB-IX)
007150         MOVE SPACES TO SMTP-OUTPUT-RECORD
007160         STRING 'MAIL FROM:<' DELIMITED BY SIZE
007170             MAIL-FROM-ADDRESS DELIMITED BY SPACE
007180             '>' DELIMITED BY SIZE INTO SMTP-OUTPUT-RECORD
007190         WRITE SMTP-OUTPUT-RECORD
007200         MOVE SPACES TO SMTP-OUTPUT-RECORD
007210         STRING 'RCPT TO:<' DELIMITED BY SIZE
007220             AB-MAIL-ADDRESS (AB-IX) DELIMITED BY SPACE
007230             '>' DELIMITED BY SIZE INTO SMTP-OUTPUT-RECORD
007240         WRITE SMTP-OUTPUT-RECORD
007250         MOVE 'DATA' TO SMTP-OUTPUT-RECORD
007260         WRITE SMTP-OUTPUT-RECORD
007270         MOVE SPACES TO SMTP-OUTPUT-RECORD
007280         STRING 'FROM: ' MAIL-FROM-ADDRESS
007290             DELIMITED BY SIZE INTO SMTP-OUTPUT-RECORD
007300         WRITE SMTP-OUTPUT-RECORD
007310         MOVE SPACES TO SMTP-OUTPUT-RECORD
007320         STRING 'TO: ' AB-MAIL-ADDRESS (AB-IX)
007330             DELIMITED BY SIZE INTO SMTP-OUTPUT-RECORD
007340         WRITE SMTP-OUTPUT-RECORD
007350         MOVE SPACES TO SMTP-OUTPUT-RECORD
007360         STRING 'SUBJECT: ' CONDITION-SUBJECT
007370             DELIMITED BY SIZE INTO SMTP-OUTPUT-RECORD
007380         WRITE SMTP-OUTPUT-RECORD
007390         MOVE SPACES TO SMTP-OUTPUT-RECORD
007400         WRITE SMTP-OUTPUT-RECORD
007410         PERFORM M160-WRITE-ONE-BODY-LINE
007420             VARYING BODY-SUB FROM 1 BY 1
007430                 UNTIL BODY-SUB > 10
007440         MOVE '.' TO SMTP-OUTPUT-RECORD
007450         WRITE SMTP-OUTPUT-RECORD
007460         MOVE AB-ONCALL-ID (AB-IX) TO AUD-TERMINAL-ID
007470         ACCEPT AUD-DATE FROM DATE
007480         ACCEPT AUD-TIME FROM TIME
007490         MOVE CONDITION-BODY TO AUD-MESSAGE-TEXT
007500         MOVE 'N' TO AUD-REPLY-FLAG
007510         WRITE AUDIT-RECORD
007520         ADD 1 TO MAILS-WRITTEN.
007530*
007540 M160-WRITE-ONE-BODY-LINE.
007550     IF BODY-LINE (BODY-SUB) (1:1) = '.'
007560         MOVE '.' TO SMTP-OUTPUT-RECORD
007570         MOVE BODY-LINE (BODY-SUB) TO SMTP-OUTPUT-RECORD (2:79)
007580     ELSE
007590         MOVE BODY-LINE (BODY-SUB) TO SMTP-OUTPUT-RECORD.
007600     WRITE SMTP-OUTPUT-RECORD.
007610*
007620***************************************************************
007630*    Z100-Z110 CLOSE THE SMTP FILE WITH ITS QUIT, CARRY THE     *
007640*    THROTTLE STATE FORWARD - LESS ENTRIES NOT MAILED FOR SEVEN *
007650*    DAYS - AND REPORT THE RUN.                                 *
007660***************************************************************
007670 Z100-END-OF-PROCESSING.
007680     IF SMTP-SESSION-OPEN
007690         MOVE 'QUIT' TO SMTP-OUTPUT-RECORD
007700         WRITE SMTP-OUTPUT-RECORD.
007710     PERFORM Z110-KEEP-ONE-THROTTLE
007720         VARYING TH-IX FROM 1 BY 1
007730             UNTIL TH-IX > THROTTLE-COUNT.
007740     CLOSE FATAL-ALERT-FILE, SUMMARY-REPORT-FILE,
007750         ESCALATION-AUDIT-FILE, NEW-THROTTLE-FILE,
007760         SMTP-OUTPUT-FILE, MAIL-AUDIT-FILE.
007770     DISPLAY 'MAILNOTE FATAL ENTRIES READ:        '
007780         FATAL-ENTRIES-READ.
007790     DISPLAY 'MAILNOTE FATAL ENTRIES HELD:        '
007800         FATAL-ENTRIES-HELD.
007810     DISPLAY 'MAILNOTE CONDITIONS FOUND:          '
007820         CONDITIONS-FOUND.
007830     DISPLAY 'MAILNOTE CONDITIONS MAILED:         '
007840         CONDITIONS-MAILED.
007850     DISPLAY 'MAILNOTE CONDITIONS THROTTLED:      '
007860         CONDITIONS-THROTTLED.
007870     DISPLAY 'MAILNOTE CONDITIONS NOT ADDRESSED:  '
007880         CONDITIONS-NOT-ADDRESSED.
007890     DISPLAY 'MAILNOTE MAILS WRITTEN:             '
007900         MAILS-WRITTEN.
007910     DISPLAY 'MAILNOTE THROTTLE ENTRIES DROPPED:  '
007920         THROTTLE-ENTRIES-DROPPED.
007930     MOVE 'MAILNOTE' TO OST-PROGRAM-ID.
007940     SET OST-END-OF-JOB TO TRUE.
007950     MOVE CONDITIONS-FOUND TO OST-RECORDS-PROCESSED.
007960     MOVE ROUTING-ERRORS TO OST-ERROR-COUNT.
007970     MOVE CONDITIONS-UNREACHED TO OST-EXCEPTION-COUNT.
007980     CALL 'OPSTAT' USING OPSTAT-PARM.
007990     CALL 'ERRLOGC'.
008000     IF CONDITIONS-UNREACHED > ZERO
008010         DISPLAY 'MAILNOTE CONDITIONS THAT REACHED NOBODY: '
008020             CONDITIONS-UNREACHED
008030         MOVE 4 TO RETURN-CODE.
008032     IF ROUTING-ERRORS > ZERO
008034         DISPLAY 'MAILNOTE CONDITIONS WITH A ROUTING ERROR: '
008036             ROUTING-ERRORS
008038         MOVE 8 TO RETURN-CODE.
008040*
008050 Z110-KEEP-ONE-THROTTLE.
008060     MOVE 'N' TO THROTTLE-ENTRY-SWITCH.
008070     IF TH-LAST-MAILED-DATE (TH-IX) > ZERO
008080         MOVE 'DC' TO DTC-FUNCTION
008090         MOVE TH-LAST-MAILED-DATE (TH-IX) TO DTC-DATE-CCYYMMDD
008100         MOVE RUN-DATE-CCYYMMDD TO DTC-TO-DATE-CCYYMMDD
008110         CALL 'DATECALC' USING DATECALC-PARM
008120         IF DTC-SUCCESSFUL
008130             AND DTC-DAY-COUNT NOT > 7
008140             SET THROTTLE-ENTRY-KEPT TO TRUE.
008150     IF THROTTLE-ENTRY-KEPT
008160         MOVE SPACES TO MAIL-THROTTLE-RECORD
008170         MOVE TH-CONDITION-KEY (TH-IX) TO MTH-CONDITION-KEY
008180         MOVE TH-LAST-MAILED-DATE (TH-IX) TO MTH-LAST-MAILED-DATE
008190         MOVE TH-LAST-MAILED-TIME (TH-IX) TO MTH-LAST-MAILED-TIME
008200         MOVE TH-SUPPRESSED-COUNT (TH-IX) TO MTH-SUPPRESSED-COUNT
008210         WRITE NEW-THROTTLE-RECORD FROM MAIL-THROTTLE-RECORD
008220     ELSE
008230         ADD 1 TO THROTTLE-ENTRIES-DROPPED.
