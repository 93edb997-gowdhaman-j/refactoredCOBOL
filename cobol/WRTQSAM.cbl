000310*         KEYED VOLUME TEST FILE IS TWO CARDS INSTEAD OF AN    *
000320*         IMPOSSIBLE HAND DECK.  THE REREAD VERIFICATION       *
000330*         COVERS GENERATED RUNS THE SAME AS CARD-COPY RUNS.    *
000331*                                                              *
000332*         A FIRST CARD OF '$SCN' SWITCHES THE RUN TO           *
000333*         MACHINE-FILE SCENARIO GENERATION, SO A BCBSEXT3,     *
000334*         MACHEDIT, BCBSXREF, OR BCBSDUPL CHANGE CAN BE TESTED *
000335*         AGAINST EXACTLY THE CASES IT NEEDS.  EACH FOLLOWING  *
000336*         CARD DESCRIBES ONE MODULE - MEMBER (COLS 1-8),       *
000337*         USRDAT CODE (10-13), CSECT COUNT (15-16), MRTYPE     *
000338*         (18-19), LINK DATE MM/DD/YY (21-28, BLANK =          *
000339*         UNKNOWN), SYSTEM ID (30-37), CSECT NAME PREFIX       *
000340*         (39-41, DEFAULT IBM FOR PL/I, IGZ FOR COBOL), AND    *
000341*         FOR THE COBOL TYPES MRCOBSM (43-46), MRCOBDC         *
000342*         (48-55), AND THE TWO TYPE-SPECIFIC COMPILE FIELDS    *
000343*         (57-66, 68-77).  A CARD BECOMES THAT MANY VALID      *
000344*         200-BYTE MRRECCOB RECORDS ON DD UT-S-MACHSCN IN CARD *
000345*         ORDER, SO AN UNGROUPED MEMBER, A MEMBER IN TWO       *
000346*         LIBRARIES, AN OLD LINK DATE, OR EACH COMPILER TYPE   *
000347*         IS JUST A CHOICE OF CARDS.  '$USR' CARDS (CODE IN    *
000348*         6-9, DSNAME IN 11-43) NAME THE CODES THE TEST DSNAME *
000349*         TABLE RESOLVES AND MUST PRECEDE THE MODULE CARDS -   *
000350*         ANY OTHER CODE IS AN UNKNOWN MRUSRDAT.  THE RESULTS  *
000351*         BCBSEXT3 SHOULD PRODUCE READING UT-S-MACHSCN ARE     *
000352*         WRITTEN ALONGSIDE: ONE MODULE EXTRACT RECORD PER     *
000353*         RESOLVED MODULE (DD UT-S-EXPMODX, THE UT-S-MODEXT    *
000354*         LAYOUT) AND ONE EXCEPTION RECORD PER UNRESOLVED ONE  *
000355*         (DD UT-S-EXPEXCP, THE UT-S-EXCPTN LAYOUT), SO A      *
000356*         FILECMP MANIFEST PAIRING EACH WITH BCBSEXT3'S OWN    *
000357*         OUTPUT CHECKS THE RUN UNATTENDED.  A '*' IN COLUMN 1 *
000358*         IS A COMMENT CARD; A BAD CARD CANCELS THE RUN, AS    *
000359*         FOR '$GEN'.                                          *
000360****************************************************************
000361 ENVIRONMENT DIVISION.
000362 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390*
000400     SELECT OUTPUT-FILE ASSIGN TO UT-S-OUTPUT1.
000410     SELECT OPTIONAL CONTROL-FILE ASSIGN TO UT-S-CTLCARD.
000413     SELECT MACHINE-SCENARIO-FILE ASSIGN TO UT-S-MACHSCN.
000416     SELECT EXPECTED-EXTRACT-FILE ASSIGN TO UT-S-EXPMODX.
000419     SELECT EXPECTED-EXCEPTION-FILE ASSIGN TO UT-S-EXPEXCP.
000420*
000430 DATA DIVISION.
000440*
000610     DATA RECORD IS CONTROL-RECORD.
000620*
000630 01  CONTROL-RECORD          PIC X(80).
000631*
000632 FD  MACHINE-SCENARIO-FILE
000633     RECORDING MODE IS F
000634     BLOCK CONTAINS 0 RECORDS
000635     RECORD CONTAINS 200 CHARACTERS
000636     LABEL RECORD IS STANDARD
000637     DATA RECORD IS MACHINE-RECORD.
000638*
000639     COPY MRRECCOB.
000640*
000641*    EXPECTED-EXTRACT-RECORD IS BCBSEXT3'S MODULE-EXTRACT-RECORD
000642*    AND EXPECTED-EXCEPTION-RECORD ITS EXCEPTION-RECORD, FIELD
000643*    FOR FIELD, SO FILECMP COMPARES THEM STRAIGHT ACROSS.
000644 FD  EXPECTED-EXTRACT-FILE
000645     RECORDING MODE IS F
000646     BLOCK CONTAINS 0 RECORDS
000647     RECORD CONTAINS 80 CHARACTERS
000648     LABEL RECORD IS STANDARD
000649     DATA RECORD IS EXPECTED-EXTRACT-RECORD.
000650*
000651 01  EXPECTED-EXTRACT-RECORD.
000652     05  XPX-MEMBER-NAME         PIC X(8).
000653     05  XPX-USRDAT              PIC X(4).
000654     05  XPX-TYPE                PIC X(2).
000655     05  XPX-LINK-DATE           PIC X(8).
000656     05  XPX-DSNAME              PIC X(33).
000657     05  XPX-SYSTEM-ID           PIC X(8).
000658     05  FILLER                  PIC X(17).
000659*
000660 FD  EXPECTED-EXCEPTION-FILE
000661     RECORDING MODE IS F
000662     BLOCK CONTAINS 0 RECORDS
000663     RECORD CONTAINS 12 CHARACTERS
000664     LABEL RECORD IS STANDARD
000665     DATA RECORD IS EXPECTED-EXCEPTION-RECORD.
000666*
000667 01  EXPECTED-EXCEPTION-RECORD.
000668     05  XPE-MEMBER-NAME         PIC X(8).
000669     05  XPE-USRDAT              PIC X(4).
000670*
000671 WORKING-STORAGE SECTION.
000672
000673 77  FILLER PIC X(36)  VALUE
000680     'WRTQSAM WORKING STORAGE BEGINS HERE'.
000690*
000700 01  SWITCHES.
000966*    IDENTITY 'OUTPUT1' SO A CONSUMING STEP CAN PROVE IT READ
000967*    THE WHOLE TEST FILE.
000968 COPY CTLTOTP.
000969*
000970***************************************************************
000971*    SCENARIO-CARD IS THE '$SCN' MODULE CARD, AND USRDAT-CARD   *
000972*    THE '$USR' CARD THAT NAMES ONE RESOLVING USRDAT CODE.      *
000973*    THE COMPILE FIELDS GO TO MRC2DATA/MRC2AWO FOR C2 AND C3    *
000974*    AND TO MROCSYMD/MROCSYSO FOR VS AND V4.                    *
000975***************************************************************
000976 01  SCENARIO-CARD.
000977     05  SCD-MEMBER              PIC X(8).
000978     05  FILLER                  PIC X.
000979     05  SCD-USRDAT              PIC X(4).
000980     05  FILLER                  PIC X.
000981     05  SCD-CSECT-COUNT         PIC X(2).
000982     05  FILLER                  PIC X.
000983     05  SCD-TYPE                PIC X(2).
000984         88  SCD-PLI-TYPE        VALUE 'PM' 'PR' 'P1' 'P2'.
000985         88  SCD-C2-TYPE         VALUE 'C2' 'C3'.
000986         88  SCD-VS-TYPE         VALUE 'VS' 'V4'.
000987     05  FILLER                  PIC X.
000988     05  SCD-LINK-DATE.
000989         10  SCD-LINK-MM         PIC X(2).
000990         10  SCD-LINK-SLASH-1    PIC X.
000991         10  SCD-LINK-DD         PIC X(2).
000992         10  SCD-LINK-SLASH-2    PIC X.
000993         10  SCD-LINK-YY         PIC X(2).
000994     05  FILLER                  PIC X.
000995     05  SCD-SYSTEM-ID           PIC X(8).
000996     05  FILLER                  PIC X.
000997     05  SCD-CSECT-PREFIX        PIC X(3).
000998     05  FILLER                  PIC X.
000999     05  SCD-COBSM               PIC X(4).
001000     05  FILLER                  PIC X.
001001     05  SCD-COBDC               PIC X(8).
001002     05  FILLER                  PIC X.
001003     05  SCD-COMPILE-FIELD-1     PIC X(10).
001004     05  FILLER                  PIC X.
001005     05  SCD-COMPILE-FIELD-2     PIC X(10).
001006     05  FILLER                  PIC X(3).
001007 01  USRDAT-CARD REDEFINES SCENARIO-CARD.
001008     05  FILLER                  PIC X(5).
001009     05  USC-CODE                PIC X(4).
001010     05  FILLER                  PIC X.
001011     05  USC-DSNAME              PIC X(33).
001012     05  FILLER                  PIC X(37).
001013*
001014***************************************************************
001015*    SCENARIO-CONTROL CARRIES THE RESOLVING USRDAT CODES, THE   *
001016*    MODULE KEY OF THE PREVIOUS CARD - A CARD REPEATING IT      *
001017*    ADDS CSECTS TO THE SAME MODULE, EXACTLY AS BCBSEXT3 WILL   *
001018*    GROUP THEM - AND THE SCENARIO RUN'S COUNTS.                *
001019***************************************************************
001020 01  SCENARIO-CONTROL.
001021     05  SCN-CARD-NUMBER         PIC 9(5) VALUE ZEROS.
001022     05  SCN-CANCEL-REASON       PIC X(40) VALUE SPACES.
001023     05  SCN-MODULE-CARD-SWITCH  PIC X     VALUE 'N'.
001024         88  SCN-MODULE-CARD-SEEN          VALUE 'Y'.
001025     05  SCN-USRDAT-SWITCH       PIC X     VALUE 'N'.
001026         88  SCN-USRDAT-KNOWN              VALUE 'Y'.
001027     05  SCN-CSECT-PREFIX        PIC X(3)  VALUE SPACES.
001028     05  SCN-CSECT-SEQUENCE      PIC 9(5)  VALUE ZEROS.
001029     05  SCN-CSECT-COUNT         PIC 9(2)  VALUE ZEROS.
001030     05  SCN-PREVIOUS-KEY        PIC X(20) VALUE SPACES.
001031     05  SCN-CURRENT-KEY.
001032         10  SCN-KEY-MEMBER      PIC X(8).
001033         10  SCN-KEY-USRDAT      PIC X(4).
001034         10  SCN-KEY-SYSTEM-ID   PIC X(8).
001035     05  SCN-LOOKUP-CODE         PIC X(4)  VALUE SPACES.
001036     05  SCN-RESOLVED-DSNAME     PIC X(33) VALUE SPACES.
001037     05  SCN-USR-COUNT           PIC S9(4) COMP VALUE +0.
001038     05  SCN-USR-SUB             PIC S9(4) COMP VALUE +0.
001039     05  SCN-USR-ENTRY OCCURS 200 TIMES.
001040         10  SCN-USR-CODE        PIC X(4).
001041         10  SCN-USR-DSNAME      PIC X(33).
001042 01  SCENARIO-STATISTICS.
001043     05  SCN-MODULE-COUNT        PIC S9(7) COMP-3 VALUE +0.
001044     05  SCN-MACHINE-COUNT       PIC S9(7) COMP-3 VALUE +0.
001045     05  SCN-EXTRACT-COUNT       PIC S9(7) COMP-3 VALUE +0.
001046     05  SCN-EXCEPTION-COUNT     PIC S9(7) COMP-3 VALUE +0.
001047 PROCEDURE DIVISION.
001048     OPEN INPUT CONTROL-FILE.
001049     READ CONTROL-FILE
001050         AT END
001051             SET CONTROL-EOF TO TRUE.
001052     IF NOT CONTROL-EOF
001053         AND CONTROL-RECORD(1:4) = '$SCN'
001054        PERFORM 3000-GENERATE-SCENARIO THRU 3000-EXIT
001055        CLOSE CONTROL-FILE
001056        GOBACK.
001057     OPEN OUTPUT OUTPUT-FILE.
001058     IF NOT CONTROL-EOF
001059         AND CONTROL-RECORD(1:4) = '$GEN'
001060        PERFORM 1500-GENERATE-VOLUME-DATA THRU 1500-EXIT
001061     ELSE
001070        PERFORM 1000-WRITE-ONE-RECORD UNTIL CONTROL-EOF.
001080     CLOSE CONTROL-FILE.
001090     CLOSE OUTPUT-FILE.
001900             SET REREAD-EOF TO TRUE.
001910     IF NOT REREAD-EOF
001920         ADD 1 TO REREAD-RECORD-COUNT.
001930*
001940***************************************************************
001950*    3000-3900 ARE SCENARIO MODE.  EVERY CARD IS EDITED HARD    *
001960*    AGAINST THE SAME RULES MACHEDIT APPLIES - KNOWN MRTYPE,    *
001970*    PLAUSIBLE MM/DD/YY LINK DATE, COMPILE FIELDS ONLY WHERE    *
001980*    THE TYPE CARRIES THEM - SO EVERY RECORD WRITTEN IS VALID,  *
001990*    AND A BAD CARD CANCELS THE RUN RATHER THAN MANUFACTURING   *
002000*    A SCENARIO NOBODY ASKED FOR.                               *
002010***************************************************************
002020 3000-GENERATE-SCENARIO.
002030     OPEN OUTPUT MACHINE-SCENARIO-FILE.
002040     OPEN OUTPUT EXPECTED-EXTRACT-FILE.
002050     OPEN OUTPUT EXPECTED-EXCEPTION-FILE.
002060     MOVE 1 TO SCN-CARD-NUMBER.
002070     READ CONTROL-FILE
002080         AT END
002090             SET CONTROL-EOF TO TRUE.
002100     PERFORM 3100-PROCESS-SCENARIO-CARD THRU 3100-EXIT
002110         UNTIL CONTROL-EOF.
002120     CLOSE MACHINE-SCENARIO-FILE.
002130     CLOSE EXPECTED-EXTRACT-FILE.
002140     CLOSE EXPECTED-EXCEPTION-FILE.
002150     IF SCN-MODULE-COUNT = ZERO
002160         DISPLAY 'WRTQSAM $SCN WITHOUT A MODULE CARD - CANCELLED'
002170         CALL 'CANCEL' USING WS-ABEND-CODE.
002180     PERFORM 3800-VERIFY-SCENARIO-FILE THRU 3800-EXIT.
002190     DISPLAY 'WRTQSAM SCENARIO MODULES:         '
002200         SCN-MODULE-COUNT.
002210     DISPLAY 'WRTQSAM MACHINE RECORDS WRITTEN:  '
002220         SCN-MACHINE-COUNT.
002230     DISPLAY 'WRTQSAM EXPECTED EXTRACT RECORDS: '
002240         SCN-EXTRACT-COUNT.
002250     DISPLAY 'WRTQSAM EXPECTED EXCEPTIONS:      '
002260         SCN-EXCEPTION-COUNT.
002270     SET CT-WRITE-TOTAL TO TRUE.
002280     MOVE 'WRTQSAM' TO CT-PROGRAM-ID.
002290     MOVE 'MACHSCN' TO CT-FILE-ID.
002300     MOVE SCN-MACHINE-COUNT TO CT-RECORD-COUNT.
002310     CALL 'CTLTOT' USING CTLTOT-PARM.
002320 3000-EXIT. EXIT.
002330*
002340 3100-PROCESS-SCENARIO-CARD.
002350     ADD 1 TO SCN-CARD-NUMBER.
002360     MOVE CONTROL-RECORD TO SCENARIO-CARD.
002370     IF CONTROL-RECORD(1:1) = '*'
002380         GO TO 3100-READ-NEXT-CARD.
002390     IF CONTROL-RECORD(1:4) = '$USR'
002400         PERFORM 3200-LOAD-USRDAT-CARD THRU 3200-EXIT
002410     ELSE
002420         PERFORM 3300-EDIT-MODULE-CARD THRU 3300-EXIT
002430         PERFORM 3500-WRITE-EXPECTED-RESULT THRU 3500-EXIT
002440         PERFORM 3400-WRITE-MODULE-RECORDS THRU 3400-EXIT.
002450 3100-READ-NEXT-CARD.
002460     READ CONTROL-FILE
002470         AT END
002480             SET CONTROL-EOF TO TRUE.
002490 3100-EXIT. EXIT.
002500*
002510 3200-LOAD-USRDAT-CARD.
002520     IF SCN-MODULE-CARD-SEEN
002530         MOVE '$USR CARD AFTER A MODULE CARD' TO SCN-CANCEL-REASON
002540         PERFORM 3900-CANCEL-BAD-CARD THRU 3900-EXIT.
002550     IF USC-CODE = SPACES OR USC-DSNAME = SPACES
002560         MOVE '$USR CARD WITHOUT A CODE OR DSNAME'
002570             TO SCN-CANCEL-REASON
002580         PERFORM 3900-CANCEL-BAD-CARD THRU 3900-EXIT.
002590     MOVE USC-CODE TO SCN-LOOKUP-CODE.
002600     PERFORM 3550-FIND-USRDAT-CODE THRU 3550-EXIT.
002610     IF SCN-USRDAT-KNOWN
002620         MOVE '$USR CODE GIVEN TWICE' TO SCN-CANCEL-REASON
002630         PERFORM 3900-CANCEL-BAD-CARD THRU 3900-EXIT.
002640     IF SCN-USR-COUNT NOT < 200
002650         MOVE 'MORE THAN 200 $USR CARDS' TO SCN-CANCEL-REASON
002660         PERFORM 3900-CANCEL-BAD-CARD THRU 3900-EXIT.
002670     ADD 1 TO SCN-USR-COUNT.
002680     MOVE USC-CODE TO SCN-USR-CODE (SCN-USR-COUNT).
002690     MOVE USC-DSNAME TO SCN-USR-DSNAME (SCN-USR-COUNT).
002700 3200-EXIT. EXIT.
002710*
002720 3300-EDIT-MODULE-CARD.
002730     MOVE 'Y' TO SCN-MODULE-CARD-SWITCH.
002740     IF SCD-MEMBER = SPACES
002750         MOVE 'MEMBER NAME BLANK' TO SCN-CANCEL-REASON
002760         PERFORM 3900-CANCEL-BAD-CARD THRU 3900-EXIT.
002770     IF SCD-CSECT-COUNT NOT NUMERIC
002780         OR SCD-CSECT-COUNT = '00'
002790         MOVE 'CSECT COUNT NOT 01-99' TO SCN-CANCEL-REASON
002800         PERFORM 3900-CANCEL-BAD-CARD THRU 3900-EXIT.
002810     IF NOT SCD-PLI-TYPE AND NOT SCD-C2-TYPE AND NOT SCD-VS-TYPE
002820         MOVE 'MRTYPE NOT PM PR P1 P2 C2 C3 VS V4'
002830             TO SCN-CANCEL-REASON
002840         PERFORM 3900-CANCEL-BAD-CARD THRU 3900-EXIT.
002850     IF SCD-LINK-DATE NOT = SPACES
002860         IF SCD-LINK-MM NOT NUMERIC
002870             OR SCD-LINK-SLASH-1 NOT = '/'
002880             OR SCD-LINK-DD NOT NUMERIC
002890             OR SCD-LINK-SLASH-2 NOT = '/'
002900             OR SCD-LINK-YY NOT NUMERIC
002910             MOVE 'LINK DATE NOT MM/DD/YY' TO SCN-CANCEL-REASON
002920             PERFORM 3900-CANCEL-BAD-CARD THRU 3900-EXIT
002930         ELSE
002940             IF SCD-LINK-MM < '01' OR SCD-LINK-MM > '12'
002950                 OR SCD-LINK-DD < '01' OR SCD-LINK-DD > '31'
002960                 MOVE 'LINK DATE IMPLAUSIBLE' TO SCN-CANCEL-REASON
002970                 PERFORM 3900-CANCEL-BAD-CARD THRU 3900-EXIT.
002980     IF SCD-PLI-TYPE
002990         AND (SCD-COBSM NOT = SPACES
003000             OR SCD-COBDC NOT = SPACES
003010             OR SCD-COMPILE-FIELD-1 NOT = SPACES
003020             OR SCD-COMPILE-FIELD-2 NOT = SPACES)
003030         MOVE 'COBOL SETTINGS ON A PL/I MODULE'
003040             TO SCN-CANCEL-REASON
003050         PERFORM 3900-CANCEL-BAD-CARD THRU 3900-EXIT.
003060 3300-EXIT. EXIT.
003070*
003080 3400-WRITE-MODULE-RECORDS.
003090     MOVE SCD-CSECT-COUNT TO SCN-CSECT-COUNT.
003100     MOVE SCD-CSECT-PREFIX TO SCN-CSECT-PREFIX.
003110     IF SCN-CSECT-PREFIX = SPACES
003120         IF SCD-PLI-TYPE
003130             MOVE 'IBM' TO SCN-CSECT-PREFIX
003140         ELSE
003150             MOVE 'IGZ' TO SCN-CSECT-PREFIX.
003160     PERFORM 3450-WRITE-ONE-CSECT SCN-CSECT-COUNT TIMES.
003180 3400-EXIT. EXIT.
003190*
003200 3450-WRITE-ONE-CSECT.
003210     MOVE SPACES TO MACHINE-RECORD.
003220     MOVE SCD-MEMBER TO MRMEM.
003230     MOVE SCD-USRDAT TO MRUSRDAT.
003240     ADD 1 TO SCN-CSECT-SEQUENCE.
003250     MOVE SCN-CSECT-PREFIX TO MRCSECT (1:3).
003260     MOVE SCN-CSECT-SEQUENCE TO MRCSECT (4:5).
003270     MOVE SCD-TYPE TO MRTYPE.
003280     MOVE SCD-LINK-DATE TO MRDATLKD.
003290     MOVE SCD-SYSTEM-ID TO MRSYSID.
003300     IF SCD-C2-TYPE
003310         MOVE SCD-COMPILE-FIELD-1 TO MRC2DATA
003320         MOVE SCD-COMPILE-FIELD-2 TO MRC2AWO.
003330     IF SCD-VS-TYPE
003340         MOVE SCD-COMPILE-FIELD-1 TO MROCSYMD
003350         MOVE SCD-COMPILE-FIELD-2 TO MROCSYSO.
003360     IF NOT SCD-PLI-TYPE
003370         MOVE SCD-COBSM TO MRCOBSM
003380         MOVE SCD-COBDC TO MRCOBDC.
003390     WRITE MACHINE-RECORD.
003400     ADD 1 TO SCN-MACHINE-COUNT.
003410*
003420*    3500 WRITES ONE EXPECTED RESULT PER MODULE - A CARD THAT
003430*    REPEATS THE PREVIOUS CARD'S MEMBER, USRDAT, AND SYSTEM ID
003440*    ONLY ADDS CSECTS, NUMBERED ON FROM THE LAST, AND BCBSEXT3
003441*    TAKES THE MODULE'S TYPE AND LINK DATE FROM ITS FIRST
003450*    RECORD, AS THIS DOES.
003460 3500-WRITE-EXPECTED-RESULT.
003470     MOVE SCD-MEMBER TO SCN-KEY-MEMBER.
003480     MOVE SCD-USRDAT TO SCN-KEY-USRDAT.
003490     MOVE SCD-SYSTEM-ID TO SCN-KEY-SYSTEM-ID.
003500     IF SCN-CURRENT-KEY = SCN-PREVIOUS-KEY
003510         GO TO 3500-EXIT.
003520     MOVE SCN-CURRENT-KEY TO SCN-PREVIOUS-KEY.
003530     MOVE ZEROS TO SCN-CSECT-SEQUENCE.
003540     ADD 1 TO SCN-MODULE-COUNT.
003550     MOVE SCD-USRDAT TO SCN-LOOKUP-CODE.
003560     PERFORM 3550-FIND-USRDAT-CODE THRU 3550-EXIT.
003570     IF SCN-USRDAT-KNOWN
003580         MOVE SCD-MEMBER TO XPX-MEMBER-NAME
003590         MOVE SCD-USRDAT TO XPX-USRDAT
003600         MOVE SCD-TYPE TO XPX-TYPE
003610         MOVE SCD-LINK-DATE TO XPX-LINK-DATE
003620         MOVE SCN-RESOLVED-DSNAME TO XPX-DSNAME
003630         MOVE SCD-SYSTEM-ID TO XPX-SYSTEM-ID
003640         WRITE EXPECTED-EXTRACT-RECORD
003650         ADD 1 TO SCN-EXTRACT-COUNT
003660     ELSE
003670         MOVE SCD-MEMBER TO XPE-MEMBER-NAME
003680         MOVE SCD-USRDAT TO XPE-USRDAT
003690         WRITE EXPECTED-EXCEPTION-RECORD
003700         ADD 1 TO SCN-EXCEPTION-COUNT.
003710 3500-EXIT. EXIT.
003720*
003730 3550-FIND-USRDAT-CODE.
003740     MOVE 'N' TO SCN-USRDAT-SWITCH.
003750     MOVE SPACES TO SCN-RESOLVED-DSNAME.
003760     PERFORM 3560-CHECK-ONE-USRDAT-CODE
003770         VARYING SCN-USR-SUB FROM 1 BY 1
003780         UNTIL SCN-USR-SUB > SCN-USR-COUNT
003790         OR SCN-USRDAT-KNOWN.
003800 3550-EXIT. EXIT.
003810*
003820 3560-CHECK-ONE-USRDAT-CODE.
003830     IF SCN-USR-CODE (SCN-USR-SUB) = SCN-LOOKUP-CODE
003840         MOVE SCN-USR-DSNAME (SCN-USR-SUB) TO SCN-RESOLVED-DSNAME
003850         SET SCN-USRDAT-KNOWN TO TRUE.
003860*
003870 3800-VERIFY-SCENARIO-FILE.
003880     OPEN INPUT MACHINE-SCENARIO-FILE.
003890     PERFORM 3810-REREAD-ONE-SCENARIO-RECORD UNTIL REREAD-EOF.
003900     CLOSE MACHINE-SCENARIO-FILE.
003910     IF REREAD-RECORD-COUNT NOT = SCN-MACHINE-COUNT
003920         DISPLAY 'WRTQSAM SCENARIO FILE VERIFICATION FAILED'
003930         DISPLAY '  RECORDS WRITTEN: ' SCN-MACHINE-COUNT
003940         DISPLAY '  RECORDS REREAD:  ' REREAD-RECORD-COUNT
003950         DISPLAY '  UT-S-MACHSCN MAY HAVE BEEN DYNAMICALLY'
003960         DISPLAY '  ALLOCATED TO A DISCARDED TEMPORARY DATASET'
003970         CALL 'CANCEL' USING WS-ABEND-CODE.
003980 3800-EXIT. EXIT.
003990*
004000 3810-REREAD-ONE-SCENARIO-RECORD.
004010     READ MACHINE-SCENARIO-FILE
004020         AT END
004030             SET REREAD-EOF TO TRUE.
004040     IF NOT REREAD-EOF
004050         ADD 1 TO REREAD-RECORD-COUNT.
004060*
004070 3900-CANCEL-BAD-CARD.
004080     DISPLAY 'WRTQSAM SCENARIO CARD ' SCN-CARD-NUMBER ' - '
004090         SCN-CANCEL-REASON ' - CANCELLED'.
004100     DISPLAY '  ' CONTROL-RECORD.
004110     CALL 'CANCEL' USING WS-ABEND-CODE.
004120 3900-EXIT. EXIT.
