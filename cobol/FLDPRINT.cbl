000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    FLDPRINT.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* FORMATTED FILE PRINT DRIVEN BY THE SHOP LAYOUT REGISTRY.      *
000150* WHEN A FEED LOOKED WRONG - THE 200-BYTE MACHINE FILE, THE     *
000160* OPSTAT FILE, BMPCOBOL'S 823-BYTE AUDIT TRAIL - THE ANSWER     *
000170* WAS A HEX DUMP AND SOMEONE COUNTING COLUMNS.  THE LAYOUTS     *
000180* ARE ALREADY ON THE FLDVAL REGISTRY (DD UT-S-FLDREG, COPY      *
000190* FLDREG0), SO THIS STEP PRINTS ANY REGISTERED FILE (DD         *
000200* UT-S-PRTIN - RECORD LENGTH FROM THE DATASET'S OWN LABEL, UP   *
000210* TO 4000) FIELD BY FIELD: NAME, OFFSET, LENGTH, TYPE, AND THE  *
000220* FORMATTED VALUE, WITH PACKED AND ZONED FIELDS UNPACKED TO     *
000230* SIGNED NUMBERS AT THEIR REGISTERED DECIMAL PLACES AND PACKED  *
000240* FIELDS SHOWN IN HEX AS WELL.  EVERY FIELD FLDVAL WOULD        *
000250* REJECT IS FLAGGED, BY THE SAME NUMERIC CLASS TEST FLDVAL      *
000260* APPLIES, AND SHOWN IN HEX INSTEAD OF A VALUE; A REGISTRY      *
000270* CARD THAT FALLS OUTSIDE THE RECORD OR CARRIES AN IMPOSSIBLE   *
000280* LENGTH OR TYPE IS FLAGGED AS A BAD REGISTRY ENTRY.            *
000290* OPERATIONS CONTROL CARDS (CALL 'CTLREAD'):                    *
000300*     FLDPRINT LAYOUT-ID       XXXXXXXX  (REQUIRED)             *
000310*     FLDPRINT RECORD-LENGTH   NNNN      (DEFAULT - END OF THE  *
000320*                                        LAYOUT'S LAST FIELD)   *
000330*     FLDPRINT FROM-RECORD     NNNNNNN   (DEFAULT 1)            *
000340*     FLDPRINT TO-RECORD       NNNNNNN   (DEFAULT END OF FILE)  *
000350*     FLDPRINT MAX-PRINT       NNNNN     (DEFAULT 100)          *
000360*     FLDPRINT SELECT-FIELD    <REGISTERED FIELD NAME>          *
000370*     FLDPRINT SELECT-VALUE    <VALUE, UP TO 30 BYTES>          *
000380* WITH A SELECT-FIELD CARD ONLY THE RECORDS IN THE RANGE WHOSE  *
000390* NAMED FIELD HOLDS THE SELECT-VALUE ARE PRINTED - A CHARACTER  *
000400* FIELD IS COMPARED BYTE FOR BYTE, A PACKED OR ZONED FIELD BY   *
000410* ITS UNSCALED DIGITS.  THE LISTING IS DD UT-S-FLDPRPT.  THE    *
000420* STEP ENDS WITH CONDITION CODE 4 WHEN ANY PRINTED FIELD IS     *
000430* FLAGGED AND 12 WHEN THE LAYOUT IS NOT ON THE REGISTRY.        *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL LAYOUT-REGISTRY-FILE ASSIGN TO UT-S-FLDREG.
000500     SELECT PRINT-INPUT-FILE ASSIGN TO UT-S-PRTIN.
000510     SELECT FIELD-PRINT-FILE ASSIGN TO UT-S-FLDPRPT.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*
000550 FD  LAYOUT-REGISTRY-FILE
000560     RECORDING MODE IS F
000570     BLOCK CONTAINS 0 RECORDS
000580     RECORD CONTAINS 80 CHARACTERS
000590     LABEL RECORDS ARE OMITTED.
000600 COPY FLDREG0.
000610*
000620 FD  PRINT-INPUT-FILE
000630     RECORDING MODE IS F
000640     RECORD CONTAINS 0 CHARACTERS
000650     BLOCK CONTAINS 0 RECORDS
000660     LABEL RECORDS ARE STANDARD.
000670 01  PRINT-INPUT-RECORD           PIC X(4000).
000680*
000690 FD  FIELD-PRINT-FILE
000700     RECORDING MODE IS F
000710     BLOCK CONTAINS 0 RECORDS
000720     RECORD CONTAINS 133 CHARACTERS
000730     LABEL RECORDS ARE OMITTED.
000740 01  FIELD-PRINT-RECORD           PIC X(133).
000750*
000760 WORKING-STORAGE SECTION.
000770 77  FILLER PIC X(36)  VALUE
000780     'FLDPRINT WORKING STORAGE BEGINS HERE'.
000790*
000800 01  REGISTRY-FILE-SWITCH         PIC X VALUE 'N'.
000810     88  REGISTRY-FILE-EOF            VALUE 'Y'.
000820 01  INPUT-FILE-SWITCH            PIC X VALUE 'N'.
000830     88  INPUT-FILE-EOF               VALUE 'Y'.
000840 01  SELECTION-SWITCH             PIC X VALUE 'N'.
000850     88  SELECTION-ACTIVE             VALUE 'Y'.
000860 01  RECORD-SELECTED-SWITCH       PIC X VALUE 'N'.
000870     88  RECORD-SELECTED              VALUE 'Y'.
000880 01  FIELD-VALID-SWITCH           PIC X VALUE 'N'.
000890     88  FIELD-IS-VALID               VALUE 'Y'.
000900 01  ENTRY-VALID-SWITCH           PIC X VALUE 'N'.
000910     88  ENTRY-IS-VALID               VALUE 'Y'.
000920*
000930***************************************************************
000940*    PRINT-CONTROLS HOLD THE CONTROL-CARD SETTINGS.  THE RECORD *
000950*    RANGE DEFAULTS TO THE WHOLE FILE AND THE PRINT CAP TO 100  *
000960*    RECORDS, SO AN UNNARROWED RUN AGAINST A LARGE FEED STOPS   *
000970*    AFTER A PAGEFUL OR TWO INSTEAD OF LISTING ALL OF IT.       *
000980***************************************************************
000990 01  PRINT-CONTROLS.
001000     05  PRINT-LAYOUT-ID          PIC X(8) VALUE SPACES.
001010     05  PRINT-RECORD-LENGTH      PIC 9(4) VALUE ZEROS.
001020     05  FROM-RECORD-NBR          PIC 9(7) VALUE 1.
001030     05  TO-RECORD-NBR            PIC 9(7) VALUE 9999999.
001040     05  MAX-PRINT-COUNT          PIC 9(5) VALUE 100.
001050     05  SELECT-FIELD-NAME        PIC X(16) VALUE SPACES.
001060     05  SELECT-VALUE             PIC X(30) VALUE SPACES.
001070     05  SELECT-VALUE-LENGTH      PIC S9(4) COMP VALUE +0.
001080     05  SELECT-FIELD-SUB         PIC S9(4) COMP VALUE +0.
001090     05  SELECT-NUMBER            PIC 9(15) VALUE ZEROS.
001100*
001110***************************************************************
001120*    LAYOUT-TABLE IS THE REQUESTED LAYOUT'S REGISTRY CARDS IN   *
001130*    FILE ORDER - FLDVAL'S OWN REGISTRY TABLE HOLDS 500 CARDS   *
001140*    ACROSS ALL LAYOUTS, SO NO ONE LAYOUT CAN RUN PAST 500.     *
001150***************************************************************
001160 01  LAYOUT-FIELD-COUNT           PIC S9(4) COMP VALUE +0.
001170 01  LAYOUT-TABLE.
001180     05  LAYOUT-ENTRY         OCCURS 1 TO 500 TIMES
001190                              DEPENDING ON LAYOUT-FIELD-COUNT
001200                              INDEXED BY LY-IX.
001210         10  LY-FIELD-NAME        PIC X(16).
001220         10  LY-FIELD-OFFSET      PIC 9(4).
001230         10  LY-FIELD-LENGTH      PIC 9(2).
001240         10  LY-FIELD-TYPE        PIC X.
001250         10  LY-DECIMAL-PLACES    PIC 9.
001260*
001270 01  PRINT-WORK-FIELDS.
001280     05  FIELD-SUB                PIC S9(4) COMP VALUE +0.
001290     05  FIELD-END-POSITION       PIC S9(4) COMP VALUE +0.
001300     05  CHUNK-POSITION           PIC S9(4) COMP VALUE +0.
001310     05  CHUNK-LENGTH             PIC S9(4) COMP VALUE +0.
001320     05  HEX-SUB                  PIC S9(4) COMP VALUE +0.
001330     05  HEX-BYTE-LIMIT           PIC S9(4) COMP VALUE +0.
001340     05  HEX-HIGH-NIBBLE          PIC S9(4) COMP VALUE +0.
001350     05  HEX-LOW-NIBBLE           PIC S9(4) COMP VALUE +0.
001360     05  RECORD-FLAG-COUNT        PIC S9(4) COMP VALUE +0.
001370     05  ACTIVE-FIELD-OFFSET      PIC 9(4) VALUE ZEROS.
001380     05  ACTIVE-FIELD-LENGTH      PIC 9(2) VALUE ZEROS.
001390     05  ACTIVE-FIELD-TYPE        PIC X VALUE SPACE.
001400         88  ACTIVE-PACKED-FIELD      VALUE 'P'.
001410         88  ACTIVE-ZONED-FIELD       VALUE 'Z'.
001420         88  ACTIVE-CHARACTER-FIELD   VALUE 'X'.
001430     05  ACTIVE-DECIMAL-PLACES    PIC 9 VALUE ZERO.
001440     05  FORMAT-NUMBER            PIC S9(15) VALUE ZEROS.
001450     05  FORMAT-DIGITS            PIC 9(15) VALUE ZEROS.
001460     05  FORMAT-INTEGER           PIC 9(15) VALUE ZEROS.
001470     05  FORMAT-EDITED-INTEGER    PIC Z(14)9.
001480     05  FORMAT-SIGN              PIC X VALUE SPACE.
001490     05  FORMAT-INTEGER-LENGTH    PIC S9(4) COMP VALUE +0.
001500     05  FORMAT-FRACTION-START    PIC S9(4) COMP VALUE +0.
001510     05  FORMAT-SEQUENCE          PIC 999.
001520     05  WS-DATE.
001530         10  WS-YEAR              PIC XX.
001540         10  WS-MONTH             PIC XX.
001550         10  WS-DAY               PIC XX.
001560*
001570***************************************************************
001580*    HEX-WORK TURNS ONE BYTE INTO ITS TWO HEX DIGITS - THE BYTE *
001590*    GOES INTO THE LOW ORDER OF A HALFWORD, WHOSE VALUE IS THEN *
001600*    SPLIT INTO ITS TWO NIBBLES.                                *
001610***************************************************************
001620 01  HEX-WORK-AREA.
001630     05  HEX-WORK-BYTES           PIC X(2).
001640 01  HEX-WORK-REDEF REDEFINES HEX-WORK-AREA.
001650     05  HEX-WORK-HALFWORD        PIC 9(4) COMP.
001660 01  HEX-DIGIT-STRING             PIC X(16) VALUE
001670     '0123456789ABCDEF'.
001680 01  HEX-TEXT                     PIC X(32) VALUE SPACES.
001690*
001700***************************************************************
001710*    PACKED-WORK-AREA AND ZONED-WORK-AREA ARE FLDVAL'S OWN TEST *
001720*    AREAS - THE FIELD'S BYTES AT THE LEFT END, THE REDEFINED   *
001730*    ITEM OF THE MATCHING LENGTH PUT THROUGH THE NUMERIC CLASS  *
001740*    TEST - SO A FIELD FLAGGED HERE IS EXACTLY A FIELD FLDVAL   *
001750*    REJECTS.  A FIELD THAT PASSES IS THEN UNPACKED FROM THE    *
001760*    SAME ITEM.                                                 *
001770***************************************************************
001780 01  PACKED-WORK-AREA.
001790     05  PACKED-WORK-BYTES        PIC X(8).
001800 01  PACKED-REDEF-1 REDEFINES PACKED-WORK-AREA.
001810     05  PW-PACKED-1              PIC S9(1) COMP-3.
001820     05  FILLER                   PIC X(7).
001830 01  PACKED-REDEF-2 REDEFINES PACKED-WORK-AREA.
001840     05  PW-PACKED-2              PIC S9(3) COMP-3.
001850     05  FILLER                   PIC X(6).
001860 01  PACKED-REDEF-3 REDEFINES PACKED-WORK-AREA.
001870     05  PW-PACKED-3              PIC S9(5) COMP-3.
001880     05  FILLER                   PIC X(5).
001890 01  PACKED-REDEF-4 REDEFINES PACKED-WORK-AREA.
001900     05  PW-PACKED-4              PIC S9(7) COMP-3.
001910     05  FILLER                   PIC X(4).
001920 01  PACKED-REDEF-5 REDEFINES PACKED-WORK-AREA.
001930     05  PW-PACKED-5              PIC S9(9) COMP-3.
001940     05  FILLER                   PIC X(3).
001950 01  PACKED-REDEF-6 REDEFINES PACKED-WORK-AREA.
001960     05  PW-PACKED-6              PIC S9(11) COMP-3.
001970     05  FILLER                   PIC X(2).
001980 01  PACKED-REDEF-7 REDEFINES PACKED-WORK-AREA.
001990     05  PW-PACKED-7              PIC S9(13) COMP-3.
002000     05  FILLER                   PIC X(1).
002010 01  PACKED-REDEF-8 REDEFINES PACKED-WORK-AREA.
002020     05  PW-PACKED-8              PIC S9(15) COMP-3.
002030*
002040 01  ZONED-WORK-AREA.
002050     05  ZONED-WORK-BYTES         PIC X(9).
002060 01  ZONED-REDEF-1 REDEFINES ZONED-WORK-AREA.
002070     05  ZW-ZONED-1               PIC S9(1).
002080     05  FILLER                   PIC X(8).
002090 01  ZONED-REDEF-2 REDEFINES ZONED-WORK-AREA.
002100     05  ZW-ZONED-2               PIC S9(2).
002110     05  FILLER                   PIC X(7).
002120 01  ZONED-REDEF-3 REDEFINES ZONED-WORK-AREA.
002130     05  ZW-ZONED-3               PIC S9(3).
002140     05  FILLER                   PIC X(6).
002150 01  ZONED-REDEF-4 REDEFINES ZONED-WORK-AREA.
002160     05  ZW-ZONED-4               PIC S9(4).
002170     05  FILLER                   PIC X(5).
002180 01  ZONED-REDEF-5 REDEFINES ZONED-WORK-AREA.
002190     05  ZW-ZONED-5               PIC S9(5).
002200     05  FILLER                   PIC X(4).
002210 01  ZONED-REDEF-6 REDEFINES ZONED-WORK-AREA.
002220     05  ZW-ZONED-6               PIC S9(6).
002230     05  FILLER                   PIC X(3).
002240 01  ZONED-REDEF-7 REDEFINES ZONED-WORK-AREA.
002250     05  ZW-ZONED-7               PIC S9(7).
002260     05  FILLER                   PIC X(2).
002270 01  ZONED-REDEF-8 REDEFINES ZONED-WORK-AREA.
002280     05  ZW-ZONED-8               PIC S9(8).
002290     05  FILLER                   PIC X(1).
002300 01  ZONED-REDEF-9 REDEFINES ZONED-WORK-AREA.
002310     05  ZW-ZONED-9               PIC S9(9).
002320*
002330 01  PRINT-COUNTERS.
002340     05  RECORDS-READ-COUNT       PIC S9(7) COMP-3 VALUE +0.
002350     05  RECORDS-PRINTED-COUNT    PIC S9(7) COMP-3 VALUE +0.
002360     05  FIELDS-FLAGGED-COUNT     PIC S9(7) COMP-3 VALUE +0.
002370     05  RECORDS-FLAGGED-COUNT    PIC S9(7) COMP-3 VALUE +0.
002380     05  REGISTRY-CARDS-READ      PIC S9(5) COMP-3 VALUE +0.
002390*
002400*    ERRLOG-PARM (COPY ERRLOGP) IS THE PARAMETER AREA FOR
002410*    CALL 'ERRLOG' - THE SHOP'S COMMON ERROR-LOGGING
002420*    SUBROUTINE, USED WHEN THE LAYOUT ASKED FOR IS NOT ON THE
002430*    REGISTRY.
002440 COPY ERRLOGP.
002450*
002460*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
002470*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
002480 COPY CTLCARD0.
002490*
002500*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
002510*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002520*    LOGGER, CALLED AT START AND END OF JOB.
002530 COPY OPSTATP.
002540*
002550***************************************************************
002560*    RPT-HEADING-LINE/RPT-TRAILER-LINE (COPY RPTHDR0) GIVE THE  *
002570*    PRINT THE SHOP'S SHARED HEADING AND TRAILER.               *
002580***************************************************************
002590 COPY RPTHDR0.
002600*
002610 01  LAYOUT-SUMMARY-LINE.
002620     05  FILLER                   PIC X VALUE SPACE.
002630     05  FILLER                   PIC X(7) VALUE 'LAYOUT '.
002640     05  LSL-LAYOUT-ID            PIC X(8).
002650     05  FILLER                   PIC X(3) VALUE SPACES.
002660     05  LSL-FIELD-COUNT          PIC ZZ9.
002670     05  FILLER                   PIC X(21) VALUE
002680         ' FIELDS   RECORD LEN '.
002690     05  LSL-RECORD-LENGTH        PIC ZZZ9.
002700     05  FILLER                   PIC X(12) VALUE
002710         '   RECORDS '.
002720     05  LSL-FROM-RECORD          PIC Z(6)9.
002730     05  FILLER                   PIC X(6) VALUE ' THRU '.
002740     05  LSL-TO-RECORD            PIC Z(6)9.
002750     05  FILLER                   PIC X(54) VALUE SPACES.
002760 01  SELECTION-LINE.
002770     05  FILLER                   PIC X VALUE SPACE.
002780     05  FILLER                   PIC X(17) VALUE
002790         'SELECTING FIELD '.
002800     05  SLL-FIELD-NAME           PIC X(16).
002810     05  FILLER                   PIC X(4) VALUE ' = '.
002820     05  SLL-VALUE                PIC X(30).
002830     05  FILLER                   PIC X(65) VALUE SPACES.
002840 01  MESSAGE-LINE.
002850     05  FILLER                   PIC X VALUE SPACE.
002860     05  MSL-TEXT                 PIC X(80).
002870     05  FILLER                   PIC X(52) VALUE SPACES.
002880 01  RECORD-HEADER-LINE.
002890     05  FILLER                   PIC X VALUE SPACE.
002900     05  FILLER                   PIC X(7) VALUE 'RECORD '.
002910     05  RHL-RECORD-NBR           PIC Z(6)9.
002920     05  FILLER                   PIC X(118) VALUE SPACES.
002930 01  FIELD-HEADING-LINE.
002940     05  FILLER                   PIC X VALUE SPACE.
002950     05  FILLER                   PIC X(18) VALUE 'FIELD NAME'.
002960     05  FILLER                   PIC X(6) VALUE 'OFFS'.
002970     05  FILLER                   PIC X(5) VALUE 'LEN'.
002980     05  FILLER                   PIC X(4) VALUE 'TYP'.
002990     05  FILLER                   PIC X(42) VALUE 'VALUE'.
003000     05  FILLER                   PIC X(34) VALUE 'HEX'.
003010     05  FILLER                   PIC X(23) VALUE 'FLAG'.
003020 01  FIELD-DETAIL-LINE.
003030     05  FILLER                   PIC X.
003040     05  FDL-FIELD-NAME           PIC X(16).
003050     05  FILLER                   PIC X(2).
003060     05  FDL-OFFSET               PIC ZZZ9.
003070     05  FILLER                   PIC X(2).
003080     05  FDL-LENGTH               PIC Z9.
003090     05  FILLER                   PIC X(3).
003100     05  FDL-TYPE                 PIC X.
003110     05  FILLER                   PIC X(3).
003120     05  FDL-VALUE                PIC X(40).
003130     05  FILLER                   PIC X(2).
003140     05  FDL-HEX                  PIC X(32).
003150     05  FILLER                   PIC X(2).
003160     05  FDL-FLAG                 PIC X(23).
003170 01  RECORD-FLAG-LINE.
003180     05  FILLER                   PIC X VALUE SPACE.
003190     05  FILLER                   PIC X(4) VALUE '*** '.
003200     05  RFL-FLAG-COUNT           PIC ZZ9.
003210     05  FILLER                   PIC X(40) VALUE
003220         ' FIELD(S) FLAGGED IN THIS RECORD'.
003230     05  FILLER                   PIC X(85) VALUE SPACES.
003240 01  COUNT-LINE.
003250     05  FILLER                   PIC X VALUE SPACE.
003260     05  CNT-LABEL                PIC X(42).
003270     05  FILLER                   PIC X(3) VALUE ' = '.
003280     05  CNT-VALUE                PIC Z,ZZZ,ZZ9.
003290     05  FILLER                   PIC X(78) VALUE SPACES.
003300*
003310 PROCEDURE DIVISION.
003320*
003330 A100-EXECUTIVE-CONTROL.
003340     PERFORM A110-INITIALIZATION.
003350     IF LAYOUT-FIELD-COUNT > ZERO
003360         PERFORM B100-READ-ONE-RECORD
003370             UNTIL INPUT-FILE-EOF
003380             OR RECORDS-READ-COUNT NOT < TO-RECORD-NBR
003390             OR RECORDS-PRINTED-COUNT NOT < MAX-PRINT-COUNT.
003400     PERFORM Z100-END-OF-PROCESSING.
003410     GOBACK.
003420*
003430 A110-INITIALIZATION.
003440     MOVE SPACES TO EL-RUN-ID.
003450     OPEN INPUT PRINT-INPUT-FILE.
003460     OPEN OUTPUT FIELD-PRINT-FILE.
003470     ACCEPT WS-DATE FROM DATE.
003480     MOVE WS-MONTH TO RPT-HEADING-MONTH.
003490     MOVE WS-DAY TO RPT-HEADING-DAY.
003500     MOVE WS-YEAR TO RPT-HEADING-YEAR.
003510     MOVE 'FLDPRINT' TO RPT-HEADING-PROGRAM.
003520     MOVE 'REGISTERED LAYOUT FORMATTED FILE PRINT'
003530         TO RPT-HEADING-TITLE.
003540     MOVE 1 TO RPT-HEADING-PAGE.
003550     MOVE RPT-HEADING-LINE TO FIELD-PRINT-RECORD.
003560     WRITE FIELD-PRINT-RECORD.
003570     MOVE SPACES TO FIELD-PRINT-RECORD.
003580     WRITE FIELD-PRINT-RECORD.
003590     MOVE 'FLDPRINT' TO OST-PROGRAM-ID.
003600     SET OST-START-OF-JOB TO TRUE.
003610     MOVE SPACES TO OST-NAMED-COUNTERS.
003620     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003630         OST-EXCEPTION-COUNT.
003640     CALL 'OPSTAT' USING OPSTAT-PARM.
003650     MOVE OST-RUN-ID TO EL-RUN-ID.
003660     PERFORM A120-LOAD-CONTROL-CARDS.
003670     OPEN INPUT LAYOUT-REGISTRY-FILE.
003680     PERFORM A130-READ-REGISTRY-CARD THRU A130-EXIT
003690         UNTIL REGISTRY-FILE-EOF.
003700     CLOSE LAYOUT-REGISTRY-FILE.
003710     IF LAYOUT-FIELD-COUNT = ZERO
003720         PERFORM A190-LAYOUT-NOT-REGISTERED
003730     ELSE
003740         PERFORM A140-SET-RECORD-LENGTH
003750         PERFORM A150-RESOLVE-SELECTION THRU A150-EXIT
003760         PERFORM A160-PRINT-RUN-SUMMARY.
003770*
003780***************************************************************
003790*    A120 LOADS THE PRINT CONTROLS.  A RANGE OR CAP CARD THAT   *
003800*    IS NOT NUMERIC IS DROPPED WITH A CONSOLE NOTE AND THE      *
003810*    DEFAULT STANDS.                                            *
003820***************************************************************
003830 A120-LOAD-CONTROL-CARDS.
003840     MOVE 'FLDPRINT' TO CTC-PROGRAM-ID.
003850     MOVE 'LAYOUT-ID' TO CTC-PARM-NAME.
003860     CALL 'CTLREAD' USING CTLCARD-PARM.
003870     IF CTC-PARM-FOUND
003880         MOVE CTC-PARM-VALUE (1:8) TO PRINT-LAYOUT-ID.
003890     MOVE 'RECORD-LENGTH' TO CTC-PARM-NAME.
003900     CALL 'CTLREAD' USING CTLCARD-PARM.
003910     IF CTC-PARM-FOUND
003920         IF CTC-PARM-VALUE (1:4) NUMERIC
003930             AND CTC-PARM-VALUE (1:4) NOT = '0000'
003940             AND CTC-PARM-VALUE (1:4) NOT > '4000'
003950             MOVE CTC-PARM-VALUE (1:4) TO PRINT-RECORD-LENGTH
003960         ELSE
003970             DISPLAY 'FLDPRINT BAD RECORD-LENGTH CARD - DROPPED'.
003980     MOVE 'FROM-RECORD' TO CTC-PARM-NAME.
003990     CALL 'CTLREAD' USING CTLCARD-PARM.
004000     IF CTC-PARM-FOUND
004010         IF CTC-PARM-VALUE (1:7) NUMERIC
004020             AND CTC-PARM-VALUE (1:7) NOT = '0000000'
004030             MOVE CTC-PARM-VALUE (1:7) TO FROM-RECORD-NBR
004040         ELSE
004050             DISPLAY 'FLDPRINT BAD FROM-RECORD CARD - DROPPED'.
004060     MOVE 'TO-RECORD' TO CTC-PARM-NAME.
004070     CALL 'CTLREAD' USING CTLCARD-PARM.
004080     IF CTC-PARM-FOUND
004090         IF CTC-PARM-VALUE (1:7) NUMERIC
004100             MOVE CTC-PARM-VALUE (1:7) TO TO-RECORD-NBR
004110         ELSE
004120             DISPLAY 'FLDPRINT BAD TO-RECORD CARD - DROPPED'.
004130     MOVE 'MAX-PRINT' TO CTC-PARM-NAME.
004140     CALL 'CTLREAD' USING CTLCARD-PARM.
004150     IF CTC-PARM-FOUND
004160         IF CTC-PARM-VALUE (1:5) NUMERIC
004170             AND CTC-PARM-VALUE (1:5) NOT = '00000'
004180             MOVE CTC-PARM-VALUE (1:5) TO MAX-PRINT-COUNT
004190         ELSE
004200             DISPLAY 'FLDPRINT BAD MAX-PRINT CARD - DROPPED'.
004210     MOVE 'SELECT-FIELD' TO CTC-PARM-NAME.
004220     CALL 'CTLREAD' USING CTLCARD-PARM.
004230     IF CTC-PARM-FOUND
004240         MOVE CTC-PARM-VALUE (1:16) TO SELECT-FIELD-NAME.
004250     MOVE 'SELECT-VALUE' TO CTC-PARM-NAME.
004260     CALL 'CTLREAD' USING CTLCARD-PARM.
004270     IF CTC-PARM-FOUND
004280         MOVE CTC-PARM-VALUE TO SELECT-VALUE.
004290*
004300***************************************************************
004310*    A130 KEEPS THE REQUESTED LAYOUT'S CARDS.  A CARD FLDVAL    *
004320*    WOULD DROP (OFFSET OR LENGTH NOT NUMERIC) IS DROPPED HERE  *
004330*    TOO, WITH THE SAME CONSOLE NOTE; AN UNREADABLE DECIMAL-    *
004340*    PLACES COLUMN IS TAKEN AS NONE.                            *
004350***************************************************************
004360 A130-READ-REGISTRY-CARD.
004370     READ LAYOUT-REGISTRY-FILE
004380         AT END
004390             SET REGISTRY-FILE-EOF TO TRUE
004400             GO TO A130-EXIT.
004410     ADD 1 TO REGISTRY-CARDS-READ.
004420     IF LRG-LAYOUT-ID NOT = PRINT-LAYOUT-ID
004430         OR PRINT-LAYOUT-ID = SPACES
004440         GO TO A130-EXIT.
004450     IF LRG-FIELD-OFFSET NOT NUMERIC
004460         OR LRG-FIELD-LENGTH NOT NUMERIC
004470         DISPLAY 'FLDPRINT BAD REGISTRY CARD FOR LAYOUT '
004480             LRG-LAYOUT-ID ' - CARD DROPPED'
004490         GO TO A130-EXIT.
004500     IF LAYOUT-FIELD-COUNT NOT < 500
004510         DISPLAY 'FLDPRINT LAYOUT-TABLE FULL - CARD DROPPED'
004520         GO TO A130-EXIT.
004530     ADD 1 TO LAYOUT-FIELD-COUNT.
004540     SET LY-IX TO LAYOUT-FIELD-COUNT.
004550     MOVE LRG-FIELD-NAME TO LY-FIELD-NAME (LY-IX).
004560     MOVE LRG-FIELD-OFFSET TO LY-FIELD-OFFSET (LY-IX).
004570     MOVE LRG-FIELD-LENGTH TO LY-FIELD-LENGTH (LY-IX).
004580     MOVE LRG-FIELD-TYPE TO LY-FIELD-TYPE (LY-IX).
004590     IF LRG-DECIMAL-PLACES NUMERIC
004600         MOVE LRG-DECIMAL-PLACES TO LY-DECIMAL-PLACES (LY-IX)
004610     ELSE
004620         MOVE ZERO TO LY-DECIMAL-PLACES (LY-IX).
004630 A130-EXIT. EXIT.
004640*
004650*    A140 - WITH NO RECORD-LENGTH CARD THE RECORD IS TAKEN TO
004660*    END WHERE THE LAYOUT'S FARTHEST FIELD ENDS.
004670 A140-SET-RECORD-LENGTH.
004680     IF PRINT-RECORD-LENGTH = ZERO
004690         PERFORM A145-NOTE-FIELD-END
004700             VARYING FIELD-SUB FROM 1 BY 1
004710             UNTIL FIELD-SUB > LAYOUT-FIELD-COUNT.
004720     IF PRINT-RECORD-LENGTH > 4000
004730         MOVE 4000 TO PRINT-RECORD-LENGTH.
004740*
004750 A145-NOTE-FIELD-END.
004760     COMPUTE FIELD-END-POSITION =
004770         LY-FIELD-OFFSET (FIELD-SUB)
004780         + LY-FIELD-LENGTH (FIELD-SUB) - 1.
004790     IF FIELD-END-POSITION > PRINT-RECORD-LENGTH
004800         MOVE FIELD-END-POSITION TO PRINT-RECORD-LENGTH.
004810*
004820***************************************************************
004830*    A150 FINDS THE SELECT-FIELD AMONG THE LAYOUT'S FIELDS.  AN *
004840*    UNKNOWN NAME, OR A NUMERIC FIELD WITH A VALUE THAT IS NOT  *
004850*    ALL DIGITS, LEAVES THE RUN UNSELECTED WITH A CONSOLE NOTE. *
004860***************************************************************
004870 A150-RESOLVE-SELECTION.
004880     IF SELECT-FIELD-NAME = SPACES
004890         GO TO A150-EXIT.
004900     MOVE 1 TO SELECT-FIELD-SUB.
004910     PERFORM A155-SKIP-OTHER-FIELD
004920         UNTIL SELECT-FIELD-SUB > LAYOUT-FIELD-COUNT
004930         OR LY-FIELD-NAME (SELECT-FIELD-SUB) = SELECT-FIELD-NAME.
004940     IF SELECT-FIELD-SUB > LAYOUT-FIELD-COUNT
004950         DISPLAY 'FLDPRINT SELECT-FIELD NOT IN LAYOUT - '
004960             'RUN UNSELECTED'
004970         GO TO A150-EXIT.
004980     MOVE ZERO TO SELECT-VALUE-LENGTH.
004990     INSPECT SELECT-VALUE TALLYING SELECT-VALUE-LENGTH
005000         FOR CHARACTERS BEFORE INITIAL SPACE.
005010     IF LY-FIELD-TYPE (SELECT-FIELD-SUB) = 'P'
005020         OR LY-FIELD-TYPE (SELECT-FIELD-SUB) = 'Z'
005030         IF SELECT-VALUE-LENGTH = ZERO
005040             OR SELECT-VALUE-LENGTH > 15
005050             OR SELECT-VALUE (1:SELECT-VALUE-LENGTH) NOT NUMERIC
005060             DISPLAY 'FLDPRINT SELECT-VALUE NOT DIGITS FOR A '
005070                 'NUMERIC FIELD - RUN UNSELECTED'
005080             GO TO A150-EXIT
005090         ELSE
005100             MOVE SELECT-VALUE (1:SELECT-VALUE-LENGTH)
005110                 TO SELECT-NUMBER.
005120     SET SELECTION-ACTIVE TO TRUE.
005130 A150-EXIT. EXIT.
005140*
005150 A155-SKIP-OTHER-FIELD.
005160     ADD 1 TO SELECT-FIELD-SUB.
005170*
005180 A160-PRINT-RUN-SUMMARY.
005190     MOVE PRINT-LAYOUT-ID TO LSL-LAYOUT-ID.
005200     MOVE LAYOUT-FIELD-COUNT TO LSL-FIELD-COUNT.
005210     MOVE PRINT-RECORD-LENGTH TO LSL-RECORD-LENGTH.
005220     MOVE FROM-RECORD-NBR TO LSL-FROM-RECORD.
005230     MOVE TO-RECORD-NBR TO LSL-TO-RECORD.
005240     MOVE LAYOUT-SUMMARY-LINE TO FIELD-PRINT-RECORD.
005250     WRITE FIELD-PRINT-RECORD.
005260     IF SELECTION-ACTIVE
005270         MOVE SELECT-FIELD-NAME TO SLL-FIELD-NAME
005280         MOVE SELECT-VALUE TO SLL-VALUE
005290         MOVE SELECTION-LINE TO FIELD-PRINT-RECORD
005300         WRITE FIELD-PRINT-RECORD.
005310*
005320*    A190 - NO LAYOUT, NO PRINT.  THE STEP SAYS SO ON THE
005330*    LISTING AND THE ERROR LOG AND ENDS WITH CONDITION CODE 12.
005340 A190-LAYOUT-NOT-REGISTERED.
005350     MOVE SPACES TO MSL-TEXT.
005360     IF PRINT-LAYOUT-ID = SPACES
005370         MOVE 'NO FLDPRINT LAYOUT-ID CARD - NOTHING PRINTED'
005380             TO MSL-TEXT
005390     ELSE
005400         STRING 'LAYOUT ' DELIMITED BY SIZE
005410             PRINT-LAYOUT-ID DELIMITED BY SPACE
005420             ' IS NOT ON THE LAYOUT REGISTRY - NOTHING PRINTED'
005430                 DELIMITED BY SIZE
005440             INTO MSL-TEXT.
005450     MOVE MESSAGE-LINE TO FIELD-PRINT-RECORD.
005460     WRITE FIELD-PRINT-RECORD.
005470     MOVE 'FLDPRINT' TO EL-PROGRAM-ID.
005480     MOVE 'A190-LAYOUT-NOT-REGISTERED' TO EL-PARAGRAPH.
005490     MOVE 'E' TO EL-SEVERITY.
005500     MOVE MSL-TEXT TO EL-MESSAGE.
005510     CALL 'ERRLOG' USING ERRLOG-PARM.
005520     CALL 'ERRLOGC'.
005530*
005540***************************************************************
005550*    B100-B110 READ THE FILE UP TO THE END OF THE RANGE AND     *
005560*    PRINT EACH RECORD IN IT THAT THE SELECTION ACCEPTS.        *
005570***************************************************************
005580 B100-READ-ONE-RECORD.
005590     READ PRINT-INPUT-FILE
005600         AT END
005610             SET INPUT-FILE-EOF TO TRUE.
005620     IF NOT INPUT-FILE-EOF
005630         ADD 1 TO RECORDS-READ-COUNT
005640         IF RECORDS-READ-COUNT NOT < FROM-RECORD-NBR
005650             PERFORM B110-APPLY-SELECTION THRU B110-EXIT
005660             IF RECORD-SELECTED
005670                 PERFORM C100-PRINT-ONE-RECORD.
005680*
005690 B110-APPLY-SELECTION.
005700     MOVE 'Y' TO RECORD-SELECTED-SWITCH.
005710     IF NOT SELECTION-ACTIVE
005720         GO TO B110-EXIT.
005730     MOVE 'N' TO RECORD-SELECTED-SWITCH.
005740     MOVE SELECT-FIELD-SUB TO FIELD-SUB.
005750     PERFORM C200-SET-ACTIVE-FIELD.
005760     PERFORM C210-EDIT-REGISTRY-ENTRY.
005770     IF NOT ENTRY-IS-VALID
005780         GO TO B110-EXIT.
005790     IF ACTIVE-CHARACTER-FIELD
005800         MOVE ACTIVE-FIELD-LENGTH TO CHUNK-LENGTH
005810         IF CHUNK-LENGTH > 30
005820             MOVE 30 TO CHUNK-LENGTH
005830         END-IF
005840         IF PRINT-INPUT-RECORD (ACTIVE-FIELD-OFFSET:CHUNK-LENGTH)
005850             = SELECT-VALUE (1:CHUNK-LENGTH)
005860             MOVE 'Y' TO RECORD-SELECTED-SWITCH
005870         END-IF
005880         GO TO B110-EXIT.
005890     PERFORM D100-TEST-NUMERIC-FIELD.
005900     IF FIELD-IS-VALID
005910         MOVE FORMAT-NUMBER TO FORMAT-DIGITS
005920         IF FORMAT-DIGITS = SELECT-NUMBER
005930             MOVE 'Y' TO RECORD-SELECTED-SWITCH.
005940 B110-EXIT. EXIT.
005950*
005960***************************************************************
005970*    C100-C120 PRINT ONE RECORD, ONE LINE PER REGISTERED FIELD  *
005980*    (A LONG CHARACTER FIELD RUNS ON TO CONTINUATION LINES).    *
005990***************************************************************
006000 C100-PRINT-ONE-RECORD.
006010     ADD 1 TO RECORDS-PRINTED-COUNT.
006020     MOVE ZERO TO RECORD-FLAG-COUNT.
006030     MOVE SPACES TO FIELD-PRINT-RECORD.
006040     WRITE FIELD-PRINT-RECORD.
006050     MOVE RECORDS-READ-COUNT TO RHL-RECORD-NBR.
006060     MOVE RECORD-HEADER-LINE TO FIELD-PRINT-RECORD.
006070     WRITE FIELD-PRINT-RECORD.
006080     MOVE FIELD-HEADING-LINE TO FIELD-PRINT-RECORD.
006090     WRITE FIELD-PRINT-RECORD.
006100     PERFORM C110-PRINT-ONE-FIELD THRU C110-EXIT
006110         VARYING FIELD-SUB FROM 1 BY 1
006120         UNTIL FIELD-SUB > LAYOUT-FIELD-COUNT.
006130     IF RECORD-FLAG-COUNT > ZERO
006140         ADD 1 TO RECORDS-FLAGGED-COUNT
006150         MOVE RECORD-FLAG-COUNT TO RFL-FLAG-COUNT
006160         MOVE RECORD-FLAG-LINE TO FIELD-PRINT-RECORD
006170         WRITE FIELD-PRINT-RECORD.
006180*
006190 C110-PRINT-ONE-FIELD.
006200     PERFORM C200-SET-ACTIVE-FIELD.
006210     MOVE SPACES TO FIELD-DETAIL-LINE.
006220     IF LY-FIELD-NAME (FIELD-SUB) = SPACES
006230         MOVE FIELD-SUB TO FORMAT-SEQUENCE
006240         STRING 'FIELD ' FORMAT-SEQUENCE DELIMITED BY SIZE
006250             INTO FDL-FIELD-NAME
006260     ELSE
006270         MOVE LY-FIELD-NAME (FIELD-SUB) TO FDL-FIELD-NAME.
006280     MOVE ACTIVE-FIELD-OFFSET TO FDL-OFFSET.
006290     MOVE ACTIVE-FIELD-LENGTH TO FDL-LENGTH.
006300     MOVE ACTIVE-FIELD-TYPE TO FDL-TYPE.
006310     PERFORM C210-EDIT-REGISTRY-ENTRY.
006320     IF NOT ENTRY-IS-VALID
006330         MOVE 'BAD REGISTRY ENTRY' TO FDL-FLAG
006340         PERFORM C190-FLAG-THIS-FIELD
006350         PERFORM C180-WRITE-DETAIL-LINE
006360         GO TO C110-EXIT.
006370     IF ACTIVE-CHARACTER-FIELD
006380         PERFORM C120-PRINT-CHARACTER-FIELD
006390         GO TO C110-EXIT.
006400     PERFORM D100-TEST-NUMERIC-FIELD.
006410     PERFORM D300-BUILD-HEX-TEXT.
006420     IF FIELD-IS-VALID
006430         PERFORM D200-FORMAT-NUMBER
006440         IF ACTIVE-PACKED-FIELD
006450             MOVE HEX-TEXT TO FDL-HEX
006460         END-IF
006470     ELSE
006480         MOVE HEX-TEXT TO FDL-HEX
006490         IF ACTIVE-PACKED-FIELD
006500             MOVE 'INVALID PACKED - FLDVAL' TO FDL-FLAG
006510         ELSE
006520             MOVE 'INVALID ZONED - FLDVAL' TO FDL-FLAG
006530         END-IF
006540         PERFORM C190-FLAG-THIS-FIELD.
006550     PERFORM C180-WRITE-DETAIL-LINE.
006560 C110-EXIT. EXIT.
006570*
006580*    C120 PRINTS A CHARACTER FIELD FORTY BYTES TO A LINE, EACH
006590*    CONTINUATION LINE CARRYING ITS OWN OFFSET.  NULL AND
006600*    HIGH-VALUE BYTES PRINT AS PERIODS.
006610 C120-PRINT-CHARACTER-FIELD.
006620     MOVE ACTIVE-FIELD-OFFSET TO CHUNK-POSITION.
006630     PERFORM C130-PRINT-ONE-CHUNK
006640         UNTIL CHUNK-POSITION > FIELD-END-POSITION.
006650*
006660 C130-PRINT-ONE-CHUNK.
006670     COMPUTE CHUNK-LENGTH =
006680         FIELD-END-POSITION - CHUNK-POSITION + 1.
006690     IF CHUNK-LENGTH > 40
006700         MOVE 40 TO CHUNK-LENGTH.
006710     MOVE PRINT-INPUT-RECORD (CHUNK-POSITION:CHUNK-LENGTH)
006720         TO FDL-VALUE.
006730     INSPECT FDL-VALUE REPLACING ALL LOW-VALUE BY '.'
006740         ALL HIGH-VALUE BY '.'.
006750     IF CHUNK-POSITION NOT = ACTIVE-FIELD-OFFSET
006760         MOVE SPACES TO FDL-FIELD-NAME, FDL-TYPE
006770         MOVE CHUNK-POSITION TO FDL-OFFSET
006780         MOVE CHUNK-LENGTH TO FDL-LENGTH.
006790     PERFORM C180-WRITE-DETAIL-LINE.
006800     ADD CHUNK-LENGTH TO CHUNK-POSITION.
006810*
006820 C180-WRITE-DETAIL-LINE.
006830     MOVE FIELD-DETAIL-LINE TO FIELD-PRINT-RECORD.
006840     WRITE FIELD-PRINT-RECORD.
006850*
006860 C190-FLAG-THIS-FIELD.
006870     ADD 1 TO RECORD-FLAG-COUNT.
006880     ADD 1 TO FIELDS-FLAGGED-COUNT.
006890*
006900 C200-SET-ACTIVE-FIELD.
006910     MOVE LY-FIELD-OFFSET (FIELD-SUB) TO ACTIVE-FIELD-OFFSET.
006920     MOVE LY-FIELD-LENGTH (FIELD-SUB) TO ACTIVE-FIELD-LENGTH.
006930     MOVE LY-FIELD-TYPE (FIELD-SUB) TO ACTIVE-FIELD-TYPE.
006940     MOVE LY-DECIMAL-PLACES (FIELD-SUB) TO ACTIVE-DECIMAL-PLACES.
006950*
006960*    C210 IS FLDVAL'S OWN EDIT OF A MAP ENTRY - INSIDE THE
006970*    RECORD, A LENGTH, AND A TYPE IT KNOWS AT A LENGTH IT CAN
006980*    TEST.
006990 C210-EDIT-REGISTRY-ENTRY.
007000     MOVE 'Y' TO ENTRY-VALID-SWITCH.
007010     COMPUTE FIELD-END-POSITION =
007020         ACTIVE-FIELD-OFFSET + ACTIVE-FIELD-LENGTH - 1.
007030     IF ACTIVE-FIELD-OFFSET = ZEROS
007040         OR ACTIVE-FIELD-LENGTH = ZEROS
007050         OR FIELD-END-POSITION > PRINT-RECORD-LENGTH
007060         MOVE 'N' TO ENTRY-VALID-SWITCH.
007070     IF ACTIVE-PACKED-FIELD AND ACTIVE-FIELD-LENGTH > 8
007080         MOVE 'N' TO ENTRY-VALID-SWITCH.
007090     IF ACTIVE-ZONED-FIELD AND ACTIVE-FIELD-LENGTH > 9
007100         MOVE 'N' TO ENTRY-VALID-SWITCH.
007110     IF NOT ACTIVE-PACKED-FIELD
007120         AND NOT ACTIVE-ZONED-FIELD
007130         AND NOT ACTIVE-CHARACTER-FIELD
007140         MOVE 'N' TO ENTRY-VALID-SWITCH.
007150*
007160***************************************************************
007170*    D100 PUTS A PACKED OR ZONED FIELD THROUGH FLDVAL'S NUMERIC *
007180*    CLASS TEST AND, WHEN IT PASSES, LEAVES ITS VALUE IN        *
007190*    FORMAT-NUMBER.                                             *
007200***************************************************************
007210 D100-TEST-NUMERIC-FIELD.
007220     MOVE 'N' TO FIELD-VALID-SWITCH.
007230     MOVE ZERO TO FORMAT-NUMBER.
007240     IF ACTIVE-PACKED-FIELD
007250         PERFORM D110-TEST-PACKED-FIELD
007260     ELSE
007270         PERFORM D120-TEST-ZONED-FIELD.
007280*
007290 D110-TEST-PACKED-FIELD.
007300     MOVE LOW-VALUES TO PACKED-WORK-BYTES.
007310     MOVE PRINT-INPUT-RECORD (ACTIVE-FIELD-OFFSET:
007320         ACTIVE-FIELD-LENGTH)
007330         TO PACKED-WORK-BYTES (1:ACTIVE-FIELD-LENGTH).
007340     IF ACTIVE-FIELD-LENGTH = 1 AND PW-PACKED-1 NUMERIC
007350         MOVE 'Y' TO FIELD-VALID-SWITCH
007360         MOVE PW-PACKED-1 TO FORMAT-NUMBER.
007370     IF ACTIVE-FIELD-LENGTH = 2 AND PW-PACKED-2 NUMERIC
007380         MOVE 'Y' TO FIELD-VALID-SWITCH
007390         MOVE PW-PACKED-2 TO FORMAT-NUMBER.
007400     IF ACTIVE-FIELD-LENGTH = 3 AND PW-PACKED-3 NUMERIC
007410         MOVE 'Y' TO FIELD-VALID-SWITCH
007420         MOVE PW-PACKED-3 TO FORMAT-NUMBER.
007430     IF ACTIVE-FIELD-LENGTH = 4 AND PW-PACKED-4 NUMERIC
007440         MOVE 'Y' TO FIELD-VALID-SWITCH
007450         MOVE PW-PACKED-4 TO FORMAT-NUMBER.
007460     IF ACTIVE-FIELD-LENGTH = 5 AND PW-PACKED-5 NUMERIC
007470         MOVE 'Y' TO FIELD-VALID-SWITCH
007480         MOVE PW-PACKED-5 TO FORMAT-NUMBER.
007490     IF ACTIVE-FIELD-LENGTH = 6 AND PW-PACKED-6 NUMERIC
007500         MOVE 'Y' TO FIELD-VALID-SWITCH
007510         MOVE PW-PACKED-6 TO FORMAT-NUMBER.
007520     IF ACTIVE-FIELD-LENGTH = 7 AND PW-PACKED-7 NUMERIC
007530         MOVE 'Y' TO FIELD-VALID-SWITCH
007540         MOVE PW-PACKED-7 TO FORMAT-NUMBER.
007550     IF ACTIVE-FIELD-LENGTH = 8 AND PW-PACKED-8 NUMERIC
007560         MOVE 'Y' TO FIELD-VALID-SWITCH
007570         MOVE PW-PACKED-8 TO FORMAT-NUMBER.
007580*
007590 D120-TEST-ZONED-FIELD.
007600     MOVE LOW-VALUES TO ZONED-WORK-BYTES.
007610     MOVE PRINT-INPUT-RECORD (ACTIVE-FIELD-OFFSET:
007620         ACTIVE-FIELD-LENGTH)
007630         TO ZONED-WORK-BYTES (1:ACTIVE-FIELD-LENGTH).
007640     IF ACTIVE-FIELD-LENGTH = 1 AND ZW-ZONED-1 NUMERIC
007650         MOVE 'Y' TO FIELD-VALID-SWITCH
007660         MOVE ZW-ZONED-1 TO FORMAT-NUMBER.
007670     IF ACTIVE-FIELD-LENGTH = 2 AND ZW-ZONED-2 NUMERIC
007680         MOVE 'Y' TO FIELD-VALID-SWITCH
007690         MOVE ZW-ZONED-2 TO FORMAT-NUMBER.
007700     IF ACTIVE-FIELD-LENGTH = 3 AND ZW-ZONED-3 NUMERIC
007710         MOVE 'Y' TO FIELD-VALID-SWITCH
007720         MOVE ZW-ZONED-3 TO FORMAT-NUMBER.
007730     IF ACTIVE-FIELD-LENGTH = 4 AND ZW-ZONED-4 NUMERIC
007740         MOVE 'Y' TO FIELD-VALID-SWITCH
007750         MOVE ZW-ZONED-4 TO FORMAT-NUMBER.
007760     IF ACTIVE-FIELD-LENGTH = 5 AND ZW-ZONED-5 NUMERIC
007770         MOVE 'Y' TO FIELD-VALID-SWITCH
007780         MOVE ZW-ZONED-5 TO FORMAT-NUMBER.
007790     IF ACTIVE-FIELD-LENGTH = 6 AND ZW-ZONED-6 NUMERIC
007800         MOVE 'Y' TO FIELD-VALID-SWITCH
007810         MOVE ZW-ZONED-6 TO FORMAT-NUMBER.
007820     IF ACTIVE-FIELD-LENGTH = 7 AND ZW-ZONED-7 NUMERIC
007830         MOVE 'Y' TO FIELD-VALID-SWITCH
007840         MOVE ZW-ZONED-7 TO FORMAT-NUMBER.
007850     IF ACTIVE-FIELD-LENGTH = 8 AND ZW-ZONED-8 NUMERIC
007860         MOVE 'Y' TO FIELD-VALID-SWITCH
007870         MOVE ZW-ZONED-8 TO FORMAT-NUMBER.
007880     IF ACTIVE-FIELD-LENGTH = 9 AND ZW-ZONED-9 NUMERIC
007890         MOVE 'Y' TO FIELD-VALID-SWITCH
007900         MOVE ZW-ZONED-9 TO FORMAT-NUMBER.
007910*
007920***************************************************************
007930*    D200 EDITS FORMAT-NUMBER AT THE FIELD'S REGISTERED DECIMAL *
007940*    PLACES - INTEGER DIGITS ZERO-SUPPRESSED, THE POINT, THE    *
007950*    FRACTION DIGITS, THEN A TRAILING MINUS WHEN NEGATIVE.      *
007960***************************************************************
007970 D200-FORMAT-NUMBER.
007980     MOVE FORMAT-NUMBER TO FORMAT-DIGITS.
007990     IF FORMAT-NUMBER < ZERO
008000         MOVE '-' TO FORMAT-SIGN
008010     ELSE
008020         MOVE SPACE TO FORMAT-SIGN.
008030     IF ACTIVE-DECIMAL-PLACES = ZERO
008040         MOVE FORMAT-DIGITS TO FORMAT-EDITED-INTEGER
008050         STRING FORMAT-EDITED-INTEGER FORMAT-SIGN
008060             DELIMITED BY SIZE INTO FDL-VALUE
008070     ELSE
008080         COMPUTE FORMAT-INTEGER-LENGTH =
008090             15 - ACTIVE-DECIMAL-PLACES
008100         COMPUTE FORMAT-FRACTION-START =
008110             FORMAT-INTEGER-LENGTH + 1
008120         MOVE FORMAT-DIGITS (1:FORMAT-INTEGER-LENGTH)
008130             TO FORMAT-INTEGER
008140         MOVE FORMAT-INTEGER TO FORMAT-EDITED-INTEGER
008150         STRING FORMAT-EDITED-INTEGER '.'
008160             FORMAT-DIGITS (FORMAT-FRACTION-START:
008170                 ACTIVE-DECIMAL-PLACES)
008180             FORMAT-SIGN
008190             DELIMITED BY SIZE INTO FDL-VALUE.
008200*
008210***************************************************************
008220*    D300-D310 SPELL THE FIELD'S FIRST SIXTEEN BYTES IN HEX.    *
008230***************************************************************
008240 D300-BUILD-HEX-TEXT.
008250     MOVE SPACES TO HEX-TEXT.
008260     MOVE ACTIVE-FIELD-LENGTH TO HEX-BYTE-LIMIT.
008270     IF HEX-BYTE-LIMIT > 16
008280         MOVE 16 TO HEX-BYTE-LIMIT.
008290     PERFORM D310-HEX-ONE-BYTE
008300         VARYING HEX-SUB FROM 1 BY 1
008310         UNTIL HEX-SUB > HEX-BYTE-LIMIT.
008320*
008330 D310-HEX-ONE-BYTE.
008340     MOVE LOW-VALUES TO HEX-WORK-BYTES.
008350     MOVE PRINT-INPUT-RECORD
008360         (ACTIVE-FIELD-OFFSET + HEX-SUB - 1:1)
008370         TO HEX-WORK-BYTES (2:1).
008380     DIVIDE HEX-WORK-HALFWORD BY 16 GIVING HEX-HIGH-NIBBLE
008390         REMAINDER HEX-LOW-NIBBLE.
008400     MOVE HEX-DIGIT-STRING (HEX-HIGH-NIBBLE + 1:1)
008410         TO HEX-TEXT (HEX-SUB * 2 - 1:1).
008420     MOVE HEX-DIGIT-STRING (HEX-LOW-NIBBLE + 1:1)
008430         TO HEX-TEXT (HEX-SUB * 2:1).
008440*
008450 Z100-END-OF-PROCESSING.
008460     MOVE SPACES TO FIELD-PRINT-RECORD.
008470     WRITE FIELD-PRINT-RECORD.
008480     MOVE 'REGISTRY CARDS READ' TO CNT-LABEL.
008490     MOVE REGISTRY-CARDS-READ TO CNT-VALUE.
008500     PERFORM X100-PRINT-COUNT.
008510     MOVE 'FIELDS IN THE LAYOUT' TO CNT-LABEL.
008520     MOVE LAYOUT-FIELD-COUNT TO CNT-VALUE.
008530     PERFORM X100-PRINT-COUNT.
008540     MOVE 'RECORDS READ' TO CNT-LABEL.
008550     MOVE RECORDS-READ-COUNT TO CNT-VALUE.
008560     PERFORM X100-PRINT-COUNT.
008570     MOVE 'RECORDS PRINTED' TO CNT-LABEL.
008580     MOVE RECORDS-PRINTED-COUNT TO CNT-VALUE.
008590     PERFORM X100-PRINT-COUNT.
008600     MOVE 'RECORDS WITH A FLAGGED FIELD' TO CNT-LABEL.
008610     MOVE RECORDS-FLAGGED-COUNT TO CNT-VALUE.
008620     PERFORM X100-PRINT-COUNT.
008630     MOVE 'FIELDS FLAGGED' TO CNT-LABEL.
008640     MOVE FIELDS-FLAGGED-COUNT TO CNT-VALUE.
008650     PERFORM X100-PRINT-COUNT.
008660     MOVE 'FLDPRINT' TO RPT-TRAILER-PROGRAM.
008670     MOVE 1 TO RPT-TRAILER-PAGES.
008680     MOVE RPT-TRAILER-LINE TO FIELD-PRINT-RECORD.
008690     WRITE FIELD-PRINT-RECORD.
008700     CLOSE PRINT-INPUT-FILE, FIELD-PRINT-FILE.
008710     MOVE 'FLDPRINT' TO OST-PROGRAM-ID.
008720     SET OST-END-OF-JOB TO TRUE.
008730     MOVE RECORDS-PRINTED-COUNT TO OST-RECORDS-PROCESSED.
008740     MOVE FIELDS-FLAGGED-COUNT TO OST-ERROR-COUNT.
008750     MOVE RECORDS-FLAGGED-COUNT TO OST-EXCEPTION-COUNT.
008760     CALL 'OPSTAT' USING OPSTAT-PARM.
008770     IF LAYOUT-FIELD-COUNT = ZERO
008780         MOVE 12 TO RETURN-CODE
008790     ELSE
008800         IF FIELDS-FLAGGED-COUNT > ZERO
008810             MOVE 4 TO RETURN-CODE.
008820*
008830 X100-PRINT-COUNT.
008840     MOVE COUNT-LINE TO FIELD-PRINT-RECORD.
008850     WRITE FIELD-PRINT-RECORD.
