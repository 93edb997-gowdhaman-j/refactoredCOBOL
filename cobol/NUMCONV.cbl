000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NUMCONV.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* COMMON NUMERIC CONVERSION SUBROUTINE FOR THE SHOP'S COBOL     *
000150* BATCH UTILITIES, IN THE ERRLOG/DATECALC MOLD.  EVERY CTLREAD  *
000160* CALLER USED TO PICK ITS OWN DIGITS OUT OF CTC-PARM-VALUE, AND *
000170* EACH ONE TREATED A SIGN, A DECIMAL POINT, OR A VALUE TOO      *
000180* LARGE FOR ITS FIELD DIFFERENTLY - MOST SIMPLY IGNORED A CARD  *
000190* THAT WAS NOT ZERO-FILLED TO THE LAST COLUMN.  CALLING         *
000200* PROGRAMS COPY NUMCONVP, MOVE IN THE EDITED DISPLAY TEXT       *
000210* (SIGN, DECIMAL POINT, AND COMMAS ALLOWED) WITH THE USAGE AND  *
000220* SCALE THEY WANT, AND CALL 'NUMCONV' USING NUMCONV-PARM - SEE  *
000230* NUMCONVP FOR THE RULES.  THE BINARY, PACKED, ZONED, AND       *
000240* FLOATING-POINT RESULTS ARE TAKEN WITH ROUNDED AND ON SIZE     *
000250* ERROR, THE SAME HANDLING ADDVERB DEMONSTRATES FOR EACH USAGE. *
000260* A VALUE THAT IS NOT A NUMBER OR WILL NOT FIT IS REFUSED WITH  *
000270* ITS OWN RETURN CODE AND LOGGED THROUGH ERRLOG UNDER THE       *
000280* CALLER'S PROGRAM-ID, SO A MISTYPED CONTROL CARD IS HANDLED    *
000290* ONE WAY EVERYWHERE.                                           *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 DATA DIVISION.
000340 WORKING-STORAGE SECTION.
000350 77  FILLER PIC X(36)  VALUE
000360     'NUMCONV WORKING STORAGE BEGINS HERE'.
000370*
000380***************************************************************
000390*    SCAN-FIELDS FOLLOW 2000-SCAN-ONE-CHARACTER ACROSS THE      *
000400*    TEXT.  THE DIGITS BEFORE THE POINT BUILD INTEGER-VALUE,    *
000410*    LEADING ZEROS NOT COUNTED; THE FIRST NINE DIGITS AFTER IT  *
000420*    ARE KEPT IN FRACTION-TEXT, WHICH IS ALL ROUNDING AT A      *
000430*    SCALE OF 9 OR LESS NEEDS.                                  *
000440***************************************************************
000450 01  SCAN-FIELDS.
000460     05  TEXT-SUB                 PIC S9(4) COMP VALUE +0.
000470     05  SCAN-CHAR                PIC X.
000480     05  SCAN-DIGIT REDEFINES SCAN-CHAR PIC 9.
000490     05  SIGN-SWITCH              PIC X VALUE 'N'.
000500         88  SIGN-SEEN                VALUE 'Y'.
000510     05  NEGATIVE-SWITCH          PIC X VALUE 'N'.
000520         88  NEGATIVE-VALUE           VALUE 'Y'.
000530     05  DIGIT-SWITCH             PIC X VALUE 'N'.
000540         88  DIGIT-SEEN               VALUE 'Y'.
000550     05  POINT-SWITCH             PIC X VALUE 'N'.
000560         88  POINT-SEEN               VALUE 'Y'.
000570     05  END-SWITCH               PIC X VALUE 'N'.
000580         88  END-OF-NUMBER            VALUE 'Y'.
000590     05  INTEGER-DIGIT-COUNT      PIC S9(4) COMP VALUE +0.
000600     05  FRACTION-DIGIT-COUNT     PIC S9(4) COMP VALUE +0.
000610     05  INTEGER-VALUE            PIC 9(18).
000620     05  FRACTION-TEXT            PIC X(9).
000630     05  FRACTION-VALUE REDEFINES FRACTION-TEXT PIC V9(9).
000640*
000650 01  CONVERSION-FIELDS.
000660     05  MAXIMUM-DIGITS           PIC S9(4) COMP VALUE +0.
000670     05  SCALE-FACTOR             PIC 9(10).
000680     05  LIMIT-VALUE              PIC 9(18).
000690     05  SCALED-VALUE             PIC S9(18).
000700     05  FRACTION-SCALED          PIC 9(10).
000710     05  MESSAGE-DIGITS           PIC Z9.
000720*
000730*    ERRLOG-PARM (COPY ERRLOGP) IS THE PARAMETER AREA FOR
000740*    CALL 'ERRLOG' - EVERY REFUSED VALUE IS LOGGED UNDER THE
000750*    CALLER'S PROGRAM-ID.
000760 COPY ERRLOGP.
000770*
000780 LINKAGE SECTION.
000790 COPY NUMCONVP.
000800*
000810 PROCEDURE DIVISION USING NUMCONV-PARM.
000820 0000-MAINLINE.
000830     MOVE '00' TO NCV-RETURN-CODE.
000840     MOVE LOW-VALUES TO NCV-RESULT-AREA.
000850     PERFORM 1000-VALIDATE-REQUEST.
000860     IF NCV-EXACT
000870         PERFORM 2000-SCAN-ONE-CHARACTER
000880             VARYING TEXT-SUB FROM 1 BY 1
000890             UNTIL TEXT-SUB > 30
000900             OR NOT NCV-EXACT
000910         IF NCV-EXACT
000920             AND NOT DIGIT-SEEN
000930             MOVE '08' TO NCV-RETURN-CODE.
000940     IF NCV-EXACT
000950         PERFORM 3000-SCALE-THE-VALUE THRU 3000-EXIT.
000960     IF NCV-CONVERTED
000970         PERFORM 4000-ANSWER-RESULT
000980     ELSE
000990         PERFORM 9000-LOG-THE-REJECT.
001000     GOBACK.
001010*
001020***************************************************************
001030*    1000-VALIDATE-REQUEST REFUSES A USAGE NUMCONV DOES NOT     *
001040*    KNOW OR A FIELD OF MORE THAN 18 DIGITS - THE LARGEST ANY   *
001050*    OF THE FOUR USAGES HOLDS - AND CLEARS THE SCAN FIELDS.     *
001060***************************************************************
001070 1000-VALIDATE-REQUEST.
001080     IF NOT NCV-VALID-USAGE
001090         OR NCV-INTEGER-DIGITS NOT NUMERIC
001100         OR NCV-SCALE NOT NUMERIC
001110         MOVE '16' TO NCV-RETURN-CODE
001120     ELSE
001130         IF NCV-INTEGER-DIGITS = ZERO
001140             COMPUTE MAXIMUM-DIGITS = 18 - NCV-SCALE
001150         ELSE
001160             MOVE NCV-INTEGER-DIGITS TO MAXIMUM-DIGITS
001170             IF NCV-INTEGER-DIGITS + NCV-SCALE > 18
001180                 MOVE '16' TO NCV-RETURN-CODE.
001190     MOVE 'N' TO SIGN-SWITCH, NEGATIVE-SWITCH, DIGIT-SWITCH,
001200         POINT-SWITCH, END-SWITCH.
001210     MOVE ZERO TO INTEGER-DIGIT-COUNT, FRACTION-DIGIT-COUNT,
001220         INTEGER-VALUE.
001230     MOVE '000000000' TO FRACTION-TEXT.
001240*
001250***************************************************************
001260*    2000-2030 TAKE ONE CHARACTER OF THE TEXT.  SPACES ARE      *
001270*    SKIPPED UNTIL THE NUMBER STARTS AND END IT ONCE IT HAS;    *
001280*    ONLY SPACES MAY FOLLOW.  A SIGN MAY LEAD THE NUMBER OR     *
001290*    TRAIL ITS LAST DIGIT, COMMAS ARE DROPPED BEFORE THE POINT, *
001300*    AND ANYTHING ELSE IS NOT A NUMBER.                         *
001310***************************************************************
001320 2000-SCAN-ONE-CHARACTER.
001330     MOVE NCV-INPUT-TEXT (TEXT-SUB:1) TO SCAN-CHAR.
001340     IF SCAN-CHAR = SPACE
001350         IF DIGIT-SEEN OR SIGN-SEEN OR POINT-SEEN
001360             SET END-OF-NUMBER TO TRUE
001370         END-IF
001380     ELSE
001390         IF END-OF-NUMBER
001400             MOVE '08' TO NCV-RETURN-CODE
001410         ELSE
001420             IF SCAN-CHAR NUMERIC
001430                 PERFORM 2010-TAKE-ONE-DIGIT
001440             ELSE
001450                 IF SCAN-CHAR = '+' OR SCAN-CHAR = '-'
001460                     PERFORM 2020-TAKE-THE-SIGN
001470                 ELSE
001480                     PERFORM 2030-TAKE-POINT-OR-COMMA.
001490*
001500 2010-TAKE-ONE-DIGIT.
001510     SET DIGIT-SEEN TO TRUE.
001520     IF POINT-SEEN
001530         ADD 1 TO FRACTION-DIGIT-COUNT
001540         IF FRACTION-DIGIT-COUNT NOT > 9
001550             MOVE SCAN-CHAR
001560                 TO FRACTION-TEXT (FRACTION-DIGIT-COUNT:1)
001570         END-IF
001580     ELSE
001590         IF INTEGER-DIGIT-COUNT > ZERO
001600             OR SCAN-DIGIT NOT = ZERO
001610             ADD 1 TO INTEGER-DIGIT-COUNT
001620             COMPUTE INTEGER-VALUE = INTEGER-VALUE * 10
001630                 + SCAN-DIGIT
001640                 ON SIZE ERROR
001650                     MOVE '12' TO NCV-RETURN-CODE
001660             END-COMPUTE.
001670*
001680 2020-TAKE-THE-SIGN.
001690     IF SIGN-SEEN
001700         MOVE '08' TO NCV-RETURN-CODE
001710     ELSE
001720         SET SIGN-SEEN TO TRUE
001730         IF SCAN-CHAR = '-'
001740             SET NEGATIVE-VALUE TO TRUE
001750         END-IF
001760         IF DIGIT-SEEN
001770             SET END-OF-NUMBER TO TRUE
001780         ELSE
001790             IF POINT-SEEN
001800                 MOVE '08' TO NCV-RETURN-CODE.
001810*
001820 2030-TAKE-POINT-OR-COMMA.
001830     IF SCAN-CHAR = '.'
001840         AND NOT POINT-SEEN
001850         SET POINT-SEEN TO TRUE
001860     ELSE
001870         IF SCAN-CHAR = ','
001880             AND DIGIT-SEEN
001890             AND NOT POINT-SEEN
001900             CONTINUE
001910         ELSE
001920             MOVE '08' TO NCV-RETURN-CODE.
001930*
001940***************************************************************
001950*    3000-SCALE-THE-VALUE CARRIES THE NUMBER TO NCV-SCALE       *
001960*    DECIMAL PLACES, ROUNDING OFF ANY PLACES PAST IT, AND       *
001970*    REFUSES IT WHEN IT WILL NOT FIT THE CALLER'S DIGITS -      *
001980*    ROUNDING INCLUDED, SO 9.996 AT ONE DIGIT AND SCALE 2 IS    *
001990*    TOO LARGE.  A MINUS SIGN ON AN UNSIGNED FIELD IS NOT A     *
002000*    NUMBER THE CALLER CAN TAKE.                                *
002010***************************************************************
002020 3000-SCALE-THE-VALUE.
002030     IF INTEGER-DIGIT-COUNT > MAXIMUM-DIGITS
002040         MOVE '12' TO NCV-RETURN-CODE
002050         GO TO 3000-EXIT.
002060     IF NEGATIVE-VALUE
002070         AND NCV-UNSIGNED
002080         AND (INTEGER-VALUE NOT = ZERO
002090             OR FRACTION-TEXT NOT = '000000000')
002100         MOVE '08' TO NCV-RETURN-CODE
002110         GO TO 3000-EXIT.
002120     COMPUTE SCALE-FACTOR = 10 ** NCV-SCALE.
002130     MULTIPLY INTEGER-VALUE BY SCALE-FACTOR GIVING SCALED-VALUE
002140         ON SIZE ERROR
002150             MOVE '12' TO NCV-RETURN-CODE
002160             GO TO 3000-EXIT
002170     END-MULTIPLY.
002180     MULTIPLY FRACTION-VALUE BY SCALE-FACTOR
002190         GIVING FRACTION-SCALED ROUNDED.
002200     ADD FRACTION-SCALED TO SCALED-VALUE
002210         ON SIZE ERROR
002220             MOVE '12' TO NCV-RETURN-CODE
002230             GO TO 3000-EXIT
002240     END-ADD.
002250     IF MAXIMUM-DIGITS + NCV-SCALE < 18
002260         COMPUTE LIMIT-VALUE = 10 ** (MAXIMUM-DIGITS + NCV-SCALE)
002270         IF SCALED-VALUE NOT < LIMIT-VALUE
002280             MOVE '12' TO NCV-RETURN-CODE
002290             GO TO 3000-EXIT.
002300     IF FRACTION-DIGIT-COUNT > NCV-SCALE
002310         MOVE '04' TO NCV-RETURN-CODE.
002320     IF NEGATIVE-VALUE
002330         COMPUTE SCALED-VALUE = ZERO - SCALED-VALUE.
002340 3000-EXIT. EXIT.
002350*
002360***************************************************************
002370*    4000-ANSWER-RESULT STORES THE VALUE IN THE USAGE ASKED     *
002380*    FOR.  NONE OF THE MOVES CAN LOSE DIGITS ONCE 3000 HAS      *
002390*    PASSED THE VALUE, BUT EACH KEEPS ITS SIZE ERROR CHECK.     *
002400***************************************************************
002410 4000-ANSWER-RESULT.
002420     IF NCV-USAGE-BINARY
002430         COMPUTE NCV-RESULT-BINARY = SCALED-VALUE
002440             ON SIZE ERROR
002450                 MOVE '12' TO NCV-RETURN-CODE
002460         END-COMPUTE
002470     ELSE
002480         IF NCV-USAGE-PACKED
002490             COMPUTE NCV-RESULT-PACKED = SCALED-VALUE
002500                 ON SIZE ERROR
002510                     MOVE '12' TO NCV-RETURN-CODE
002520             END-COMPUTE
002530         ELSE
002540             IF NCV-USAGE-ZONED
002550                 COMPUTE NCV-RESULT-ZONED = SCALED-VALUE
002560                     ON SIZE ERROR
002570                         MOVE '12' TO NCV-RETURN-CODE
002580                 END-COMPUTE
002590             ELSE
002600                 COMPUTE NCV-RESULT-FLOAT =
002610                         SCALED-VALUE / SCALE-FACTOR
002620                     ON SIZE ERROR
002630                         MOVE '12' TO NCV-RETURN-CODE
002640                 END-COMPUTE.
002650     IF NOT NCV-CONVERTED
002660         MOVE LOW-VALUES TO NCV-RESULT-AREA
002670         PERFORM 9000-LOG-THE-REJECT.
002680*
002690***************************************************************
002700*    9000-LOG-THE-REJECT PUTS A REFUSED VALUE ON THE CENTRAL    *
002710*    ERROR LOG UNDER THE CALLER'S PROGRAM-ID.  A BAD VALUE IS   *
002720*    A WARNING - THE CALLER CARRIES ON WITH ITS OWN DEFAULT -   *
002730*    BUT A BAD REQUEST IS A PROGRAM ERROR.                      *
002740***************************************************************
002750 9000-LOG-THE-REJECT.
002760     MOVE NCV-PROGRAM-ID TO EL-PROGRAM-ID.
002770     MOVE NCV-FIELD-NAME TO EL-PARAGRAPH.
002780     MOVE NCV-RUN-ID TO EL-RUN-ID.
002790     MOVE SPACES TO EL-MESSAGE.
002800     SET EL-SEVERITY-WARNING TO TRUE.
002810     IF NCV-INVALID-VALUE
002820         STRING 'NOT A VALID NUMBER - ''' NCV-INPUT-TEXT ''''
002830             DELIMITED BY SIZE INTO EL-MESSAGE
002840     ELSE
002850         IF NCV-OVERFLOW
002860             MOVE MAXIMUM-DIGITS TO MESSAGE-DIGITS
002870             STRING 'TOO LARGE FOR ' MESSAGE-DIGITS
002880                 ' DIGITS - ''' NCV-INPUT-TEXT ''''
002890                 DELIMITED BY SIZE INTO EL-MESSAGE
002900         ELSE
002910             SET EL-SEVERITY-ERROR TO TRUE
002920             STRING 'INVALID CONVERSION REQUEST - USAGE '
002930                 NCV-USAGE ' DIGITS ' NCV-INTEGER-DIGITS
002940                 ' SCALE ' NCV-SCALE
002950                 DELIMITED BY SIZE INTO EL-MESSAGE.
002960     CALL 'ERRLOG' USING ERRLOG-PARM.
