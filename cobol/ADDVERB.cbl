000180*         OPERAND BEFORE AND THE RESULT AFTER EVERY ARITHMETIC
000190*         STATEMENT, SO THE SAME RUN CAN BE USED TO DIAGNOSE A
000200*         NUMERIC-TRUNCATION PROBLEM IN ANOTHER PROGRAM USING THE
000205*         SAME USAGE CLAUSES.  THE CALLABLE FORM OF THESE
000210*         CONVERSIONS, FOR EDITED DISPLAY TEXT SUCH AS A
000215*         CONTROL-CARD VALUE, IS NUMCONV (COPY NUMCONVP).
000216*
000217*         A CASE DECK ON DD UT-S-INPUT1 TURNS THE SAME VERBS INTO
000218*         AN ARITHMETIC REGRESSION BASELINE FOR A COMPILER
000219*         UPGRADE.  EACH 80-BYTE CARD IS ONE CASE - CASE ID
000220*         (COLS 1-8, ASCENDING), OPERATION (10: A ADD, S
000221*         SUBTRACT, M MULTIPLY, D DIVIDE, E EXPONENTIATE), USAGE
000222*         OF THE OPERANDS AND RESULT (12: B BINARY, P PACKED, Z
000223*         ZONED, F COMP-1, L COMP-2), PICTURE AS INTEGER AND
000224*         DECIMAL DIGITS (14-15, 17-18, BLANK FOR F AND L), R OR
000225*         T FOR ROUNDED OR TRUNCATED (20), AND THE TWO OPERANDS AS
000226*         SIGNED DECIMAL TEXT (22-41, 43-62).  THE USAGE AND
000227*         PICTURE MUST BE ONE OF THE FIELDS BELOW - B 02.02,
000228*         B 05.02, B 07.02, Z 06.01, P 06.03, P 09.03, F, OR L -
000229*         AND EACH OPERAND MUST FIT THAT PICTURE (11.7 FOR F AND
000230*         L), SINCE AN OPERAND CUT DOWN BY THE MOVE WOULD TEST THE
000231*         MOVE RATHER THAN THE VERB.
000232*         BOTH OPERANDS ARE MOVED TO FIELDS OF THAT USAGE AND
000233*         PICTURE, THE VERB GIVES ITS RESULT INTO A THIRD, AND ONE
000234*         80-BYTE RECORD GOES TO DD UT-S-OUTPUT1 - THE CARD'S
000235*         FIRST 20 COLUMNS, THE RESULT AT 22-45 (FLOATING POINT
000236*         AS SIGN, MANTISSA, AND EXPONENT), AND Y OR N AT 47 FOR
000237*         WHETHER ON SIZE ERROR FIRED.  A '*' IN COLUMN 1 IS A
000238*         COMMENT CARD.  SAVED FROM THE OLD COMPILER, THE RESULT
000239*         FILE IS THE BASELINE THAT FILECMP (KEY-COLS 00108)
000240*         COMPARES WITH THE NEW COMPILER'S RUN, CASE BY CASE.  A
000241*         REJECTED CARD ENDS THE STEP WITH RETURN CODE 16, SINCE
000242*         A RESULT FILE MISSING A CASE IS NO BASELINE.  NO DECK
000243*         LEAVES THE DEMONSTRATION RUN EXACTLY AS BEFORE.
000244 ENVIRONMENT DIVISION.
000245 CONFIGURATION SECTION.
000246 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT OPTIONAL INPUT-FILE ASSIGN TO UT-S-INPUT1.
000270     SELECT OUTPUT-FILE ASSIGN TO UT-S-OUTPUT1.
000280 DATA DIVISION.
000290 FILE SECTION.
000690     05 FLOATING-POINT-SHORT     COMP-1.
000700     05 FLOATING-POINT-LONG      COMP-2.
000710     05 INDEX-CELL               INDEX.
000711***************************************************************
000712*    REGRESSION-CASE-CARD IS ONE CARD OF THE CASE DECK, AND     *
000713*    REGRESSION-RESULT-RECORD THE BASELINE RECORD IT PRODUCES.  *
000714***************************************************************
000715 01  REGRESSION-CASE-CARD.
000716     05 RCC-CASE-ID              PIC X(8).
000717     05 FILLER                   PIC X.
000718     05 RCC-FIELD-KEY.
000719        10 RCC-OPERATION         PIC X.
000720           88 RCC-ADD            VALUE 'A'.
000721           88 RCC-SUBTRACT       VALUE 'S'.
000722           88 RCC-MULTIPLY       VALUE 'M'.
000723           88 RCC-DIVIDE         VALUE 'D'.
000724           88 RCC-EXPONENTIATE   VALUE 'E'.
000725           88 RCC-VALID-OPERATION VALUE 'A' 'S' 'M' 'D' 'E'.
000726        10 FILLER                PIC X.
000727        10 RCC-USAGE             PIC X.
000728        10 FILLER                PIC X.
000729        10 RCC-INTEGER-DIGITS    PIC X(2).
000730        10 FILLER                PIC X.
000731        10 RCC-DECIMAL-DIGITS    PIC X(2).
000732     05 FILLER                   PIC X.
000733     05 RCC-ROUNDING             PIC X.
000734        88 RCC-ROUNDED           VALUE 'R'.
000735        88 RCC-VALID-ROUNDING    VALUE 'R' 'T'.
000736     05 FILLER                   PIC X.
000737     05 RCC-OPERAND-1            PIC X(20).
000738     05 FILLER                   PIC X.
000739     05 RCC-OPERAND-2            PIC X(20).
000740     05 FILLER                   PIC X(18).
000741
000742 01  REGRESSION-RESULT-RECORD.
000743     05 RES-CASE-ECHO            PIC X(20).
000744     05 FILLER                   PIC X.
000745     05 RES-RESULT               PIC X(24).
000746     05 FILLER                   PIC X.
000747     05 RES-SIZE-ERROR           PIC X.
000748        88 RES-SIZE-ERROR-FIRED  VALUE 'Y'.
000749     05 FILLER                   PIC X(33).
000750
000751***************************************************************
000752*    RECEIVING-FIELD-TABLE NAMES THE USAGE AND PICTURE OF EACH  *
000753*    RECEIVING FIELD ABOVE, IN THE ORDER OF R400'S GO TO, AND   *
000754*    REGRESSION-OPERANDS HOLDS EACH ONE'S PAIR OF OPERANDS.     *
000755***************************************************************
000756 01  RECEIVING-FIELD-VALUES.
000757     05 FILLER                   PIC X(5) VALUE 'B0202'.
000758     05 FILLER                   PIC X(5) VALUE 'B0502'.
000759     05 FILLER                   PIC X(5) VALUE 'B0702'.
000760     05 FILLER                   PIC X(5) VALUE 'Z0601'.
000761     05 FILLER                   PIC X(5) VALUE 'P0603'.
000762     05 FILLER                   PIC X(5) VALUE 'P0903'.
000763     05 FILLER                   PIC X(5) VALUE 'F    '.
000764     05 FILLER                   PIC X(5) VALUE 'L    '.
000765 01  RECEIVING-FIELD-TABLE REDEFINES RECEIVING-FIELD-VALUES.
000766     05 RECEIVING-FIELD-ENTRY    OCCURS 8 TIMES
000767                                 INDEXED BY RECEIVING-IX.
000768        10 RECEIVING-FIELD-KEY   PIC X(5).
000769
000770 01  REGRESSION-OPERANDS.
000771     05 HALFWORD-OPERAND-1          PIC S99V99 BINARY.
000772     05 HALFWORD-OPERAND-2          PIC S99V99 BINARY.
000773     05 FULLWORD-OPERAND-1          PIC S9(5)V99 BINARY.
000774     05 FULLWORD-OPERAND-2          PIC S9(5)V99 BINARY.
000775     05 DBLWORD-OPERAND-1           PIC S9(7)V99 BINARY.
000776     05 DBLWORD-OPERAND-2           PIC S9(7)V99 BINARY.
000777     05 ZONED-OPERAND-1             PIC S9(6)V9.
000778     05 ZONED-OPERAND-2             PIC S9(6)V9.
000779     05 PACKED-OPERAND-1            PIC S9(6)V999 COMP-3.
000780     05 PACKED-OPERAND-2            PIC S9(6)V999 COMP-3.
000781     05 ANSWER-OPERAND-1            PIC S9(9)V999 COMP-3.
000782     05 ANSWER-OPERAND-2            PIC S9(9)V999 COMP-3.
000783     05 FLTSHORT-OPERAND-1          COMP-1.
000784     05 FLTSHORT-OPERAND-2          COMP-1.
000785     05 FLTLONG-OPERAND-1           COMP-2.
000786     05 FLTLONG-OPERAND-2           COMP-2.
000787
000788 01  REGRESSION-CONTROL.
000789     05 CASE-CARD-SWITCH         PIC X VALUE 'Y'.
000790        88 CASE-CARD-VALID       VALUE 'Y'.
000791     05 CASE-REJECT-REASON       PIC X(40) VALUE SPACES.
000792     05 PREVIOUS-CASE-ID         PIC X(8) VALUE LOW-VALUES.
000793     05 CASE-FIELD-KEY.
000794        10 CASE-FIELD-USAGE      PIC X.
000795        10 CASE-FIELD-INTEGERS   PIC X(2).
000796        10 CASE-INTEGER-DIGITS REDEFINES CASE-FIELD-INTEGERS
000797                                 PIC 9(2).
000798        10 CASE-FIELD-DECIMALS   PIC X(2).
000799        10 CASE-DECIMAL-DIGITS REDEFINES CASE-FIELD-DECIMALS
000800                                 PIC 9(2).
000801     05 CONVERT-SCALE            PIC 9 VALUE 0.
000802     05 SCALE-FACTOR-VALUES.
000803        10 FILLER                PIC 9(8) VALUE 1.
000804        10 FILLER                PIC 9(8) VALUE 10.
000805        10 FILLER                PIC 9(8) VALUE 100.
000806        10 FILLER                PIC 9(8) VALUE 1000.
000807        10 FILLER                PIC 9(8) VALUE 10000.
000808        10 FILLER                PIC 9(8) VALUE 100000.
000809        10 FILLER                PIC 9(8) VALUE 1000000.
000810        10 FILLER                PIC 9(8) VALUE 10000000.
000811     05 SCALE-FACTOR-TABLE REDEFINES SCALE-FACTOR-VALUES.
000812        10 SCALE-FACTOR          PIC 9(8) OCCURS 8 TIMES.
000813     05 OPERAND-REJECT-REASON.
000814        10 FILLER                PIC X(8) VALUE 'OPERAND '.
000815        10 ORR-OPERAND-NUMBER    PIC X.
000816        10 FILLER                PIC X VALUE SPACE.
000817        10 ORR-TEXT              PIC X(30).
000818     05 CASE-SLOT                PIC S9(4) COMP VALUE +0.
000819     05 OPERAND-SCALED           PIC S9(18) COMP-3.
000820     05 OPERAND-VALUE REDEFINES OPERAND-SCALED
000821                                 PIC S9(11)V9(7) COMP-3.
000822     05 OPERAND-VALUE-1          PIC S9(11)V9(7) COMP-3.
000823     05 OPERAND-VALUE-2          PIC S9(11)V9(7) COMP-3.
000824     05 RESULT-FIXED-EDIT        PIC -9(9).9(3).
000825     05 FLOAT-RESULT             COMP-2.
000826     05 FLOAT-EXPONENT           PIC S9(3) COMP.
000827     05 FLOAT-RESULT-TEXT.
000828        10 FRT-SIGN              PIC X.
000829        10 FRT-MANTISSA          PIC 9.9(14).
000830        10 FILLER                PIC X VALUE 'E'.
000831        10 FRT-EXPONENT          PIC +999.
000832     05 CASES-RUN                PIC S9(7) COMP-3 VALUE +0.
000833     05 CASES-SIZE-ERROR         PIC S9(7) COMP-3 VALUE +0.
000834     05 CASES-REJECTED           PIC S9(7) COMP-3 VALUE +0.
000835
000836     COPY NUMCONVP.
000837
000838 LINKAGE SECTION.
000839 01  BIN-NUM                     PIC S9(8) COMP.
000840 01  PACK-NUM                    PIC S9(5)V99 COMP-3.
000841 01  ZON-NUM                     PIC S99V9(5).
000842 01  ANS-NUM                     COMP-2.
000843
000844 PROCEDURE DIVISION.
000845     ACCEPT TEXT-STRING.
000846     ACCEPT ACCEPTED-DATE FROM DATE.
000847     ACCEPT TRACE-SWITCH.
000848     OPEN INPUT INPUT-FILE.
000849     READ INPUT-FILE INTO REGRESSION-CASE-CARD
000850         AT END
000851             SET END-OF-INPUT TO TRUE.
000852     IF MORE-INPUT
000853         PERFORM R000-RUN-REGRESSION-DECK THRU R000-EXIT
000854         GOBACK.
000855     CLOSE INPUT-FILE.
000856     IF TRACE-ON
000857         DISPLAY 'BEFORE COMPUTE 1: HALFWORD='
000858             BINARY-HALFWORD
000860         DISPLAY '  ZONED=' ZONED-NUMBER ' PACKED=' PACKED-NUMBER.
000870     COMPUTE ANSWER ROUNDED =
000880             BINARY-HALFWORD * (ZONED-NUMBER + PACKED-NUMBER)
006750         DISPLAY '  ZON-NUM=' ZON-NUM
006760         DISPLAY '  ANS-NUM=' ANS-NUM.
006770     GOBACK.
006780*
006790***************************************************************
006795*    R000-R500 RUN THE REGRESSION CASE DECK.  EACH CARD IS      *
006800*    EDITED, ITS OPERANDS CONVERTED BY NUMCONV TO THE PICTURE   *
006805*    OF THE CASE'S FIELD, AND R400 SENDS                        *
006820*    IT TO THE PARAGRAPH FOR ITS RECEIVING FIELD, WHICH MOVES   *
006830*    THE OPERANDS TO FIELDS OF THE SAME USAGE AND PICTURE AND   *
006840*    CODES THE VERB ONCE ROUNDED AND ONCE TRUNCATED, SO THE     *
006850*    NEW COMPILER IS TESTED ON EXACTLY THE STATEMENT THE OLD    *
006860*    ONE RAN.  THE RECEIVING FIELD IS ZEROED FIRST, SO A CASE   *
006870*    WHOSE SIZE ERROR LEAVES IT UNCHANGED SHOWS ZERO, WHATEVER  *
006880*    CASE RAN BEFORE IT.                                        *
006890***************************************************************
006900 R000-RUN-REGRESSION-DECK.
006910     OPEN OUTPUT OUTPUT-FILE.
006920     PERFORM R100-PROCESS-CASE-CARD THRU R100-EXIT
006930         UNTIL END-OF-INPUT.
006940     CLOSE INPUT-FILE.
006950     CLOSE OUTPUT-FILE.
006960     DISPLAY 'ADDVERB REGRESSION CASES RUN:   ' CASES-RUN.
006970     DISPLAY 'ADDVERB CASES WITH SIZE ERROR:  ' CASES-SIZE-ERROR.
006980     DISPLAY 'ADDVERB CASE CARDS REJECTED:    ' CASES-REJECTED.
006990     CALL 'ERRLOGC'.
007000     IF CASES-REJECTED NOT = ZERO
007010         DISPLAY 'ADDVERB RESULT FILE IS NOT A COMPLETE BASELINE'
007020         MOVE 16 TO RETURN-CODE.
007030 R000-EXIT. EXIT.
007040*
007050 R100-PROCESS-CASE-CARD.
007060     IF RCC-CASE-ID(1:1) = '*'
007070         GO TO R100-READ-NEXT-CARD.
007080     PERFORM R200-EDIT-CASE-CARD THRU R200-EXIT.
007090     IF CASE-CARD-VALID
007100         PERFORM R300-RUN-ONE-CASE THRU R300-EXIT.
007110 R100-READ-NEXT-CARD.
007120     READ INPUT-FILE INTO REGRESSION-CASE-CARD
007130         AT END
007140             SET END-OF-INPUT TO TRUE.
007150 R100-EXIT. EXIT.
007160*
007170*    R200-EDIT-CASE-CARD INSISTS ON ASCENDING CASE IDS BECAUSE
007180*    FILECMP'S KEYED MATCH NEEDS BOTH RESULT FILES IN KEY ORDER.
007190 R200-EDIT-CASE-CARD.
007200     MOVE 'Y' TO CASE-CARD-SWITCH.
007210     IF RCC-CASE-ID = SPACES
007220         OR RCC-CASE-ID NOT > PREVIOUS-CASE-ID
007230         MOVE 'CASE ID BLANK OR NOT ASCENDING'
007235             TO CASE-REJECT-REASON
007240         GO TO R200-REJECT.
007250     IF NOT RCC-VALID-OPERATION
007260         MOVE 'OPERATION NOT A, S, M, D, OR E'
007265             TO CASE-REJECT-REASON
007270         GO TO R200-REJECT.
007280     IF NOT RCC-VALID-ROUNDING
007290         MOVE 'ROUNDING NOT R OR T' TO CASE-REJECT-REASON
007300         GO TO R200-REJECT.
007310     MOVE RCC-USAGE TO CASE-FIELD-USAGE.
007320     MOVE RCC-INTEGER-DIGITS TO CASE-FIELD-INTEGERS.
007330     MOVE RCC-DECIMAL-DIGITS TO CASE-FIELD-DECIMALS.
007340     SET RECEIVING-IX TO 1.
007350     SEARCH RECEIVING-FIELD-ENTRY
007360         AT END
007370             MOVE 'NO RECEIVING FIELD OF THAT USAGE/PICTURE'
007380                 TO CASE-REJECT-REASON
007390             GO TO R200-REJECT
007400         WHEN RECEIVING-FIELD-KEY (RECEIVING-IX) = CASE-FIELD-KEY
007410             SET CASE-SLOT TO RECEIVING-IX.
007420     MOVE RCC-OPERAND-1 TO NCV-INPUT-TEXT.
007430     MOVE 'OPERAND-1' TO NCV-FIELD-NAME.
007440     MOVE '1' TO ORR-OPERAND-NUMBER.
007450     PERFORM R210-CONVERT-OPERAND THRU R210-EXIT.
007460     IF NOT NCV-EXACT
007470         MOVE OPERAND-REJECT-REASON TO CASE-REJECT-REASON
007480         GO TO R200-REJECT.
007490     MOVE OPERAND-VALUE TO OPERAND-VALUE-1.
007500     MOVE RCC-OPERAND-2 TO NCV-INPUT-TEXT.
007510     MOVE 'OPERAND-2' TO NCV-FIELD-NAME.
007520     MOVE '2' TO ORR-OPERAND-NUMBER.
007530     PERFORM R210-CONVERT-OPERAND THRU R210-EXIT.
007540     IF NOT NCV-EXACT
007550         MOVE OPERAND-REJECT-REASON TO CASE-REJECT-REASON
007560         GO TO R200-REJECT.
007570     MOVE OPERAND-VALUE TO OPERAND-VALUE-2.
007580     MOVE RCC-CASE-ID TO PREVIOUS-CASE-ID.
007590     GO TO R200-EXIT.
007600 R200-REJECT.
007610     MOVE 'N' TO CASE-CARD-SWITCH.
007620     ADD 1 TO CASES-REJECTED.
007630     DISPLAY 'ADDVERB CASE CARD REJECTED - ' CASE-REJECT-REASON.
007640     DISPLAY '  ' REGRESSION-CASE-CARD.
007650 R200-EXIT. EXIT.
007653*
007656*    R210-CONVERT-OPERAND ASKS NUMCONV FOR THE OPERAND AT THE
007659*    INTEGER DIGITS AND SCALE OF THE CASE'S FIELD - 11.7 FOR THE
007662*    FLOATING-POINT FIELDS, WHICH HAVE NO PICTURE - SO AN OPERAND
007665*    THE FIELD CANNOT HOLD COMES BACK OVERFLOWED OR ROUNDED AND
007668*    R200 REJECTS THE CARD.  THE SCALED RESULT IS DIVIDED BACK
007671*    DOWN TO ITS DECIMAL PLACES IN OPERAND-VALUE.
007674 R210-CONVERT-OPERAND.
007677     MOVE 'ADDVERB' TO NCV-PROGRAM-ID.
007680     MOVE SPACES TO NCV-RUN-ID.
007683     SET NCV-USAGE-PACKED TO TRUE.
007686     IF CASE-FIELD-USAGE = 'F' OR 'L'
007689         MOVE 11 TO NCV-INTEGER-DIGITS
007692         MOVE 7 TO CONVERT-SCALE
007695     ELSE
007698         MOVE CASE-INTEGER-DIGITS TO NCV-INTEGER-DIGITS
007701         MOVE CASE-DECIMAL-DIGITS TO CONVERT-SCALE.
007704     MOVE CONVERT-SCALE TO NCV-SCALE.
007707     SET NCV-SIGNED TO TRUE.
007710     CALL 'NUMCONV' USING NUMCONV-PARM.
007713     IF NCV-EXACT
007715         DIVIDE NCV-RESULT-PACKED
007717             BY SCALE-FACTOR (CONVERT-SCALE + 1)
007719             GIVING OPERAND-VALUE
007722     ELSE
007725         IF NCV-ROUNDED
007728             MOVE 'HAS TOO MANY DECIMAL PLACES' TO ORR-TEXT
007731         ELSE
007734             IF NCV-OVERFLOW
007737                 MOVE 'HAS TOO MANY INTEGER DIGITS' TO ORR-TEXT
007740             ELSE
007743                 MOVE 'IS NOT A NUMBER' TO ORR-TEXT.
007746 R210-EXIT. EXIT.
007770*
007780 R300-RUN-ONE-CASE.
007790     MOVE SPACES TO REGRESSION-RESULT-RECORD.
007800     MOVE REGRESSION-CASE-CARD(1:20) TO RES-CASE-ECHO.
007810     MOVE 'N' TO RES-SIZE-ERROR.
007820     PERFORM R400-CASE-INTO-FIELD THRU R400-EXIT.
007830     ADD 1 TO CASES-RUN.
007840     IF RES-SIZE-ERROR-FIRED
007850         ADD 1 TO CASES-SIZE-ERROR.
007860     WRITE OUTPUT-RECORD FROM REGRESSION-RESULT-RECORD.
007870     IF TRACE-ON
007880         DISPLAY 'CASE ' RES-CASE-ECHO ' RESULT=' RES-RESULT
007890         DISPLAY '  SIZE ERROR=' RES-SIZE-ERROR.
007900 R300-EXIT. EXIT.
007910*
007920 R400-CASE-INTO-FIELD.
007930     GO TO
007940         R410-HALFWORD-CASE
007950         R420-FULLWORD-CASE
007960         R430-DBLWORD-CASE
007970         R440-ZONED-CASE
007980         R450-PACKED-CASE
007990         R460-ANSWER-CASE
008000         R470-FLTSHORT-CASE
008010         R480-FLTLONG-CASE
008020         DEPENDING ON CASE-SLOT.
008030 R410-HALFWORD-CASE.
008040     MOVE OPERAND-VALUE-1 TO HALFWORD-OPERAND-1.
008050     MOVE OPERAND-VALUE-2 TO HALFWORD-OPERAND-2.
008060     MOVE ZERO TO BINARY-HALFWORD.
008070     IF RCC-ROUNDED
008080         PERFORM R411-HALFWORD-ROUNDED
008090     ELSE
008100         PERFORM R412-HALFWORD-TRUNCATED.
008110     MOVE BINARY-HALFWORD TO RESULT-FIXED-EDIT.
008120     MOVE RESULT-FIXED-EDIT TO RES-RESULT.
008130     GO TO R400-EXIT.
008140 R420-FULLWORD-CASE.
008150     MOVE OPERAND-VALUE-1 TO FULLWORD-OPERAND-1.
008160     MOVE OPERAND-VALUE-2 TO FULLWORD-OPERAND-2.
008170     MOVE ZERO TO BINARY-FULLWORD.
008180     IF RCC-ROUNDED
008190         PERFORM R421-FULLWORD-ROUNDED
008200     ELSE
008210         PERFORM R422-FULLWORD-TRUNCATED.
008220     MOVE BINARY-FULLWORD TO RESULT-FIXED-EDIT.
008230     MOVE RESULT-FIXED-EDIT TO RES-RESULT.
008240     GO TO R400-EXIT.
008250 R430-DBLWORD-CASE.
008260     MOVE OPERAND-VALUE-1 TO DBLWORD-OPERAND-1.
008270     MOVE OPERAND-VALUE-2 TO DBLWORD-OPERAND-2.
008280     MOVE ZERO TO BINARY-DOUBLEWORD.
008290     IF RCC-ROUNDED
008300         PERFORM R431-DBLWORD-ROUNDED
008310     ELSE
008320         PERFORM R432-DBLWORD-TRUNCATED.
008330     MOVE BINARY-DOUBLEWORD TO RESULT-FIXED-EDIT.
008340     MOVE RESULT-FIXED-EDIT TO RES-RESULT.
008350     GO TO R400-EXIT.
008360 R440-ZONED-CASE.
008370     MOVE OPERAND-VALUE-1 TO ZONED-OPERAND-1.
008380     MOVE OPERAND-VALUE-2 TO ZONED-OPERAND-2.
008390     MOVE ZERO TO ZONED-NUMBER.
008400     IF RCC-ROUNDED
008410         PERFORM R441-ZONED-ROUNDED
008420     ELSE
008430         PERFORM R442-ZONED-TRUNCATED.
008440     MOVE ZONED-NUMBER TO RESULT-FIXED-EDIT.
008450     MOVE RESULT-FIXED-EDIT TO RES-RESULT.
008460     GO TO R400-EXIT.
008470 R450-PACKED-CASE.
008480     MOVE OPERAND-VALUE-1 TO PACKED-OPERAND-1.
008490     MOVE OPERAND-VALUE-2 TO PACKED-OPERAND-2.
008500     MOVE ZERO TO PACKED-NUMBER.
008510     IF RCC-ROUNDED
008520         PERFORM R451-PACKED-ROUNDED
008530     ELSE
008540         PERFORM R452-PACKED-TRUNCATED.
008550     MOVE PACKED-NUMBER TO RESULT-FIXED-EDIT.
008560     MOVE RESULT-FIXED-EDIT TO RES-RESULT.
008570     GO TO R400-EXIT.
008580 R460-ANSWER-CASE.
008590     MOVE OPERAND-VALUE-1 TO ANSWER-OPERAND-1.
008600     MOVE OPERAND-VALUE-2 TO ANSWER-OPERAND-2.
008610     MOVE ZERO TO ANSWER.
008620     IF RCC-ROUNDED
008630         PERFORM R461-ANSWER-ROUNDED
008640     ELSE
008650         PERFORM R462-ANSWER-TRUNCATED.
008660     MOVE ANSWER TO RESULT-FIXED-EDIT.
008670     MOVE RESULT-FIXED-EDIT TO RES-RESULT.
008680     GO TO R400-EXIT.
008690 R470-FLTSHORT-CASE.
008700     MOVE OPERAND-VALUE-1 TO FLTSHORT-OPERAND-1.
008710     MOVE OPERAND-VALUE-2 TO FLTSHORT-OPERAND-2.
008720     MOVE ZERO TO FLOATING-POINT-SHORT.
008730     IF RCC-ROUNDED
008740         PERFORM R471-FLTSHORT-ROUNDED
008750     ELSE
008760         PERFORM R472-FLTSHORT-TRUNCATED.
008770     MOVE FLOATING-POINT-SHORT TO FLOAT-RESULT.
008780     PERFORM R500-EDIT-FLOAT-RESULT THRU R500-EXIT.
008790     GO TO R400-EXIT.
008800 R480-FLTLONG-CASE.
008810     MOVE OPERAND-VALUE-1 TO FLTLONG-OPERAND-1.
008820     MOVE OPERAND-VALUE-2 TO FLTLONG-OPERAND-2.
008830     MOVE ZERO TO FLOATING-POINT-LONG.
008840     IF RCC-ROUNDED
008850         PERFORM R481-FLTLONG-ROUNDED
008860     ELSE
008870         PERFORM R482-FLTLONG-TRUNCATED.
008880     MOVE FLOATING-POINT-LONG TO FLOAT-RESULT.
008890     PERFORM R500-EDIT-FLOAT-RESULT THRU R500-EXIT.
008900     GO TO R400-EXIT.
008910 R400-EXIT. EXIT.
008920*
008930 R411-HALFWORD-ROUNDED.
008940     IF RCC-ADD
008950         ADD HALFWORD-OPERAND-1 TO HALFWORD-OPERAND-2
008960             GIVING BINARY-HALFWORD ROUNDED
008970             ON SIZE ERROR
008980                 SET RES-SIZE-ERROR-FIRED TO TRUE
008990         END-ADD.
009000     IF RCC-SUBTRACT
009010         SUBTRACT HALFWORD-OPERAND-2 FROM HALFWORD-OPERAND-1
009020             GIVING BINARY-HALFWORD ROUNDED
009030             ON SIZE ERROR
009040                 SET RES-SIZE-ERROR-FIRED TO TRUE
009050         END-SUBTRACT.
009060     IF RCC-MULTIPLY
009070         MULTIPLY HALFWORD-OPERAND-1 BY HALFWORD-OPERAND-2
009080             GIVING BINARY-HALFWORD ROUNDED
009090             ON SIZE ERROR
009100                 SET RES-SIZE-ERROR-FIRED TO TRUE
009110         END-MULTIPLY.
009120     IF RCC-DIVIDE
009130         DIVIDE HALFWORD-OPERAND-1 BY HALFWORD-OPERAND-2
009140             GIVING BINARY-HALFWORD ROUNDED
009150             ON SIZE ERROR
009160                 SET RES-SIZE-ERROR-FIRED TO TRUE
009170         END-DIVIDE.
009180     IF RCC-EXPONENTIATE
009190         COMPUTE BINARY-HALFWORD ROUNDED =
009200             HALFWORD-OPERAND-1 ** HALFWORD-OPERAND-2
009210             ON SIZE ERROR
009220                 SET RES-SIZE-ERROR-FIRED TO TRUE
009230         END-COMPUTE.
009240*
009250 R412-HALFWORD-TRUNCATED.
009260     IF RCC-ADD
009270         ADD HALFWORD-OPERAND-1 TO HALFWORD-OPERAND-2
009280             GIVING BINARY-HALFWORD
009290             ON SIZE ERROR
009300                 SET RES-SIZE-ERROR-FIRED TO TRUE
009310         END-ADD.
009320     IF RCC-SUBTRACT
009330         SUBTRACT HALFWORD-OPERAND-2 FROM HALFWORD-OPERAND-1
009340             GIVING BINARY-HALFWORD
009350             ON SIZE ERROR
009360                 SET RES-SIZE-ERROR-FIRED TO TRUE
009370         END-SUBTRACT.
009380     IF RCC-MULTIPLY
009390         MULTIPLY HALFWORD-OPERAND-1 BY HALFWORD-OPERAND-2
009400             GIVING BINARY-HALFWORD
009410             ON SIZE ERROR
009420                 SET RES-SIZE-ERROR-FIRED TO TRUE
009430         END-MULTIPLY.
009440     IF RCC-DIVIDE
009450         DIVIDE HALFWORD-OPERAND-1 BY HALFWORD-OPERAND-2
009460             GIVING BINARY-HALFWORD
009470             ON SIZE ERROR
009480                 SET RES-SIZE-ERROR-FIRED TO TRUE
009490         END-DIVIDE.
009500     IF RCC-EXPONENTIATE
009510         COMPUTE BINARY-HALFWORD =
009520             HALFWORD-OPERAND-1 ** HALFWORD-OPERAND-2
009530             ON SIZE ERROR
009540                 SET RES-SIZE-ERROR-FIRED TO TRUE
009550         END-COMPUTE.
009560*
009570 R421-FULLWORD-ROUNDED.
009580     IF RCC-ADD
009590         ADD FULLWORD-OPERAND-1 TO FULLWORD-OPERAND-2
009600             GIVING BINARY-FULLWORD ROUNDED
009610             ON SIZE ERROR
009620                 SET RES-SIZE-ERROR-FIRED TO TRUE
009630         END-ADD.
009640     IF RCC-SUBTRACT
009650         SUBTRACT FULLWORD-OPERAND-2 FROM FULLWORD-OPERAND-1
009660             GIVING BINARY-FULLWORD ROUNDED
009670             ON SIZE ERROR
009680                 SET RES-SIZE-ERROR-FIRED TO TRUE
009690         END-SUBTRACT.
009700     IF RCC-MULTIPLY
009710         MULTIPLY FULLWORD-OPERAND-1 BY FULLWORD-OPERAND-2
009720             GIVING BINARY-FULLWORD ROUNDED
009730             ON SIZE ERROR
009740                 SET RES-SIZE-ERROR-FIRED TO TRUE
009750         END-MULTIPLY.
009760     IF RCC-DIVIDE
009770         DIVIDE FULLWORD-OPERAND-1 BY FULLWORD-OPERAND-2
009780             GIVING BINARY-FULLWORD ROUNDED
009790             ON SIZE ERROR
009800                 SET RES-SIZE-ERROR-FIRED TO TRUE
009810         END-DIVIDE.
009820     IF RCC-EXPONENTIATE
009830         COMPUTE BINARY-FULLWORD ROUNDED =
009840             FULLWORD-OPERAND-1 ** FULLWORD-OPERAND-2
009850             ON SIZE ERROR
009860                 SET RES-SIZE-ERROR-FIRED TO TRUE
009870         END-COMPUTE.
009880*
009890 R422-FULLWORD-TRUNCATED.
009900     IF RCC-ADD
009910         ADD FULLWORD-OPERAND-1 TO FULLWORD-OPERAND-2
009920             GIVING BINARY-FULLWORD
009930             ON SIZE ERROR
009940                 SET RES-SIZE-ERROR-FIRED TO TRUE
009950         END-ADD.
009960     IF RCC-SUBTRACT
009970         SUBTRACT FULLWORD-OPERAND-2 FROM FULLWORD-OPERAND-1
009980             GIVING BINARY-FULLWORD
009990             ON SIZE ERROR
010000                 SET RES-SIZE-ERROR-FIRED TO TRUE
010010         END-SUBTRACT.
010020     IF RCC-MULTIPLY
010030         MULTIPLY FULLWORD-OPERAND-1 BY FULLWORD-OPERAND-2
010040             GIVING BINARY-FULLWORD
010050             ON SIZE ERROR
010060                 SET RES-SIZE-ERROR-FIRED TO TRUE
010070         END-MULTIPLY.
010080     IF RCC-DIVIDE
010090         DIVIDE FULLWORD-OPERAND-1 BY FULLWORD-OPERAND-2
010100             GIVING BINARY-FULLWORD
010110             ON SIZE ERROR
010120                 SET RES-SIZE-ERROR-FIRED TO TRUE
010130         END-DIVIDE.
010140     IF RCC-EXPONENTIATE
010150         COMPUTE BINARY-FULLWORD =
010160             FULLWORD-OPERAND-1 ** FULLWORD-OPERAND-2
010170             ON SIZE ERROR
010180                 SET RES-SIZE-ERROR-FIRED TO TRUE
010190         END-COMPUTE.
010200*
010210 R431-DBLWORD-ROUNDED.
010220     IF RCC-ADD
010230         ADD DBLWORD-OPERAND-1 TO DBLWORD-OPERAND-2
010240             GIVING BINARY-DOUBLEWORD ROUNDED
010250             ON SIZE ERROR
010260                 SET RES-SIZE-ERROR-FIRED TO TRUE
010270         END-ADD.
010280     IF RCC-SUBTRACT
010290         SUBTRACT DBLWORD-OPERAND-2 FROM DBLWORD-OPERAND-1
010300             GIVING BINARY-DOUBLEWORD ROUNDED
010310             ON SIZE ERROR
010320                 SET RES-SIZE-ERROR-FIRED TO TRUE
010330         END-SUBTRACT.
010340     IF RCC-MULTIPLY
010350         MULTIPLY DBLWORD-OPERAND-1 BY DBLWORD-OPERAND-2
010360             GIVING BINARY-DOUBLEWORD ROUNDED
010370             ON SIZE ERROR
010380                 SET RES-SIZE-ERROR-FIRED TO TRUE
010390         END-MULTIPLY.
010400     IF RCC-DIVIDE
010410         DIVIDE DBLWORD-OPERAND-1 BY DBLWORD-OPERAND-2
010420             GIVING BINARY-DOUBLEWORD ROUNDED
010430             ON SIZE ERROR
010440                 SET RES-SIZE-ERROR-FIRED TO TRUE
010450         END-DIVIDE.
010460     IF RCC-EXPONENTIATE
010470         COMPUTE BINARY-DOUBLEWORD ROUNDED =
010480             DBLWORD-OPERAND-1 ** DBLWORD-OPERAND-2
010490             ON SIZE ERROR
010500                 SET RES-SIZE-ERROR-FIRED TO TRUE
010510         END-COMPUTE.
010520*
010530 R432-DBLWORD-TRUNCATED.
010540     IF RCC-ADD
010550         ADD DBLWORD-OPERAND-1 TO DBLWORD-OPERAND-2
010560             GIVING BINARY-DOUBLEWORD
010570             ON SIZE ERROR
010580                 SET RES-SIZE-ERROR-FIRED TO TRUE
010590         END-ADD.
010600     IF RCC-SUBTRACT
010610         SUBTRACT DBLWORD-OPERAND-2 FROM DBLWORD-OPERAND-1
010620             GIVING BINARY-DOUBLEWORD
010630             ON SIZE ERROR
010640                 SET RES-SIZE-ERROR-FIRED TO TRUE
010650         END-SUBTRACT.
010660     IF RCC-MULTIPLY
010670         MULTIPLY DBLWORD-OPERAND-1 BY DBLWORD-OPERAND-2
010680             GIVING BINARY-DOUBLEWORD
010690             ON SIZE ERROR
010700                 SET RES-SIZE-ERROR-FIRED TO TRUE
010710         END-MULTIPLY.
010720     IF RCC-DIVIDE
010730         DIVIDE DBLWORD-OPERAND-1 BY DBLWORD-OPERAND-2
010740             GIVING BINARY-DOUBLEWORD
010750             ON SIZE ERROR
010760                 SET RES-SIZE-ERROR-FIRED TO TRUE
010770         END-DIVIDE.
010780     IF RCC-EXPONENTIATE
010790         COMPUTE BINARY-DOUBLEWORD =
010800             DBLWORD-OPERAND-1 ** DBLWORD-OPERAND-2
010810             ON SIZE ERROR
010820                 SET RES-SIZE-ERROR-FIRED TO TRUE
010830         END-COMPUTE.
010840*
010850 R441-ZONED-ROUNDED.
010860     IF RCC-ADD
010870         ADD ZONED-OPERAND-1 TO ZONED-OPERAND-2
010880             GIVING ZONED-NUMBER ROUNDED
010890             ON SIZE ERROR
010900                 SET RES-SIZE-ERROR-FIRED TO TRUE
010910         END-ADD.
010920     IF RCC-SUBTRACT
010930         SUBTRACT ZONED-OPERAND-2 FROM ZONED-OPERAND-1
010940             GIVING ZONED-NUMBER ROUNDED
010950             ON SIZE ERROR
010960                 SET RES-SIZE-ERROR-FIRED TO TRUE
010970         END-SUBTRACT.
010980     IF RCC-MULTIPLY
010990         MULTIPLY ZONED-OPERAND-1 BY ZONED-OPERAND-2
011000             GIVING ZONED-NUMBER ROUNDED
011010             ON SIZE ERROR
011020                 SET RES-SIZE-ERROR-FIRED TO TRUE
011030         END-MULTIPLY.
011040     IF RCC-DIVIDE
011050         DIVIDE ZONED-OPERAND-1 BY ZONED-OPERAND-2
011060             GIVING ZONED-NUMBER ROUNDED
011070             ON SIZE ERROR
011080                 SET RES-SIZE-ERROR-FIRED TO TRUE
011090         END-DIVIDE.
011100     IF RCC-EXPONENTIATE
011110         COMPUTE ZONED-NUMBER ROUNDED =
011120             ZONED-OPERAND-1 ** ZONED-OPERAND-2
011130             ON SIZE ERROR
011140                 SET RES-SIZE-ERROR-FIRED TO TRUE
011150         END-COMPUTE.
011160*
011170 R442-ZONED-TRUNCATED.
011180     IF RCC-ADD
011190         ADD ZONED-OPERAND-1 TO ZONED-OPERAND-2
011200             GIVING ZONED-NUMBER
011210             ON SIZE ERROR
011220                 SET RES-SIZE-ERROR-FIRED TO TRUE
011230         END-ADD.
011240     IF RCC-SUBTRACT
011250         SUBTRACT ZONED-OPERAND-2 FROM ZONED-OPERAND-1
011260             GIVING ZONED-NUMBER
011270             ON SIZE ERROR
011280                 SET RES-SIZE-ERROR-FIRED TO TRUE
011290         END-SUBTRACT.
011300     IF RCC-MULTIPLY
011310         MULTIPLY ZONED-OPERAND-1 BY ZONED-OPERAND-2
011320             GIVING ZONED-NUMBER
011330             ON SIZE ERROR
011340                 SET RES-SIZE-ERROR-FIRED TO TRUE
011350         END-MULTIPLY.
011360     IF RCC-DIVIDE
011370         DIVIDE ZONED-OPERAND-1 BY ZONED-OPERAND-2
011380             GIVING ZONED-NUMBER
011390             ON SIZE ERROR
011400                 SET RES-SIZE-ERROR-FIRED TO TRUE
011410         END-DIVIDE.
011420     IF RCC-EXPONENTIATE
011430         COMPUTE ZONED-NUMBER =
011440             ZONED-OPERAND-1 ** ZONED-OPERAND-2
011450             ON SIZE ERROR
011460                 SET RES-SIZE-ERROR-FIRED TO TRUE
011470         END-COMPUTE.
011480*
011490 R451-PACKED-ROUNDED.
011500     IF RCC-ADD
011510         ADD PACKED-OPERAND-1 TO PACKED-OPERAND-2
011520             GIVING PACKED-NUMBER ROUNDED
011530             ON SIZE ERROR
011540                 SET RES-SIZE-ERROR-FIRED TO TRUE
011550         END-ADD.
011560     IF RCC-SUBTRACT
011570         SUBTRACT PACKED-OPERAND-2 FROM PACKED-OPERAND-1
011580             GIVING PACKED-NUMBER ROUNDED
011590             ON SIZE ERROR
011600                 SET RES-SIZE-ERROR-FIRED TO TRUE
011610         END-SUBTRACT.
011620     IF RCC-MULTIPLY
011630         MULTIPLY PACKED-OPERAND-1 BY PACKED-OPERAND-2
011640             GIVING PACKED-NUMBER ROUNDED
011650             ON SIZE ERROR
011660                 SET RES-SIZE-ERROR-FIRED TO TRUE
011670         END-MULTIPLY.
011680     IF RCC-DIVIDE
011690         DIVIDE PACKED-OPERAND-1 BY PACKED-OPERAND-2
011700             GIVING PACKED-NUMBER ROUNDED
011710             ON SIZE ERROR
011720                 SET RES-SIZE-ERROR-FIRED TO TRUE
011730         END-DIVIDE.
011740     IF RCC-EXPONENTIATE
011750         COMPUTE PACKED-NUMBER ROUNDED =
011760             PACKED-OPERAND-1 ** PACKED-OPERAND-2
011770             ON SIZE ERROR
011780                 SET RES-SIZE-ERROR-FIRED TO TRUE
011790         END-COMPUTE.
011800*
011810 R452-PACKED-TRUNCATED.
011820     IF RCC-ADD
011830         ADD PACKED-OPERAND-1 TO PACKED-OPERAND-2
011840             GIVING PACKED-NUMBER
011850             ON SIZE ERROR
011860                 SET RES-SIZE-ERROR-FIRED TO TRUE
011870         END-ADD.
011880     IF RCC-SUBTRACT
011890         SUBTRACT PACKED-OPERAND-2 FROM PACKED-OPERAND-1
011900             GIVING PACKED-NUMBER
011910             ON SIZE ERROR
011920                 SET RES-SIZE-ERROR-FIRED TO TRUE
011930         END-SUBTRACT.
011940     IF RCC-MULTIPLY
011950         MULTIPLY PACKED-OPERAND-1 BY PACKED-OPERAND-2
011960             GIVING PACKED-NUMBER
011970             ON SIZE ERROR
011980                 SET RES-SIZE-ERROR-FIRED TO TRUE
011990         END-MULTIPLY.
012000     IF RCC-DIVIDE
012010         DIVIDE PACKED-OPERAND-1 BY PACKED-OPERAND-2
012020             GIVING PACKED-NUMBER
012030             ON SIZE ERROR
012040                 SET RES-SIZE-ERROR-FIRED TO TRUE
012050         END-DIVIDE.
012060     IF RCC-EXPONENTIATE
012070         COMPUTE PACKED-NUMBER =
012080             PACKED-OPERAND-1 ** PACKED-OPERAND-2
012090             ON SIZE ERROR
012100                 SET RES-SIZE-ERROR-FIRED TO TRUE
012110         END-COMPUTE.
012120*
012130 R461-ANSWER-ROUNDED.
012140     IF RCC-ADD
012150         ADD ANSWER-OPERAND-1 TO ANSWER-OPERAND-2
012160             GIVING ANSWER ROUNDED
012170             ON SIZE ERROR
012180                 SET RES-SIZE-ERROR-FIRED TO TRUE
012190         END-ADD.
012200     IF RCC-SUBTRACT
012210         SUBTRACT ANSWER-OPERAND-2 FROM ANSWER-OPERAND-1
012220             GIVING ANSWER ROUNDED
012230             ON SIZE ERROR
012240                 SET RES-SIZE-ERROR-FIRED TO TRUE
012250         END-SUBTRACT.
012260     IF RCC-MULTIPLY
012270         MULTIPLY ANSWER-OPERAND-1 BY ANSWER-OPERAND-2
012280             GIVING ANSWER ROUNDED
012290             ON SIZE ERROR
012300                 SET RES-SIZE-ERROR-FIRED TO TRUE
012310         END-MULTIPLY.
012320     IF RCC-DIVIDE
012330         DIVIDE ANSWER-OPERAND-1 BY ANSWER-OPERAND-2
012340             GIVING ANSWER ROUNDED
012350             ON SIZE ERROR
012360                 SET RES-SIZE-ERROR-FIRED TO TRUE
012370         END-DIVIDE.
012380     IF RCC-EXPONENTIATE
012390         COMPUTE ANSWER ROUNDED =
012400             ANSWER-OPERAND-1 ** ANSWER-OPERAND-2
012410             ON SIZE ERROR
012420                 SET RES-SIZE-ERROR-FIRED TO TRUE
012430         END-COMPUTE.
012440*
012450 R462-ANSWER-TRUNCATED.
012460     IF RCC-ADD
012470         ADD ANSWER-OPERAND-1 TO ANSWER-OPERAND-2
012480             GIVING ANSWER
012490             ON SIZE ERROR
012500                 SET RES-SIZE-ERROR-FIRED TO TRUE
012510         END-ADD.
012520     IF RCC-SUBTRACT
012530         SUBTRACT ANSWER-OPERAND-2 FROM ANSWER-OPERAND-1
012540             GIVING ANSWER
012550             ON SIZE ERROR
012560                 SET RES-SIZE-ERROR-FIRED TO TRUE
012570         END-SUBTRACT.
012580     IF RCC-MULTIPLY
012590         MULTIPLY ANSWER-OPERAND-1 BY ANSWER-OPERAND-2
012600             GIVING ANSWER
012610             ON SIZE ERROR
012620                 SET RES-SIZE-ERROR-FIRED TO TRUE
012630         END-MULTIPLY.
012640     IF RCC-DIVIDE
012650         DIVIDE ANSWER-OPERAND-1 BY ANSWER-OPERAND-2
012660             GIVING ANSWER
012670             ON SIZE ERROR
012680                 SET RES-SIZE-ERROR-FIRED TO TRUE
012690         END-DIVIDE.
012700     IF RCC-EXPONENTIATE
012710         COMPUTE ANSWER =
012720             ANSWER-OPERAND-1 ** ANSWER-OPERAND-2
012730             ON SIZE ERROR
012740                 SET RES-SIZE-ERROR-FIRED TO TRUE
012750         END-COMPUTE.
012760*
012770 R471-FLTSHORT-ROUNDED.
012780     IF RCC-ADD
012790         ADD FLTSHORT-OPERAND-1 TO FLTSHORT-OPERAND-2
012800             GIVING FLOATING-POINT-SHORT ROUNDED
012810             ON SIZE ERROR
012820                 SET RES-SIZE-ERROR-FIRED TO TRUE
012830         END-ADD.
012840     IF RCC-SUBTRACT
012850         SUBTRACT FLTSHORT-OPERAND-2 FROM FLTSHORT-OPERAND-1
012860             GIVING FLOATING-POINT-SHORT ROUNDED
012870             ON SIZE ERROR
012880                 SET RES-SIZE-ERROR-FIRED TO TRUE
012890         END-SUBTRACT.
012900     IF RCC-MULTIPLY
012910         MULTIPLY FLTSHORT-OPERAND-1 BY FLTSHORT-OPERAND-2
012920             GIVING FLOATING-POINT-SHORT ROUNDED
012930             ON SIZE ERROR
012940                 SET RES-SIZE-ERROR-FIRED TO TRUE
012950         END-MULTIPLY.
012960     IF RCC-DIVIDE
012970         DIVIDE FLTSHORT-OPERAND-1 BY FLTSHORT-OPERAND-2
012980             GIVING FLOATING-POINT-SHORT ROUNDED
012990             ON SIZE ERROR
013000                 SET RES-SIZE-ERROR-FIRED TO TRUE
013010         END-DIVIDE.
013020     IF RCC-EXPONENTIATE
013030         COMPUTE FLOATING-POINT-SHORT ROUNDED =
013040             FLTSHORT-OPERAND-1 ** FLTSHORT-OPERAND-2
013050             ON SIZE ERROR
013060                 SET RES-SIZE-ERROR-FIRED TO TRUE
013070         END-COMPUTE.
013080*
013090 R472-FLTSHORT-TRUNCATED.
013100     IF RCC-ADD
013110         ADD FLTSHORT-OPERAND-1 TO FLTSHORT-OPERAND-2
013120             GIVING FLOATING-POINT-SHORT
013130             ON SIZE ERROR
013140                 SET RES-SIZE-ERROR-FIRED TO TRUE
013150         END-ADD.
013160     IF RCC-SUBTRACT
013170         SUBTRACT FLTSHORT-OPERAND-2 FROM FLTSHORT-OPERAND-1
013180             GIVING FLOATING-POINT-SHORT
013190             ON SIZE ERROR
013200                 SET RES-SIZE-ERROR-FIRED TO TRUE
013210         END-SUBTRACT.
013220     IF RCC-MULTIPLY
013230         MULTIPLY FLTSHORT-OPERAND-1 BY FLTSHORT-OPERAND-2
013240             GIVING FLOATING-POINT-SHORT
013250             ON SIZE ERROR
013260                 SET RES-SIZE-ERROR-FIRED TO TRUE
013270         END-MULTIPLY.
013280     IF RCC-DIVIDE
013290         DIVIDE FLTSHORT-OPERAND-1 BY FLTSHORT-OPERAND-2
013300             GIVING FLOATING-POINT-SHORT
013310             ON SIZE ERROR
013320                 SET RES-SIZE-ERROR-FIRED TO TRUE
013330         END-DIVIDE.
013340     IF RCC-EXPONENTIATE
013350         COMPUTE FLOATING-POINT-SHORT =
013360             FLTSHORT-OPERAND-1 ** FLTSHORT-OPERAND-2
013370             ON SIZE ERROR
013380                 SET RES-SIZE-ERROR-FIRED TO TRUE
013390         END-COMPUTE.
013400*
013410 R481-FLTLONG-ROUNDED.
013420     IF RCC-ADD
013430         ADD FLTLONG-OPERAND-1 TO FLTLONG-OPERAND-2
013440             GIVING FLOATING-POINT-LONG ROUNDED
013450             ON SIZE ERROR
013460                 SET RES-SIZE-ERROR-FIRED TO TRUE
013470         END-ADD.
013480     IF RCC-SUBTRACT
013490         SUBTRACT FLTLONG-OPERAND-2 FROM FLTLONG-OPERAND-1
013500             GIVING FLOATING-POINT-LONG ROUNDED
013510             ON SIZE ERROR
013520                 SET RES-SIZE-ERROR-FIRED TO TRUE
013530         END-SUBTRACT.
013540     IF RCC-MULTIPLY
013550         MULTIPLY FLTLONG-OPERAND-1 BY FLTLONG-OPERAND-2
013560             GIVING FLOATING-POINT-LONG ROUNDED
013570             ON SIZE ERROR
013580                 SET RES-SIZE-ERROR-FIRED TO TRUE
013590         END-MULTIPLY.
013600     IF RCC-DIVIDE
013610         DIVIDE FLTLONG-OPERAND-1 BY FLTLONG-OPERAND-2
013620             GIVING FLOATING-POINT-LONG ROUNDED
013630             ON SIZE ERROR
013640                 SET RES-SIZE-ERROR-FIRED TO TRUE
013650         END-DIVIDE.
013660     IF RCC-EXPONENTIATE
013670         COMPUTE FLOATING-POINT-LONG ROUNDED =
013680             FLTLONG-OPERAND-1 ** FLTLONG-OPERAND-2
013690             ON SIZE ERROR
013700                 SET RES-SIZE-ERROR-FIRED TO TRUE
013710         END-COMPUTE.
013720*
013730 R482-FLTLONG-TRUNCATED.
013740     IF RCC-ADD
013750         ADD FLTLONG-OPERAND-1 TO FLTLONG-OPERAND-2
013760             GIVING FLOATING-POINT-LONG
013770             ON SIZE ERROR
013780                 SET RES-SIZE-ERROR-FIRED TO TRUE
013790         END-ADD.
013800     IF RCC-SUBTRACT
013810         SUBTRACT FLTLONG-OPERAND-2 FROM FLTLONG-OPERAND-1
013820             GIVING FLOATING-POINT-LONG
013830             ON SIZE ERROR
013840                 SET RES-SIZE-ERROR-FIRED TO TRUE
013850         END-SUBTRACT.
013860     IF RCC-MULTIPLY
013870         MULTIPLY FLTLONG-OPERAND-1 BY FLTLONG-OPERAND-2
013880             GIVING FLOATING-POINT-LONG
013890             ON SIZE ERROR
013900                 SET RES-SIZE-ERROR-FIRED TO TRUE
013910         END-MULTIPLY.
013920     IF RCC-DIVIDE
013930         DIVIDE FLTLONG-OPERAND-1 BY FLTLONG-OPERAND-2
013940             GIVING FLOATING-POINT-LONG
013950             ON SIZE ERROR
013960                 SET RES-SIZE-ERROR-FIRED TO TRUE
013970         END-DIVIDE.
013980     IF RCC-EXPONENTIATE
013990         COMPUTE FLOATING-POINT-LONG =
014000             FLTLONG-OPERAND-1 ** FLTLONG-OPERAND-2
014010             ON SIZE ERROR
014020                 SET RES-SIZE-ERROR-FIRED TO TRUE
014030         END-COMPUTE.
014040*
014050*    R500-EDIT-FLOAT-RESULT SHOWS A COMP-1 OR COMP-2 RESULT AS
014060*    SIGN, A 15-DIGIT MANTISSA FROM 1 TO 10, AND A POWER OF TEN,
014070*    SINCE NO FIXED PICTURE HOLDS EVERY FLOATING-POINT VALUE.
014080 R500-EDIT-FLOAT-RESULT.
014090     MOVE ZERO TO FLOAT-EXPONENT.
014100     MOVE '+' TO FRT-SIGN.
014110     IF FLOAT-RESULT < ZERO
014120         MOVE '-' TO FRT-SIGN
014130         COMPUTE FLOAT-RESULT = ZERO - FLOAT-RESULT.
014140     IF FLOAT-RESULT NOT = ZERO
014150         PERFORM R510-SCALE-FLOAT-DOWN
014160             UNTIL FLOAT-RESULT < 10
014170         PERFORM R520-SCALE-FLOAT-UP
014180             UNTIL FLOAT-RESULT NOT < 1.
014190     MOVE FLOAT-RESULT TO FRT-MANTISSA.
014200     MOVE FLOAT-EXPONENT TO FRT-EXPONENT.
014210     MOVE FLOAT-RESULT-TEXT TO RES-RESULT.
014220 R500-EXIT. EXIT.
014230*
014240 R510-SCALE-FLOAT-DOWN.
014250     DIVIDE 10 INTO FLOAT-RESULT.
014260     ADD 1 TO FLOAT-EXPONENT.
014270*
014280 R520-SCALE-FLOAT-UP.
014290     MULTIPLY 10 BY FLOAT-RESULT.
014300     SUBTRACT 1 FROM FLOAT-EXPONENT.
