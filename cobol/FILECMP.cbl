000290*     FILECMP  IGNORE-COLS-2   FFFTTT                           *
000300*     FILECMP  IGNORE-COLS-3   FFFTTT                           *
000302*     FILECMP  KEY-COLS        PPPLL   (KEYED MATCHING MODE)    *
000303* THE RECORD-LENGTH AND MAX-DIFFERENCES VALUES ARE CONVERTED BY *
000304* NUMCONV, SO THEY NEED NOT BE ZERO-FILLED; ONE THAT IS NOT A   *
000305* NUMBER, IS NEGATIVE, OR RUNS PAST ITS DIGITS IS LOGGED        *
000306* THROUGH ERRLOG AND THE DEFAULT KEPT.                          *
000307*                                                               *
000308* A MANIFEST ON DD UT-S-CMPMAN SWITCHES THE STEP TO REGRESSION  *
000309* SUITE MODE: ONE RECORD PER DATASET PAIR (OLD DSNAME IN 1-44,  *
000310* NEW DSNAME IN 46-89, RECORD LENGTH IN 91-93, THREE IGNORE     *
000311* RANGES FFFTTT IN 95-112), EACH PAIR DYNAMICALLY ALLOCATED TO  *
000312* CMPOLD/CMPNEW THROUGH ALLOCDYN AND COMPARED IN TURN.  THE     *
000313* REPORT CARRIES ONE PASS/FAIL LINE PER PAIR AND A GRAND        *
000314* VERDICT AT THE BOTTOM, AND THE WHOLE SUITE ANSWERS WITH ONE   *
000315* CONDITION CODE - 8 IF ANY PAIR FAILED.  NO MANIFEST DD        *
000316* LEAVES THE ORIGINAL SINGLE-PAIR STEP EXACTLY AS BEFORE.       *
000317* A KEY-COLS CARD SWITCHES THE COMPARE FROM STRICT POSITION     *
000318* PAIRING TO A MATCH-MERGE ON THE NAMED KEY COLUMNS - BOTH      *
000319* FILES MUST BE IN KEY ORDER - AND REPORTS INSERTED, DELETED,   *
000320* AND CHANGED RECORDS SEPARATELY, SO FILES WHOSE ROWS COME      *
000321* AND GO BETWEEN RUNS (TWO SWEEPS' MODULE-EXTRACT-FILES, FOR    *
000322* EXAMPLE) COMPARE WITHOUT ONE INSERTION POISONING EVERY        *
000323* LATER PAIR.                                                   *
000324* ERRORS GO THROUGH ERRLOG AND TOTALS THROUGH OPSTAT, THE SAME  *
000325* AS EVERY OTHER SHOP UTILITY.                                  *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
001040*    CTLCARD-PARM (COPY CTLCARD0) IS THE PARAMETER AREA FOR
001050*    CALL 'CTLREAD' - THE SHOP'S SHARED CONTROL-CARD READER.
001060 COPY CTLCARD0.
001061*
001062*    NUMCONV-PARM (COPY NUMCONVP) IS THE PARAMETER AREA FOR
001063*    CALL 'NUMCONV' - THE SHOP'S SHARED NUMERIC CONVERSION
001064*    SUBROUTINE, USED FOR THE SINGLE-NUMBER CONTROL CARDS.
001065 COPY NUMCONVP.
001070*
001080*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001090*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001880     MOVE 'RECORD-LENGTH' TO CTC-PARM-NAME.
001890     CALL 'CTLREAD' USING CTLCARD-PARM.
001900     IF CTC-PARM-FOUND
001905         MOVE 3 TO NCV-INTEGER-DIGITS
001910         PERFORM A125-CONVERT-CARD-VALUE
001915         IF NCV-CONVERTED
001920             AND NCV-RESULT-ZONED NOT = ZERO
001925             MOVE NCV-RESULT-ZONED TO COMPARE-LENGTH.
001940     MOVE 'MAX-DIFFERENCES' TO CTC-PARM-NAME.
001950     CALL 'CTLREAD' USING CTLCARD-PARM.
001960     IF CTC-PARM-FOUND
001965         MOVE 5 TO NCV-INTEGER-DIGITS
001970         PERFORM A125-CONVERT-CARD-VALUE
001975         IF NCV-CONVERTED
001980             MOVE NCV-RESULT-ZONED TO MAX-DIFFERENCES.
001990     MOVE ZEROS TO IGNORE-RANGE (1), IGNORE-RANGE (2),
002000         IGNORE-RANGE (3).
002010     MOVE 'IGNORE-COLS-1' TO CTC-PARM-NAME.
002090     PERFORM A130-LOAD-ONE-IGNORE-RANGE.
002095     PERFORM A140-LOAD-KEY-COLS-CARD THRU A140-EXIT.
002100*
002101*
002102*    A125-CONVERT-CARD-VALUE HANDS A SINGLE-NUMBER CARD TO
002103*    NUMCONV AS AN UNSIGNED WHOLE NUMBER OF NCV-INTEGER-DIGITS.
002104 A125-CONVERT-CARD-VALUE.
002105     MOVE 'FILECMP' TO NCV-PROGRAM-ID.
002106     MOVE CTC-PARM-NAME TO NCV-FIELD-NAME.
002107     MOVE EL-RUN-ID TO NCV-RUN-ID.
002108     MOVE CTC-PARM-VALUE TO NCV-INPUT-TEXT.
002109     SET NCV-USAGE-ZONED TO TRUE.
002110     MOVE 0 TO NCV-SCALE.
002111     SET NCV-UNSIGNED TO TRUE.
002112     CALL 'NUMCONV' USING NUMCONV-PARM.
002113*
002114 A130-LOAD-ONE-IGNORE-RANGE.
002120     CALL 'CTLREAD' USING CTLCARD-PARM.
002130     IF CTC-PARM-FOUND
002140         IF CTC-PARM-VALUE(1:6) NUMERIC
003880         MOVE 'Z200-SUITE-WRAPUP' TO EL-PARAGRAPH
003884         MOVE 'E' TO EL-SEVERITY
003888         MOVE 'REGRESSION SUITE FAILED' TO EL-MESSAGE
003893         CALL 'ERRLOG' USING ERRLOG-PARM.
003898     CALL 'ERRLOGC'.
003900     MOVE 'FILECMP' TO OST-PROGRAM-ID.
003904     SET OST-END-OF-JOB TO TRUE.
003908     MOVE ZERO TO OST-RECORDS-PROCESSED.
004112         MOVE 'Z100-END-OF-PROCESSING' TO EL-PARAGRAPH
004116         MOVE 'E' TO EL-SEVERITY
004120         MOVE 'FILE COMPARISON MISMATCHED' TO EL-MESSAGE
004125         CALL 'ERRLOG' USING ERRLOG-PARM.
004130     CALL 'ERRLOGC'.
004132     MOVE 'FILECMP' TO OST-PROGRAM-ID.
004136     SET OST-END-OF-JOB TO TRUE.
004140     MOVE PAIRS-COMPARED TO OST-RECORDS-PROCESSED.
