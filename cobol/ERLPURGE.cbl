000230* PERIOD COMES FROM AN OPERATIONS CONTROL CARD (CALL 'CTLREAD'):*
000240*     ERLPURGE RETENTION-DAYS  NNNN                             *
000250* A MISSING OR ZERO CARD LEAVES THE BUILT-IN 90-DAY DEFAULT IN  *
000254* PLACE.  THE VALUE IS CONVERTED BY NUMCONV, SO IT NEED NOT BE  *
000258* ZERO-FILLED; ONE THAT IS NOT A NUMBER, IS NEGATIVE, OR RUNS   *
000262* PAST FOUR DIGITS IS LOGGED THROUGH ERRLOG AND THE DEFAULT     *
000266* KEPT.                                                         *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
001260*    USED BELOW TO LET OPERATIONS SET THE RETENTION PERIOD
001270*    WITHOUT A RECOMPILE.
001280 COPY CTLCARD0.
001281*
001282*    NUMCONV-PARM (COPY NUMCONVP) IS THE PARAMETER AREA FOR
001283*    CALL 'NUMCONV' - THE SHOP'S SHARED NUMERIC CONVERSION
001284*    SUBROUTINE, WHICH TURNS THE RETENTION CARD'S VALUE INTO
001285*    A NUMBER OR LOGS WHY IT COULD NOT.
001286 COPY NUMCONVP.
001290*
001300*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001310*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001660     GOBACK.
001670*
001680 A110-INITIALIZATION.
001681*
001682*    THE RETENTION CARD IS READ BEFORE THE LOG IS OPENED - A
001683*    BAD VALUE IS LOGGED THROUGH ERRLOG, WHICH APPENDS TO THE
001684*    SAME DATASET, AND ERRLOGC CLOSES IT AGAIN SO THE ENTRY IS
001685*    READ BACK AND RETAINED WITH THE REST OF TODAY'S LOG.
001686     PERFORM A120-READ-RETENTION-CARD.
001687     CALL 'ERRLOGC'.
001690     OPEN INPUT ERROR-LOG-FILE.
001700     OPEN OUTPUT ARCHIVE-LOG-FILE, NEW-LOG-FILE,
001710         SUMMARY-REPORT-FILE.
001730     ACCEPT WS-DATE FROM DATE.
001740     PERFORM A130-COMPUTE-CUTOFF-DATE.
001750     MOVE WS-MONTH TO RPT-HEADING-MONTH.
001870*    A120-READ-RETENTION-CARD PULLS THE RETENTION-DAYS OVERRIDE *
001880*    OFF THE SHOP-WIDE CONTROL-CARD DECK.  NO MATCHING CARD     *
001890*    LEAVES THE 90-DAY DEFAULT IN PLACE - AND SO DOES A CARD    *
001895*    WHOSE VALUE IS ZERO OR NOT A NUMBER NUMCONV ACCEPTS, SINCE *
001900*    A ZERO RETENTION WOULD ARCHIVE THE ENTIRE LIVE LOG ON A    *
001905*    MISTYPED CARD.                                             *
001920***************************************************************
001930 A120-READ-RETENTION-CARD.
001940     MOVE 'ERLPURGE' TO CTC-PROGRAM-ID.
001950     MOVE 'RETENTION-DAYS' TO CTC-PARM-NAME.
001960     CALL 'CTLREAD' USING CTLCARD-PARM.
001970     IF CTC-PARM-FOUND
001972         MOVE 'ERLPURGE' TO NCV-PROGRAM-ID
001974         MOVE CTC-PARM-NAME TO NCV-FIELD-NAME
001976         MOVE SPACES TO NCV-RUN-ID
001978         MOVE CTC-PARM-VALUE TO NCV-INPUT-TEXT
001980         SET NCV-USAGE-ZONED TO TRUE
001982         MOVE 4 TO NCV-INTEGER-DIGITS
001984         MOVE 0 TO NCV-SCALE
001986         SET NCV-UNSIGNED TO TRUE
001988         CALL 'NUMCONV' USING NUMCONV-PARM
001990         IF NCV-CONVERTED
001992             MOVE NCV-RESULT-ZONED TO RETENTION-CARD-VALUE
002000             IF RETENTION-CARD-VALUE NOT = ZERO
002010                 MOVE RETENTION-CARD-VALUE TO RETENTION-DAYS
002020             END-IF
002030         END-IF.
002040*
002050 A130-COMPUTE-CUTOFF-DATE.
002060     MOVE WS-YEAR TO CUT-YEAR.
