000250* DEFAULT 50) CAN BE SET WITHOUT A RECOMPILE THROUGH AN         *
000260* OPERATIONS CONTROL CARD (CALL 'CTLREAD'):                     *
000270*     OPSHIST  DEVIATION-PCT   NNN                              *
000272* THE VALUE IS CONVERTED BY NUMCONV, SO IT NEED NOT BE          *
000274* ZERO-FILLED; ONE THAT IS NOT A NUMBER, IS NEGATIVE, OR RUNS   *
000276* PAST THREE DIGITS IS LOGGED THROUGH ERRLOG AND THE DEFAULT    *
000278* KEPT, AS IS A ZERO CARD.                                      *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
001150*    USED BELOW TO LET OPERATIONS TUNE THE DEVIATION THRESHOLD
001160*    WITHOUT A RECOMPILE.
001170 COPY CTLCARD0.
001171*
001172*    NUMCONV-PARM (COPY NUMCONVP) IS THE PARAMETER AREA FOR
001173*    CALL 'NUMCONV' - THE SHOP'S SHARED NUMERIC CONVERSION
001174*    SUBROUTINE, WHICH TURNS THE DEVIATION CARD'S VALUE INTO
001175*    A NUMBER OR LOGS WHY IT COULD NOT.
001176 COPY NUMCONVP.
001180*
001190*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001200*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
002090     MOVE 'DEVIATION-PCT' TO CTC-PARM-NAME.
002100     CALL 'CTLREAD' USING CTLCARD-PARM.
002110     IF CTC-PARM-FOUND
002112         MOVE 'OPSHIST' TO NCV-PROGRAM-ID
002114         MOVE CTC-PARM-NAME TO NCV-FIELD-NAME
002116         MOVE SPACES TO NCV-RUN-ID
002118         MOVE CTC-PARM-VALUE TO NCV-INPUT-TEXT
002120         SET NCV-USAGE-ZONED TO TRUE
002122         MOVE 3 TO NCV-INTEGER-DIGITS
002124         MOVE 0 TO NCV-SCALE
002126         SET NCV-UNSIGNED TO TRUE
002128         CALL 'NUMCONV' USING NUMCONV-PARM
002130         IF NCV-CONVERTED
002132             MOVE NCV-RESULT-ZONED TO DEVIATION-CARD-VALUE
002140             IF DEVIATION-CARD-VALUE NOT = ZERO
002150                 MOVE DEVIATION-CARD-VALUE TO DEVIATION-PCT
002160             END-IF
002170         END-IF.
002180*
002190 C100-READ-ONE-STATS-RECORD.
002200     READ OPERATIONS-STATISTICS-FILE
003180     MOVE ZERO TO OST-ERROR-COUNT.
003190     MOVE ANOMALY-COUNT TO OST-EXCEPTION-COUNT.
003200     CALL 'OPSTAT' USING OPSTAT-PARM.
003205     CALL 'ERRLOGC'.
003210*
003220 Z110-REPORT-ONE-PROGRAM.
003230     MOVE SPACES TO HISTORY-REPORT-RECORD.
