000220* CAN FINALLY BE PROVEN SEEN BY A PERSON - THE WHOLE REASON     *
000230* THE ACKNOWLEDGMENT DRAIN EXISTS.  THE AUDIT TRAIL CARRIES     *
000240* EACH MESSAGE'S DELIVERIES CONSECUTIVELY, SO A CHANGE OF       *
000244* MESSAGE TEXT IS THE MESSAGE BREAK.  ANY UNANSWERED DELIVERY   *
000248* ENDS THE STEP WITH CONDITION CODE 4.  EVERY REPLY-REQUESTED   *
000252* DELIVERY IS ALSO APPENDED TO THE CUMULATIVE RESPONSE HISTORY  *
000256* (DD UT-S-RSPHIST, COPY RSPHST0, OPENED EXTEND) WITH ITS       *
000260* DISPOSITION AND RESPONSE TIME, SO BMPSCORE CAN SCORE EACH     *
000264* DESK OVER THE MONTH RATHER THAN ONE NIGHT AT A TIME.          *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000320     SELECT AUDIT-FILE ASSIGN TO UT-S-AUDIT.
000330     SELECT ACKNOWLEDGMENT-FILE ASSIGN TO UT-S-ACKFILE.
000340     SELECT RECON-REPORT-FILE ASSIGN TO UT-S-BMPRCN.
000345     SELECT OPTIONAL RESPONSE-HISTORY-FILE
000347         ASSIGN TO UT-S-RSPHIST.
000350 DATA DIVISION.
000360 FILE SECTION.
000370*
000650     RECORD CONTAINS 133 CHARACTERS
000660     LABEL RECORDS ARE OMITTED.
000670 01  RECON-REPORT-RECORD          PIC X(133).
000671*
000672 FD  RESPONSE-HISTORY-FILE
000673     RECORDING MODE IS F
000674     BLOCK CONTAINS 0 RECORDS
000675     RECORD CONTAINS 80 CHARACTERS
000676     LABEL RECORDS ARE OMITTED
000677     DATA RECORD IS RESPONSE-HISTORY-RECORD.
000678     COPY RSPHST0.
000680*
000690 WORKING-STORAGE SECTION.
000700 77  FILLER PIC X(36)  VALUE
001020     05  GRP-DELIVERED-COUNT      PIC S9(5) COMP-3 VALUE +0.
001030     05  GRP-ACKED-COUNT          PIC S9(5) COMP-3 VALUE +0.
001040     05  GRP-UNANSWERED-COUNT     PIC S9(5) COMP-3 VALUE +0.
001045     05  HISTORY-WRITTEN-COUNT    PIC S9(7) COMP-3 VALUE +0.
001050 01  CURRENT-MESSAGE-TEXT         PIC X(800) VALUE LOW-VALUES.
001060 01  MESSAGE-OPEN-SWITCH          PIC X VALUE 'N'.
001070     88  MESSAGE-GROUP-OPEN           VALUE 'Y'.
001950*
001960 A110-INITIALIZATION.
001970     OPEN INPUT AUDIT-FILE, ACKNOWLEDGMENT-FILE.
001975     OPEN OUTPUT RECON-REPORT-FILE.
001980     OPEN EXTEND RESPONSE-HISTORY-FILE.
001990     PERFORM A120-LOAD-ACK-TABLE.
002000     ACCEPT WS-DATE FROM DATE.
002010     MOVE WS-MONTH TO RPT-HEADING-MONTH.
002860         MOVE '*UNANSWERED*' TO DDL-DISPOSITION
002870         MOVE SPACES TO DDL-RESPONSE-TIME
002875     END-IF
002879     PERFORM C400-WRITE-RESPONSE-HISTORY
002880     MOVE DELIVERY-DETAIL-LINE TO RECON-REPORT-RECORD
002890     WRITE RECON-REPORT-RECORD.
002900*
003250     MOVE ELAPSED-HH TO DDL-ELAPSED-HH.
003260     MOVE ELAPSED-MM TO DDL-ELAPSED-MM.
003270     MOVE ELAPSED-SS TO DDL-ELAPSED-SS.
003271*
003272*    C400 APPENDS THE JUDGED DELIVERY TO THE RESPONSE HISTORY.
003273*    THE RESPONSE TIME IS KEPT IN WHOLE SECONDS FROM THE
003274*    HUNDREDTHS C300 LEFT IN ELAPSED-HUNDREDTHS.
003275 C400-WRITE-RESPONSE-HISTORY.
003276     MOVE SPACES TO RESPONSE-HISTORY-RECORD.
003277     MOVE AUD-TERMINAL-ID TO RSH-TERMINAL-ID.
003278     SET RSH-DELIVERY TO TRUE.
003279     MOVE AUD-DATE TO RSH-EVENT-DATE.
003280     MOVE AUD-TIME TO RSH-EVENT-TIME.
003281     MOVE AUD-MESSAGE-TEXT (1:40) TO RSH-MESSAGE-KEY.
003282     IF ACK-WAS-RECEIVED
003283         SET RSH-ACKNOWLEDGED TO TRUE
003284         DIVIDE ELAPSED-HUNDREDTHS BY 100
003285             GIVING RSH-RESPONSE-SECONDS
003286     ELSE
003287         SET RSH-UNANSWERED TO TRUE
003288         MOVE ZERO TO RSH-RESPONSE-SECONDS.
003289     WRITE RESPONSE-HISTORY-RECORD.
003290     ADD 1 TO HISTORY-WRITTEN-COUNT.
003291*
003292 Z100-END-OF-PROCESSING.
003300     MOVE SPACES TO RECON-REPORT-RECORD.
003310     WRITE RECON-REPORT-RECORD.
003320     MOVE MESSAGE-COUNT TO GTL-MESSAGES.
003380     MOVE 1 TO RPT-TRAILER-PAGES.
003390     MOVE RPT-TRAILER-LINE TO RECON-REPORT-RECORD.
003400     WRITE RECON-REPORT-RECORD.
003405     CLOSE AUDIT-FILE, ACKNOWLEDGMENT-FILE, RECON-REPORT-FILE,
003410         RESPONSE-HISTORY-FILE.
003420     MOVE 'BMPRECON' TO OST-PROGRAM-ID.
003430     SET OST-END-OF-JOB TO TRUE.
003440     MOVE DELIVERIES-READ TO OST-RECORDS-PROCESSED.
003450     MOVE ZERO TO OST-ERROR-COUNT.
003460     MOVE UNANSWERED-COUNT TO OST-EXCEPTION-COUNT.
003464     MOVE 'HISTORY-WRTN' TO OST-COUNTER-NAME (1).
003468     MOVE HISTORY-WRITTEN-COUNT TO OST-COUNTER-VALUE (1).
003470     CALL 'OPSTAT' USING OPSTAT-PARM.
003480     IF UNANSWERED-COUNT > ZERO
003490         MOVE 4 TO RETURN-CODE.
