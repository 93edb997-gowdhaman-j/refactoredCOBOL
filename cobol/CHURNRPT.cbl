000160* THROWN AWAY; IT NOW ALSO APPENDS EVERY ADDED/REMOVED/MOVED    *
000170* RECORD, DATED, TO THE CHURN HISTORY FILE (DD UT-S-DIFHIST,    *
000180* LAYOUT DIFHST0).  THIS PROGRAM READS THE WHOLE HISTORY,       *
000185* SORTS IT BY MEMBER, SYSTEM AND RUN DATE, AND PRINTS EACH      *
000190* MODULE'S CHURN EVENTS ACROSS RUNS WITH PER-MODULE EVENT       *
000195* COUNTS - THE SAME MEMBER ON TWO SYSTEMS IS TWO MODULES (A     *
000200* SINGLE-SYSTEM HISTORY CARRIES A BLANK SYSTEM ID) - AND A      *
000205* MODULE THAT HAS MOVED LIBRARIES MORE THAN ONCE IS FLAGGED     *
000210* AS A REPEAT MOVER, EXACTLY THE MEMBER THAT ENDS UP IN THE     *
000215* WRONG PLACE DURING A RELEASE.                                 *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000430     DATA RECORD IS SORT-RECORD.
000440 01  SORT-RECORD.
000450     05  SRT-MEMBER-NAME          PIC X(8).
000455     05  SRT-SYSTEM-ID            PIC X(8).
000460     05  SRT-RUN-DATE             PIC 9(6).
000470     05  SRT-ACTION               PIC X(7).
000480     05  SRT-OLD-DSNAME           PIC X(33).
000490     05  SRT-NEW-DSNAME           PIC X(33).
000500     05  FILLER                   PIC X(38).
000510*
000520 FD  CHURN-REPORT-FILE
000530     RECORDING MODE IS F
000790         10  WS-MONTH             PIC XX.
000800         10  WS-DAY               PIC XX.
000810 01  CURRENT-MEMBER-NAME          PIC X(8) VALUE SPACES.
000815 01  CURRENT-SYSTEM-ID            PIC X(8) VALUE SPACES.
000820 01  MEMBER-GROUP-COUNTERS.
000830     05  GRP-EVENT-COUNT          PIC S9(5) COMP-3 VALUE +0.
000840     05  GRP-MOVED-COUNT          PIC S9(5) COMP-3 VALUE +0.
001020     05  FILLER                   PIC X(9) VALUE 'ACTION'.
001030     05  FILLER                   PIC X(34) VALUE 'OLD DSNAME'.
001040     05  FILLER                   PIC X(34) VALUE 'NEW DSNAME'.
001045     05  FILLER                   PIC X(8) VALUE 'SYSTEM'.
001050     05  FILLER                   PIC X(28) VALUE SPACES.
001060*
001070 01  DETAIL-LINE.
001080     05  FILLER                   PIC X VALUE SPACE.
001160     05  DTL-OLD-DSNAME           PIC X(33).
001170     05  FILLER                   PIC X VALUE SPACE.
001180     05  DTL-NEW-DSNAME           PIC X(33).
001185     05  FILLER                   PIC X VALUE SPACE.
001190     05  DTL-SYSTEM-ID            PIC X(8).
001195     05  FILLER                   PIC X(28) VALUE SPACES.
001200*
001210 01  GROUP-TOTAL-LINE.
001220     05  FILLER                   PIC X(4) VALUE SPACES.
001420     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
001430     SORT SORT-FILE
001440         ON ASCENDING KEY SRT-MEMBER-NAME
001445         ON ASCENDING KEY SRT-SYSTEM-ID
001450         ON ASCENDING KEY SRT-RUN-DATE
001460         INPUT PROCEDURE IS 100-RELEASE-HISTORY
001470         OUTPUT PROCEDURE IS 200-PRINT-CHURN-REPORT.
001650             GO TO 100-EXIT.
001660     ADD 1 TO HISTORY-RECORDS-READ.
001670     MOVE CH-MEMBER-NAME TO SRT-MEMBER-NAME.
001675     MOVE CH-SYSTEM-ID TO SRT-SYSTEM-ID.
001680     MOVE CH-RUN-DATE TO SRT-RUN-DATE.
001690     MOVE CH-ACTION TO SRT-ACTION.
001700     MOVE CH-OLD-DSNAME TO SRT-OLD-DSNAME.
001750*
001760***************************************************************
001770*    2000-2300 PRINT THE SORTED HISTORY WITH A CONTROL BREAK    *
001780*    ON MEMBER NAME AND SYSTEM ID - EACH MODULE'S EVENTS IN     *
001790*    RUN-DATE ORDER, THEN ITS EVENT AND MOVE COUNTS, FLAGGED    *
001800*    REPEAT MOVER WHEN IT HAS MOVED LIBRARIES MORE THAN ONCE.   *
001810***************************************************************
001820 2000-RETURN-SORTED-RECORD.
001830     RETURN SORT-FILE
001860             PERFORM 2300-LAST-GROUP-BREAK THRU 2300-EXIT
001870             GO TO 200-EXIT.
001880     IF SRT-MEMBER-NAME NOT = CURRENT-MEMBER-NAME
001885         OR SRT-SYSTEM-ID NOT = CURRENT-SYSTEM-ID
001890         PERFORM 2100-MEMBER-BREAK THRU 2100-EXIT.
001900     PERFORM 2200-PRINT-DETAIL-LINE THRU 2200-EXIT.
001910     GO TO 2000-RETURN-SORTED-RECORD.
001970     ELSE
001980         PERFORM 250-PRINT-GROUP-TOTALS THRU 250-EXIT.
001990     MOVE SRT-MEMBER-NAME TO CURRENT-MEMBER-NAME.
001995     MOVE SRT-SYSTEM-ID TO CURRENT-SYSTEM-ID.
002000 2100-EXIT. EXIT.
002010*
002020 2200-PRINT-DETAIL-LINE.
002030     MOVE SRT-MEMBER-NAME TO DTL-MEMBER-NAME.
002035     MOVE SRT-SYSTEM-ID TO DTL-SYSTEM-ID.
002040     MOVE SRT-RUN-DATE TO DTL-RUN-DATE.
002050     MOVE SRT-ACTION TO DTL-ACTION.
002060     MOVE SRT-OLD-DSNAME TO DTL-OLD-DSNAME.
