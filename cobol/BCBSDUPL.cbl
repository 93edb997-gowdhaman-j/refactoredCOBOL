000130*    EXTRACT IS PUT THROUGH AN INTERNAL SORT (MEMBER/DSNAME) *
000140*    THE SAME WAY ERLRPT SORTS ITS OWN INPUT.  ANY CONFLICT  *
000150*    ENDS THE STEP WITH CONDITION CODE 4.                    *
000151*    ON A MULTI-SYSTEM EXTRACT THE MEMBER IS JUDGED ONE      *
000152*    SYSTEM (MX-SYSTEM-ID) AT A TIME - THE SORT IS MEMBER/   *
000153*    SYSTEM/DSNAME - BECAUSE EACH SYSTEM FETCHES FROM ITS    *
000154*    OWN LIBRARIES; A MEMBER THAT DIFFERS BETWEEN SYSTEMS IS *
000155*    LPARCMP'S CONCERN, NOT A CONFLICT HERE.                 *
000160**************************************************************
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000350     05  MX-TYPE                  PIC X(2).
000360     05  MX-LINK-DATE             PIC X(8).
000370     05  MX-DSNAME                PIC X(33).
000375     05  MX-SYSTEM-ID             PIC X(8).
000380     05  FILLER                   PIC X(17).
000390*
000400 SD  SORT-FILE
000410     DATA RECORD IS SORT-RECORD.
000420 01  SORT-RECORD.
000430     05  SRT-MEMBER-NAME          PIC X(8).
000435     05  SRT-SYSTEM-ID            PIC X(8).
000440     05  SRT-DSNAME               PIC X(33).
000450     05  SRT-USRDAT               PIC X(4).
000460     05  SRT-LINK-DATE            PIC X(8).
000720         10  WS-MONTH             PIC XX.
000730         10  WS-DAY               PIC XX.
000740 01  CURRENT-MEMBER-NAME          PIC X(8) VALUE SPACES.
000745 01  CURRENT-SYSTEM-ID            PIC X(8) VALUE SPACES.
000750*
000760***************************************************************
000770*    MEMBER-COPY-TABLE COLLECTS THE CURRENT MEMBER'S EXTRACT    *
001050     05  FILLER                   PIC X VALUE SPACE.
001060     05  FILLER                   PIC X(8) VALUE 'MEMBER: '.
001070     05  MGL-MEMBER-NAME          PIC X(8).
001074     05  MGL-SYSTEM-LABEL         PIC X(11).
001078     05  MGL-SYSTEM-ID            PIC X(8).
001080     05  FILLER                   PIC X(34) VALUE
001090         '  RESOLVED TO MORE THAN ONE DSNAME'.
001100     05  FILLER                   PIC X(63) VALUE SPACES.
001110 01  COPY-DETAIL-LINE.
001120     05  FILLER                   PIC X(4) VALUE SPACES.
001130     05  CDL-USRDAT               PIC X(4).
001300     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
001310     SORT SORT-FILE
001320         ON ASCENDING KEY SRT-MEMBER-NAME
001325         ON ASCENDING KEY SRT-SYSTEM-ID
001330         ON ASCENDING KEY SRT-DSNAME
001340         INPUT PROCEDURE IS 100-RELEASE-EXTRACT-RECORDS
001350         OUTPUT PROCEDURE IS 200-SCAN-FOR-CONFLICTS.
001530             GO TO 100-EXIT.
001540     ADD 1 TO EXTRACT-RECORDS-READ.
001550     MOVE MX-MEMBER-NAME TO SRT-MEMBER-NAME.
001555     MOVE MX-SYSTEM-ID TO SRT-SYSTEM-ID.
001560     MOVE MX-DSNAME TO SRT-DSNAME.
001570     MOVE MX-USRDAT TO SRT-USRDAT.
001580     MOVE MX-LINK-DATE TO SRT-LINK-DATE.
001620*
001630***************************************************************
001640*    2000-2300 COLLECT EACH MEMBER'S ENTRIES AND, AT THE        *
001650*    MEMBER (OR SYSTEM) BREAK, PRINT THE GROUP ONLY WHEN ITS    *
001660*    ENTRIES NAME MORE THAN ONE DSNAME.                         *
001670***************************************************************
001680 2000-RETURN-SORTED-RECORD.
001690     RETURN SORT-FILE
001720             PERFORM 2200-JUDGE-MEMBER-GROUP THRU 2200-EXIT
001730             GO TO 200-EXIT.
001740     IF SRT-MEMBER-NAME NOT = CURRENT-MEMBER-NAME
001745         OR SRT-SYSTEM-ID NOT = CURRENT-SYSTEM-ID
001750         PERFORM 2200-JUDGE-MEMBER-GROUP THRU 2200-EXIT
001755         MOVE SRT-MEMBER-NAME TO CURRENT-MEMBER-NAME
001760         MOVE SRT-SYSTEM-ID TO CURRENT-SYSTEM-ID.
001770     PERFORM 2100-COLLECT-ONE-COPY THRU 2100-EXIT.
001780     GO TO 2000-RETURN-SORTED-RECORD.
001790 200-EXIT. EXIT.
002010         GO TO 2290-CLEAR-GROUP.
002020     ADD 1 TO CONFLICT-MEMBER-COUNT.
002030     MOVE CURRENT-MEMBER-NAME TO MGL-MEMBER-NAME.
002031     MOVE CURRENT-SYSTEM-ID TO MGL-SYSTEM-ID.
002032     IF CURRENT-SYSTEM-ID = SPACES
002033         MOVE SPACES TO MGL-SYSTEM-LABEL
002034     ELSE
002035         MOVE ' ON SYSTEM ' TO MGL-SYSTEM-LABEL.
002040     MOVE MEMBER-GROUP-LINE TO CONFLICT-REPORT-RECORD.
002050     MOVE 2 TO CCTL.
002060     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
