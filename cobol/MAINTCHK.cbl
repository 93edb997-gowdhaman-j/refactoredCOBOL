000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    MAINTCHK.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* COMMON PLANNED-MAINTENANCE CALENDAR CHECK FOR THE SHOP'S COBOL*
000150* BATCH UTILITIES AND BMPS, IN THE ERRLOG/OPSTAT/DATECALC MOLD. *
000160* DURING A PLANNED DASD OR IMS OUTAGE ERLALERT SENT FATAL ALERTS*
000170* TO EVERY DESK, OPSSUM REPORTED HALF THE ROSTER MISSING, AND   *
000180* BMPESCAL ESCALATED BROADCASTS NOBODY COULD HAVE ANSWERED.  THE*
000190* OUTAGES ARE NOW DECLARED ON A MAINTENANCE CALENDAR (DD        *
000200* UT-S-MAINTCAL, COPY MAINTCL0 - START, END, PROGRAM-ID OR ALL, *
000210* AND REASON), AND CALLING PROGRAMS COPY MAINTCHP, MOVE IN A    *
000220* PROGRAM-ID AND THE SPAN OF TIME THEY ARE ASKING ABOUT, AND    *
000230* CALL 'MAINTCHK' USING MAINTCHK-PARM TO LEARN WHETHER A WINDOW *
000240* COVERS IT.  THE CALENDAR IS LOADED ON THE FIRST CALL OF THE   *
000250* JOB AND HELD FOR THE DURATION, THE SAME TREATMENT DATECALC    *
000260* GIVES THE HOLIDAY FILE.  A CARD WHOSE TIMES ARE NOT NUMERIC,  *
000270* OR WHOSE END IS NOT AFTER ITS START, IS DISPLAYED AND         *
000280* IGNORED.  NO CALENDAR FILE MEANS NO MAINTENANCE.              *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL MAINTENANCE-CALENDAR-FILE
000350         ASSIGN TO UT-S-MAINTCAL.
000360 DATA DIVISION.
000370 FILE SECTION.
000380*
000390 FD  MAINTENANCE-CALENDAR-FILE
000400     RECORDING MODE IS F
000410     BLOCK CONTAINS 0 RECORDS
000420     RECORD CONTAINS 80 CHARACTERS
000430     LABEL RECORDS ARE OMITTED.
000440     COPY MAINTCL0.
000450*
000460 WORKING-STORAGE SECTION.
000470 77  FILLER PIC X(36)  VALUE
000480     'MAINTCHK WORKING STORAGE BEGINS HERE'.
000490*
000500 77  CALENDAR-LOADED-SWITCH       PIC X VALUE 'N'.
000510     88  CALENDAR-LOADED              VALUE 'Y'.
000520 77  CALENDAR-FILE-SWITCH         PIC X VALUE 'N'.
000530     88  CALENDAR-FILE-EOF            VALUE 'Y'.
000540*
000550***************************************************************
000560*    CALENDAR-TABLE HOLDS EVERY VALID WINDOW ON THE CALENDAR IN *
000570*    FILE ORDER.  THE FIRST WINDOW THAT COVERS THE CALLER'S     *
000580*    SPAN ANSWERS THE CALL.                                     *
000590***************************************************************
000600 01  CALENDAR-TABLE-COUNT         PIC S9(4) COMP VALUE +0.
000610 01  CALENDAR-TABLE.
000620     05  CALENDAR-ENTRY       OCCURS 1 TO 200 TIMES
000630                              DEPENDING ON CALENDAR-TABLE-COUNT
000640                              INDEXED BY MC-IX.
000650         10  CT-START             PIC X(12).
000660         10  CT-END               PIC X(12).
000670         10  CT-PROGRAM-ID        PIC X(8).
000680         10  CT-REASON            PIC X(40).
000690*
000700 LINKAGE SECTION.
000710 COPY MAINTCHP.
000720*
000730 PROCEDURE DIVISION USING MAINTCHK-PARM.
000740 0000-MAINLINE.
000750     IF NOT CALENDAR-LOADED
000760         PERFORM 9800-LOAD-CALENDAR-TABLE.
000770     SET MCK-NOT-IN-MAINTENANCE TO TRUE.
000780     MOVE SPACES TO MCK-WINDOW-START, MCK-WINDOW-END,
000790         MCK-WINDOW-PROGRAM-ID, MCK-REASON.
000800     PERFORM 1000-TEST-ONE-WINDOW
000810         VARYING MC-IX FROM 1 BY 1
000820             UNTIL MC-IX > CALENDAR-TABLE-COUNT
000830             OR MCK-IN-MAINTENANCE.
000840     GOBACK.
000850*
000860***************************************************************
000870*    1000-TEST-ONE-WINDOW - A WINDOW COVERS THE CALLER WHEN IT  *
000880*    NAMES THE CALLER'S PROGRAM OR ALL PROGRAMS, OPENS NO LATER *
000890*    THAN THE END OF THE SPAN, AND CLOSES AFTER ITS START.  THE *
000900*    STAMPS ARE CCYYMMDDHHMM, SO THEY COMPARE AS THEY STAND.    *
000910***************************************************************
000920 1000-TEST-ONE-WINDOW.
000930     IF (CT-PROGRAM-ID (MC-IX) = 'ALL'
000940         OR CT-PROGRAM-ID (MC-IX) = MCK-PROGRAM-ID)
000950         AND CT-START (MC-IX) NOT > MCK-TO-STAMP
000960         AND CT-END (MC-IX) > MCK-FROM-STAMP
000970         SET MCK-IN-MAINTENANCE TO TRUE
000980         MOVE CT-START (MC-IX) TO MCK-WINDOW-START
000990         MOVE CT-END (MC-IX) TO MCK-WINDOW-END
001000         MOVE CT-PROGRAM-ID (MC-IX) TO MCK-WINDOW-PROGRAM-ID
001010         MOVE CT-REASON (MC-IX) TO MCK-REASON.
001020*
001030***************************************************************
001040*    9800-9810 LOAD THE MAINTENANCE CALENDAR ONCE PER JOB.      *
001050***************************************************************
001060 9800-LOAD-CALENDAR-TABLE.
001070     OPEN INPUT MAINTENANCE-CALENDAR-FILE.
001080     PERFORM 9810-READ-CALENDAR-RECORD
001090         UNTIL CALENDAR-FILE-EOF.
001100     CLOSE MAINTENANCE-CALENDAR-FILE.
001110     SET CALENDAR-LOADED TO TRUE.
001120*
001130 9810-READ-CALENDAR-RECORD.
001140     READ MAINTENANCE-CALENDAR-FILE
001150         AT END
001160             SET CALENDAR-FILE-EOF TO TRUE.
001170     IF NOT CALENDAR-FILE-EOF
001180         IF MCL-START NOT NUMERIC
001190             OR MCL-END NOT NUMERIC
001200             OR MCL-END NOT > MCL-START
001210             OR MCL-PROGRAM-ID = SPACES
001220             DISPLAY 'MAINTCHK CALENDAR CARD INVALID - '
001230                 MCL-START ' ' MCL-END ' ' MCL-PROGRAM-ID
001240                 ' IGNORED'
001250         ELSE
001260             IF CALENDAR-TABLE-COUNT < 200
001270                 ADD 1 TO CALENDAR-TABLE-COUNT
001280                 SET MC-IX TO CALENDAR-TABLE-COUNT
001290                 MOVE MCL-START TO CT-START (MC-IX)
001300                 MOVE MCL-END TO CT-END (MC-IX)
001310                 MOVE MCL-PROGRAM-ID TO CT-PROGRAM-ID (MC-IX)
001320                 MOVE MCL-REASON TO CT-REASON (MC-IX)
001330             ELSE
001340                 DISPLAY 'MAINTCHK CALENDAR FULL - CARD FOR '
001350                     MCL-PROGRAM-ID ' DROPPED'.
