000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    MSGCAT.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* COMMON ERROR MESSAGE CATALOG LOOKUP FOR THE SHOP'S COBOL BATCH*
000150* UTILITIES AND BMPS, IN THE ERRLOG/OPSTAT/MAINTCHK MOLD.       *
000160* ERL-MESSAGE IS FREE TEXT, SO EVERY READER OF THE ERROR LOG HAD*
000170* TO GUESS WHAT AN ENTRY MEANT AND WHAT TO DO ABOUT IT.  THE    *
000180* MESSAGES ARE NOW CATALOGED (DD UT-S-MSGCAT, COPY MSGCAT0) BY  *
000190* PROGRAM-ID AND PARAGRAPH, OR BY A MESSAGE NUMBER THE TEXT     *
000200* BEGINS WITH, EACH WITH A STANDARD SEVERITY, A SHORT CAUSE, A  *
000210* RUNBOOK REFERENCE AND THE OPERATOR ACTION LINES.  CALLING     *
000220* PROGRAMS COPY MSGCATP, MOVE IN AN ENTRY'S PROGRAM-ID,         *
000230* PARAGRAPH AND MESSAGE, AND CALL 'MSGCAT' USING MSGCAT-PARM.   *
000240* THE CATALOG IS LOADED ON THE FIRST CALL OF THE JOB AND HELD   *
000250* FOR THE DURATION, THE SAME TREATMENT MAINTCHK GIVES THE       *
000260* MAINTENANCE CALENDAR.  AN 'E' CARD WITH NEITHER A PROGRAM-ID  *
000270* NOR A MESSAGE NUMBER, OR WITH A SEVERITY OTHER THAN I/W/E/F,  *
000280* IS DISPLAYED AND IGNORED ALONG WITH ITS 'C' AND 'A' CARDS.    *
000290* NO CATALOG FILE MEANS NOTHING IS CATALOGED.                   *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL MESSAGE-CATALOG-FILE
000360         ASSIGN TO UT-S-MSGCAT.
000370 DATA DIVISION.
000380 FILE SECTION.
000390*
000400 FD  MESSAGE-CATALOG-FILE
000410     RECORDING MODE IS F
000420     BLOCK CONTAINS 0 RECORDS
000430     RECORD CONTAINS 80 CHARACTERS
000440     LABEL RECORDS ARE OMITTED.
000450     COPY MSGCAT0.
000460*
000470 WORKING-STORAGE SECTION.
000480 77  FILLER PIC X(34)  VALUE
000490     'MSGCAT WORKING STORAGE BEGINS HERE'.
000500*
000510 77  CATALOG-LOADED-SWITCH        PIC X VALUE 'N'.
000520     88  CATALOG-LOADED               VALUE 'Y'.
000530 77  CATALOG-FILE-SWITCH          PIC X VALUE 'N'.
000540     88  CATALOG-FILE-EOF             VALUE 'Y'.
000550 77  ENTRY-OPEN-SWITCH            PIC X VALUE 'N'.
000560     88  ENTRY-OPEN                   VALUE 'Y'.
000570 77  MATCH-RANK                   PIC 9 VALUE 0.
000580     88  NUMBER-MATCHED               VALUE 1.
000590 77  MATCH-SUB                    PIC S9(4) COMP VALUE +0.
000600 77  ACTION-SUB                   PIC S9(4) COMP VALUE +0.
000610 77  NUMBER-LENGTH                PIC S9(4) COMP VALUE +0.
000620*
000630***************************************************************
000640*    CATALOG-TABLE HOLDS EVERY VALID ENTRY IN FILE ORDER, WITH  *
000650*    THE LENGTH OF ITS MESSAGE NUMBER SO THE TEXT IS MATCHED ON *
000660*    THE NUMBER ALONE; ITS ACTION LINES SIT IN ACTION-TABLE     *
000670*    FROM CE-FIRST-ACTION FOR CE-ACTION-COUNT LINES.            *
000680***************************************************************
000690 01  CATALOG-TABLE-COUNT          PIC S9(4) COMP VALUE +0.
000700 01  CATALOG-TABLE.
000710     05  CATALOG-ENTRY        OCCURS 1 TO 500 TIMES
000720                              DEPENDING ON CATALOG-TABLE-COUNT
000730                              INDEXED BY CE-IX.
000740         10  CE-PROGRAM-ID        PIC X(8).
000750         10  CE-PARAGRAPH         PIC X(30).
000760         10  CE-MESSAGE-NUMBER    PIC X(8).
000770         10  CE-NUMBER-LENGTH     PIC S9(4) COMP.
000780         10  CE-SEVERITY          PIC X.
000790         10  CE-RUNBOOK           PIC X(16).
000800         10  CE-CAUSE             PIC X(70).
000810         10  CE-FIRST-ACTION      PIC S9(4) COMP.
000820         10  CE-ACTION-COUNT      PIC S9(4) COMP.
000830 01  ACTION-TABLE-COUNT           PIC S9(4) COMP VALUE +0.
000840 01  ACTION-TABLE.
000850     05  ACTION-ENTRY         OCCURS 1 TO 2000 TIMES
000860                              DEPENDING ON ACTION-TABLE-COUNT.
000870         10  AE-TEXT              PIC X(70).
000880*
000890 LINKAGE SECTION.
000900 COPY MSGCATP.
000910*
000920 PROCEDURE DIVISION USING MSGCAT-PARM.
000930 0000-MAINLINE.
000940     IF NOT CATALOG-LOADED
000950         PERFORM 9800-LOAD-CATALOG-TABLE.
000960     SET MCP-NOT-CATALOGED TO TRUE.
000970     MOVE ZERO TO MCP-ENTRY-NUMBER, MCP-ACTION-COUNT,
000980         MATCH-RANK, MATCH-SUB.
000990     MOVE SPACES TO MCP-SEVERITY, MCP-RUNBOOK, MCP-CAUSE,
001000         MCP-ACTION-LINE (1), MCP-ACTION-LINE (2),
001010         MCP-ACTION-LINE (3), MCP-ACTION-LINE (4),
001020         MCP-ACTION-LINE (5).
001030     PERFORM 1000-TEST-ONE-ENTRY
001040         VARYING CE-IX FROM 1 BY 1
001050             UNTIL CE-IX > CATALOG-TABLE-COUNT
001060             OR NUMBER-MATCHED.
001070     IF MATCH-SUB > ZERO
001080         PERFORM 2000-RETURN-ENTRY.
001090     GOBACK.
001100*
001110***************************************************************
001120*    1000-TEST-ONE-ENTRY RANKS ONE ENTRY AGAINST THE CALLER'S   *
001130*    LOG ENTRY - 1 WHEN THE MESSAGE BEGINS WITH THE ENTRY'S     *
001140*    MESSAGE NUMBER (AND ANY PROGRAM-ID ON THE ENTRY MATCHES),  *
001150*    2 FOR THE PROGRAM/PARAGRAPH ENTRY, 3 FOR THE PROGRAM'S     *
001160*    BLANK-PARAGRAPH ENTRY.  THE FIRST ENTRY OF THE BEST RANK   *
001170*    ANSWERS; A NUMBER MATCH ENDS THE SEARCH.                   *
001180***************************************************************
001190 1000-TEST-ONE-ENTRY.
001200     IF CE-MESSAGE-NUMBER (CE-IX) NOT = SPACES
001210         MOVE CE-NUMBER-LENGTH (CE-IX) TO NUMBER-LENGTH
001220         IF MCP-MESSAGE (1:NUMBER-LENGTH) =
001230             CE-MESSAGE-NUMBER (CE-IX) (1:NUMBER-LENGTH)
001240             AND (CE-PROGRAM-ID (CE-IX) = SPACES
001250             OR CE-PROGRAM-ID (CE-IX) = MCP-PROGRAM-ID)
001260             MOVE 1 TO MATCH-RANK
001270             SET MATCH-SUB TO CE-IX
001280         END-IF
001290     ELSE
001300         IF CE-PROGRAM-ID (CE-IX) = MCP-PROGRAM-ID
001310             IF CE-PARAGRAPH (CE-IX) = MCP-PARAGRAPH
001320                 IF MATCH-RANK = ZERO OR MATCH-RANK > 2
001330                     MOVE 2 TO MATCH-RANK
001340                     SET MATCH-SUB TO CE-IX
001350                 END-IF
001360             ELSE
001370                 IF CE-PARAGRAPH (CE-IX) = SPACES
001380                     AND MATCH-RANK = ZERO
001390                     MOVE 3 TO MATCH-RANK
001400                     SET MATCH-SUB TO CE-IX.
001410*
001420 2000-RETURN-ENTRY.
001430     SET CE-IX TO MATCH-SUB.
001440     SET MCP-CATALOGED TO TRUE.
001450     MOVE MATCH-SUB TO MCP-ENTRY-NUMBER.
001460     MOVE CE-SEVERITY (CE-IX) TO MCP-SEVERITY.
001470     MOVE CE-RUNBOOK (CE-IX) TO MCP-RUNBOOK.
001480     MOVE CE-CAUSE (CE-IX) TO MCP-CAUSE.
001490     PERFORM 2100-RETURN-ONE-ACTION
001500         VARYING ACTION-SUB FROM CE-FIRST-ACTION (CE-IX) BY 1
001510             UNTIL MCP-ACTION-COUNT = CE-ACTION-COUNT (CE-IX)
001520             OR MCP-ACTION-COUNT = 5.
001530*
001540 2100-RETURN-ONE-ACTION.
001550     ADD 1 TO MCP-ACTION-COUNT.
001560     MOVE AE-TEXT (ACTION-SUB)
001570         TO MCP-ACTION-LINE (MCP-ACTION-COUNT).
001580*
001590***************************************************************
001600*    9800-9840 LOAD THE MESSAGE CATALOG ONCE PER JOB.  'C' AND  *
001610*    'A' CARDS BELONG TO THE LAST VALID 'E' CARD BEFORE THEM.   *
001620***************************************************************
001630 9800-LOAD-CATALOG-TABLE.
001640     OPEN INPUT MESSAGE-CATALOG-FILE.
001650     PERFORM 9810-READ-CATALOG-RECORD
001660         UNTIL CATALOG-FILE-EOF.
001670     CLOSE MESSAGE-CATALOG-FILE.
001680     SET CATALOG-LOADED TO TRUE.
001690*
001700 9810-READ-CATALOG-RECORD.
001710     READ MESSAGE-CATALOG-FILE
001720         AT END
001730             SET CATALOG-FILE-EOF TO TRUE.
001740     IF NOT CATALOG-FILE-EOF
001750         IF MCT-ENTRY-CARD
001760             PERFORM 9820-ADD-CATALOG-ENTRY
001770         ELSE
001780             IF MCT-CAUSE-CARD
001790                 IF ENTRY-OPEN
001800                     MOVE MCT-TEXT TO CE-CAUSE (CE-IX)
001810                 END-IF
001820             ELSE
001830                 IF MCT-ACTION-CARD
001840                     IF ENTRY-OPEN
001850                         PERFORM 9840-ADD-ACTION-LINE
001860                     END-IF
001870                 ELSE
001880                     IF NOT MCT-COMMENT-CARD
001890                         DISPLAY 'MSGCAT CATALOG CARD TYPE '
001900                             MCT-CARD-TYPE ' INVALID - IGNORED'.
001910*
001920 9820-ADD-CATALOG-ENTRY.
001930     MOVE 'N' TO ENTRY-OPEN-SWITCH.
001940     IF (MCT-PROGRAM-ID = SPACES
001950         AND MCT-MESSAGE-NUMBER = SPACES)
001960         OR (MCT-MESSAGE-NUMBER NOT = SPACES
001970         AND MCT-MESSAGE-NUMBER (1:1) = SPACE)
001980         OR (MCT-SEVERITY NOT = 'I' AND NOT = 'W'
001990         AND NOT = 'E' AND NOT = 'F')
002000         DISPLAY 'MSGCAT CATALOG ENTRY INVALID - '
002010             MCT-PROGRAM-ID ' ' MCT-PARAGRAPH ' '
002020             MCT-MESSAGE-NUMBER ' IGNORED'
002030     ELSE
002040         IF CATALOG-TABLE-COUNT < 500
002050             ADD 1 TO CATALOG-TABLE-COUNT
002060             SET CE-IX TO CATALOG-TABLE-COUNT
002070             MOVE MCT-PROGRAM-ID TO CE-PROGRAM-ID (CE-IX)
002080             MOVE MCT-PARAGRAPH TO CE-PARAGRAPH (CE-IX)
002090             MOVE MCT-MESSAGE-NUMBER TO CE-MESSAGE-NUMBER (CE-IX)
002100             MOVE ZERO TO CE-NUMBER-LENGTH (CE-IX)
002110             INSPECT MCT-MESSAGE-NUMBER
002120                 TALLYING CE-NUMBER-LENGTH (CE-IX)
002130                 FOR CHARACTERS BEFORE INITIAL SPACE
002140             MOVE MCT-SEVERITY TO CE-SEVERITY (CE-IX)
002150             MOVE MCT-RUNBOOK TO CE-RUNBOOK (CE-IX)
002160             MOVE SPACES TO CE-CAUSE (CE-IX)
002170             COMPUTE CE-FIRST-ACTION (CE-IX) =
002180                 ACTION-TABLE-COUNT + 1
002190             MOVE ZERO TO CE-ACTION-COUNT (CE-IX)
002200             SET ENTRY-OPEN TO TRUE
002210         ELSE
002220             DISPLAY 'MSGCAT CATALOG FULL - ENTRY FOR '
002230                 MCT-PROGRAM-ID ' ' MCT-MESSAGE-NUMBER
002240                 ' DROPPED'.
002250*
002260 9840-ADD-ACTION-LINE.
002270     IF ACTION-TABLE-COUNT < 2000
002280         ADD 1 TO ACTION-TABLE-COUNT
002290         MOVE MCT-TEXT TO AE-TEXT (ACTION-TABLE-COUNT)
002300         ADD 1 TO CE-ACTION-COUNT (CE-IX)
002310     ELSE
002320         DISPLAY 'MSGCAT ACTION TABLE FULL - ACTION FOR '
002330             CE-PROGRAM-ID (CE-IX) ' DROPPED'.
