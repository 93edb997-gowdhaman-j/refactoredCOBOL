000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    AUTHCHK.
000120 AUTHOR.        R THORNTON
000130*****************************************************************
000140* SHARED TERMINAL AND OPERATOR AUTHORIZATION CHECK FOR THE IMS  *
000150* PROGRAMS THAT TAKE INPUT FROM A TERMINAL, IN THE              *
000160* ERRLOG/TRMROUTE MOLD.  CALLING PROGRAMS COPY AUTHCHKP, MOVE   *
000170* THE LTERM AND IOPCB USER ID, WHAT IS BEING ASKED FOR, AND THE *
000180* TEXT AS KEYED, AND CALL 'AUTHCHK' USING AUTHCHK-PARM - SEE    *
000190* AUTHCHKP FOR THE ANSWER.  BMPQUERY ANSWERED ANY COMMAND FROM  *
000200* ANYONE WHO COULD REACH ITS TRANSACTION AND BMPCOBOL RECORDED  *
000210* AN ACKNOWLEDGMENT FROM ANY LTERM, THOUGH THOSE TERMINALS CAN  *
000220* NOW SEE THE WHOLE WINDOW STATUS, HOLD A JOB, OR STOP THE      *
000230* RESPONDER.  THE AUTHORIZATION FILE (DD UT-S-AUTHFILE) GRANTS  *
000240* EACH COMMAND WORD - STATUS, ERRORS, STOP, HOLD, RELEASE, NOTE,*
000250* OR ANY COMMAND ADDED LATER, BY NAME - AND THE RIGHT TO        *
000260* ACKNOWLEDGE A ROUTING CLASS, TO AN LTERM OR TO AN IOPCB USER  *
000270* ID; A REQUEST IS AUTHORIZED WHEN EITHER THE LTERM OR THE USER *
000280* HOLDS THE GRANT.  A USER-ID CARD NEVER MATCHES A TERMINAL THAT*
000290* IS NOT SIGNED ON.  AN ACKNOWLEDGMENT OF A MESSAGE SENT WITH NO*
000300* ROUTING CLASS IS AUTHORIZED BY ANY ACK GRANT.  A REFUSED      *
000310* REQUEST IS LOGGED THROUGH ERRLOG AS A WARNING UNDER THE       *
000320* CALLER'S PROGRAM-ID AND APPENDED TO THE SECURITY EXCEPTION    *
000330* FILE (DD UT-S-SECEXC, COPY SECEXC0), WHICH SECRPT SUMMARIZES  *
000340* EACH DAY FOR THE DATA-CENTER MANAGER.  THE FILE IS LOADED ON  *
000350* THE FIRST CALL OF THE JOB AND HELD FOR THE DURATION; WITH NO  *
000360* AUTHORIZATION FILE, OR NONE BUT COMMENT CARDS, EVERY REQUEST  *
000370* IS ALLOWED AS BEFORE AND THE CALL SAYS SO.                    *
000380*                                                               *
000390* AUTHORIZATION CARD LAYOUT (ONE GRANT PER 80-BYTE CARD, '*' IN *
000400* COLUMN 1 FOR A COMMENT):                                      *
000410*   COLS  1-8   LTERM NAME OR IOPCB USER ID                     *
000420*   COL   10    'L' = COLUMNS 1-8 ARE AN LTERM                  *
000430*               'U' = COLUMNS 1-8 ARE A USER ID                 *
000440*   COLS 12-19  COMMAND WORD THE HOLDER MAY ISSUE, '*' FOR      *
000450*               EVERY COMMAND, OR 'ACK' FOR THE RIGHT TO        *
000460*               ACKNOWLEDGE BROADCASTS                          *
000470*   COL   21    FOR 'ACK', THE ROUTING CLASS THE HOLDER MAY     *
000480*               ACKNOWLEDGE ('*' OR SPACE = EVERY CLASS)        *
000490*   COLS 23-80  FREE TEXT - WHOSE DESK, WHO APPROVED IT         *
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL AUTHORIZATION-FILE
000560         ASSIGN TO UT-S-AUTHFILE.
000570     SELECT OPTIONAL SECURITY-EXCEPTION-FILE
000580         ASSIGN TO UT-S-SECEXC.
000590 DATA DIVISION.
000600 FILE SECTION.
000610*
000620 FD  AUTHORIZATION-FILE
000630     RECORDING MODE IS F
000640     BLOCK CONTAINS 0 RECORDS
000650     RECORD CONTAINS 80 CHARACTERS
000660     LABEL RECORDS ARE OMITTED
000670     DATA RECORD IS AUTHORIZATION-RECORD.
000680 01  AUTHORIZATION-RECORD.
000690     05  AR-ID                    PIC X(8).
000700     05  FILLER                   PIC X.
000710     05  AR-ID-TYPE               PIC X.
000720     05  FILLER                   PIC X.
000730     05  AR-FUNCTION              PIC X(8).
000740     05  FILLER                   PIC X.
000750     05  AR-ROUTE-CLASS           PIC X.
000760     05  FILLER                   PIC X.
000770     05  AR-DESCRIPTION           PIC X(58).
000780*
000790 FD  SECURITY-EXCEPTION-FILE
000800     RECORDING MODE IS F
000810     BLOCK CONTAINS 0 RECORDS
000820     RECORD CONTAINS 120 CHARACTERS
000830     LABEL RECORDS ARE OMITTED
000840     DATA RECORD IS SECURITY-EXCEPTION-RECORD.
000850*
000860     COPY SECEXC0.
000870*
000880 WORKING-STORAGE SECTION.
000890 77  FILLER PIC X(36)  VALUE
000900     'AUTHCHK  WORKING STORAGE BEGINS HERE'.
000910*
000920 77  AUTHORIZATION-LOADED-SWITCH  PIC X VALUE 'N'.
000930     88  AUTHORIZATION-LOADED         VALUE 'Y'.
000940 77  AUTHORIZATION-FILE-SWITCH    PIC X VALUE 'N'.
000950     88  AUTHORIZATION-FILE-EOF       VALUE 'Y'.
000960 77  HOLDER-MATCH-SWITCH          PIC X VALUE 'N'.
000970     88  HOLDER-MATCHES               VALUE 'Y'.
000980*
000990 01  GRANT-TABLE-COUNT            PIC S9(4) COMP VALUE +0.
001000 01  GRANT-TABLE.
001010     05  GRANT-TABLE-ENTRY    OCCURS 1 TO 500 TIMES
001020                              DEPENDING ON GRANT-TABLE-COUNT
001030                              INDEXED BY AUT-IX.
001040         10  AUT-ID               PIC X(8).
001050         10  AUT-ID-TYPE          PIC X.
001060             88  AUT-LTERM-GRANT      VALUE 'L'.
001070             88  AUT-USER-GRANT       VALUE 'U'.
001080         10  AUT-FUNCTION         PIC X(8).
001090             88  AUT-EVERY-COMMAND    VALUE '*'.
001100             88  AUT-ACK-GRANT        VALUE 'ACK'.
001110         10  AUT-ROUTE-CLASS      PIC X.
001120             88  AUT-EVERY-CLASS      VALUE ' ' '*'.
001130*
001140 01  REFUSAL-LOG-MESSAGE.
001150     05  FILLER                   PIC X(8) VALUE 'REFUSED '.
001160     05  RLM-REQUEST              PIC X(16).
001170     05  FILLER                   PIC X(12) VALUE ' FROM LTERM '.
001180     05  RLM-TERMINAL-ID          PIC X(8).
001190     05  FILLER                   PIC X(6) VALUE ' USER '.
001200     05  RLM-USERID               PIC X(8).
001210     05  FILLER                   PIC X(22) VALUE SPACES.
001220 01  CLOCK-DATE-YYMMDD            PIC 9(6).
001230*
001240*    ERRLOG-PARM (COPY ERRLOGP) IS THE PARAMETER AREA FOR
001250*    CALL 'ERRLOG' - EVERY REFUSAL IS LOGGED UNDER THE CALLER'S
001260*    PROGRAM-ID AS A WARNING.
001270 COPY ERRLOGP.
001280*
001290 LINKAGE SECTION.
001300 COPY AUTHCHKP.
001310*
001320 PROCEDURE DIVISION USING AUTHCHK-PARM.
001330 0000-MAINLINE.
001340     IF NOT AUTHORIZATION-LOADED
001350         PERFORM 9800-LOAD-GRANT-TABLE.
001360     IF GRANT-TABLE-COUNT = ZERO
001370         SET ATH-NO-AUTHORIZATION-FILE TO TRUE
001380         GOBACK.
001390     SET ATH-REFUSED TO TRUE.
001400     PERFORM 1000-TEST-ONE-GRANT
001410         VARYING AUT-IX FROM 1 BY 1
001420             UNTIL AUT-IX > GRANT-TABLE-COUNT
001430             OR ATH-AUTHORIZED.
001440     IF ATH-REFUSED
001450         PERFORM 2000-LOG-REFUSAL
001460         PERFORM 2100-WRITE-SECURITY-EXCEPTION.
001470     GOBACK.
001480***************************************************************
001490*    1000-TEST-ONE-GRANT AUTHORIZES THE REQUEST WHEN THE GRANT  *
001500*    IS HELD BY THE ASKING LTERM, OR BY THE SIGNED-ON USER, AND *
001510*    COVERS WHAT IS ASKED - THE COMMAND WORD (OR EVERY COMMAND) *
001520*    FOR A COMMAND, THE ROUTING CLASS (OR EVERY CLASS) FOR AN   *
001530*    ACKNOWLEDGMENT.                                            *
001540***************************************************************
001550 1000-TEST-ONE-GRANT.
001560     MOVE 'N' TO HOLDER-MATCH-SWITCH.
001570     IF AUT-LTERM-GRANT (AUT-IX)
001580         AND AUT-ID (AUT-IX) = ATH-TERMINAL-ID
001590         SET HOLDER-MATCHES TO TRUE.
001600     IF AUT-USER-GRANT (AUT-IX)
001610         AND ATH-USERID NOT = SPACES
001620         AND AUT-ID (AUT-IX) = ATH-USERID
001630         SET HOLDER-MATCHES TO TRUE.
001640     IF HOLDER-MATCHES
001650         IF ATH-COMMAND-REQUEST
001660             IF NOT AUT-ACK-GRANT (AUT-IX)
001670                 AND (AUT-EVERY-COMMAND (AUT-IX)
001680                 OR AUT-FUNCTION (AUT-IX) = ATH-COMMAND)
001690                 SET ATH-AUTHORIZED TO TRUE
001700             END-IF
001710         ELSE
001720             IF ATH-ACK-REQUEST
001730                 AND AUT-ACK-GRANT (AUT-IX)
001740                 AND (AUT-EVERY-CLASS (AUT-IX)
001750                 OR ATH-ROUTE-CLASS = SPACE
001760                 OR AUT-ROUTE-CLASS (AUT-IX) = ATH-ROUTE-CLASS)
001770                 SET ATH-AUTHORIZED TO TRUE.
001780***************************************************************
001790*    2000-LOG-REFUSAL ENTERS THE REFUSAL ON THE CENTRAL ERROR   *
001800*    LOG AS A WARNING - WHAT WAS ASKED, FROM WHICH LTERM, BY    *
001810*    WHICH USER.                                                *
001820***************************************************************
001830 2000-LOG-REFUSAL.
001840     MOVE SPACES TO RLM-REQUEST.
001850     IF ATH-ACK-REQUEST
001860         MOVE 'ACK CLASS ' TO RLM-REQUEST
001870         MOVE ATH-ROUTE-CLASS TO RLM-REQUEST (11:1)
001880     ELSE
001890         MOVE 'COMMAND ' TO RLM-REQUEST
001900         MOVE ATH-COMMAND TO RLM-REQUEST (9:8).
001910     MOVE ATH-TERMINAL-ID TO RLM-TERMINAL-ID.
001920     MOVE ATH-USERID TO RLM-USERID.
001930     MOVE ATH-PROGRAM-ID TO EL-PROGRAM-ID.
001940     MOVE 'AUTHORIZATION REFUSED' TO EL-PARAGRAPH.
001950     MOVE ATH-RUN-ID TO EL-RUN-ID.
001960     SET EL-SEVERITY-WARNING TO TRUE.
001970     MOVE REFUSAL-LOG-MESSAGE TO EL-MESSAGE.
001980     CALL 'ERRLOG' USING ERRLOG-PARM.
001990***************************************************************
002000*    2100-WRITE-SECURITY-EXCEPTION APPENDS THE REFUSAL TO THE   *
002010*    SECURITY EXCEPTION FILE, OPENED AND CLOSED AROUND EACH     *
002020*    WRITE SO EVERY CALLER'S REFUSALS LAND ON THE ONE DATASET   *
002030*    IN TIME ORDER.                                             *
002040***************************************************************
002050 2100-WRITE-SECURITY-EXCEPTION.
002060     MOVE SPACES TO SECURITY-EXCEPTION-RECORD.
002070     ACCEPT CLOCK-DATE-YYMMDD FROM DATE.
002080     COMPUTE SEX-DATE = 20000000 + CLOCK-DATE-YYMMDD.
002090     ACCEPT SEX-TIME FROM TIME.
002100     MOVE ATH-PROGRAM-ID TO SEX-PROGRAM-ID.
002110     MOVE ATH-TERMINAL-ID TO SEX-TERMINAL-ID.
002120     MOVE ATH-USERID TO SEX-USERID.
002130     MOVE ATH-REQUEST-TYPE TO SEX-REQUEST-TYPE.
002140     IF ATH-ACK-REQUEST
002150         MOVE 'ACK' TO SEX-COMMAND
002160         MOVE ATH-ROUTE-CLASS TO SEX-ROUTE-CLASS
002170     ELSE
002180         MOVE ATH-COMMAND TO SEX-COMMAND.
002190     MOVE ATH-REQUEST-TEXT TO SEX-REQUEST-TEXT.
002200     OPEN EXTEND SECURITY-EXCEPTION-FILE.
002210     WRITE SECURITY-EXCEPTION-RECORD.
002220     CLOSE SECURITY-EXCEPTION-FILE.
002230***************************************************************
002240*    9800-LOAD-GRANT-TABLE READS THE FILE ONCE ON THE FIRST     *
002250*    CALL OF THE JOB.  A CARD WITH NO HOLDER, AN UNKNOWN HOLDER *
002260*    TYPE, OR NO COMMAND IS REPORTED AND LEFT OUT - IT GRANTS   *
002270*    NOTHING.                                                   *
002280***************************************************************
002290 9800-LOAD-GRANT-TABLE.
002300     MOVE 'N' TO AUTHORIZATION-FILE-SWITCH.
002310     OPEN INPUT AUTHORIZATION-FILE.
002320     PERFORM 9810-LOAD-ONE-GRANT
002330         UNTIL AUTHORIZATION-FILE-EOF.
002340     CLOSE AUTHORIZATION-FILE.
002350     SET AUTHORIZATION-LOADED TO TRUE.
002360     IF GRANT-TABLE-COUNT = ZERO
002370         DISPLAY 'AUTHCHK NO AUTHORIZATION FILE - EVERY REQUEST '
002380             'ALLOWED'.
002390*
002400 9810-LOAD-ONE-GRANT.
002410     READ AUTHORIZATION-FILE
002420         AT END
002430             SET AUTHORIZATION-FILE-EOF TO TRUE.
002440     IF NOT AUTHORIZATION-FILE-EOF
002450         AND AUTHORIZATION-RECORD NOT = SPACES
002460         AND AR-ID (1:1) NOT = '*'
002470         IF AR-ID = SPACES
002480             OR (AR-ID-TYPE NOT = 'L' AND AR-ID-TYPE NOT = 'U')
002490             OR AR-FUNCTION = SPACES
002500             DISPLAY 'AUTHCHK AUTHORIZATION CARD IGNORED: '
002510                 AUTHORIZATION-RECORD
002520         ELSE
002530             IF GRANT-TABLE-COUNT < 500
002540                 ADD 1 TO GRANT-TABLE-COUNT
002550                 SET AUT-IX TO GRANT-TABLE-COUNT
002560                 MOVE AR-ID TO AUT-ID (AUT-IX)
002570                 MOVE AR-ID-TYPE TO AUT-ID-TYPE (AUT-IX)
002580                 MOVE AR-FUNCTION TO AUT-FUNCTION (AUT-IX)
002590                 MOVE AR-ROUTE-CLASS TO AUT-ROUTE-CLASS (AUT-IX)
002600             ELSE
002610                 DISPLAY 'AUTHCHK GRANT-TABLE FULL - '
002620                     'CARD IGNORED: ' AUTHORIZATION-RECORD.
