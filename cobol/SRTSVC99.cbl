000170     SELECT OPTIONAL CONTROL-FILE ASSIGN   TO  CTLCARD.
000180     SELECT DUPLICATE-FILE     ASSIGN   TO  DUPFILE.
000190     SELECT OPTIONAL MERGE-INPUT-FILE ASSIGN TO INPUT2.
000191     SELECT KEYED-LOAD-FILE    ASSIGN   TO  KSDSOUT
000192         ORGANIZATION IS INDEXED
000193         ACCESS MODE IS SEQUENTIAL
000194         RECORD KEY IS KL-RECORD-KEY
000195         FILE STATUS KEYED-LOAD-STATUS.
000200 DATA DIVISION.
000210 FILE SECTION.
000220*
001510*    COMBINE OF THIS WINDOW'S SORTED EXTRACT WITH THE PRIOR
001520*    CUMULATIVE FILE BECOMES ONE SEQUENCE-CHECKED PASS
001530*    INSTEAD OF A FULL RE-SORT OF MILLIONS OF ALREADY-ORDERED
001535*    RECORDS.  IT IS ALSO THE SECOND SIDE OF A KEYED JOIN RUN
001540*    (A 'J' AUXILIARY CARD) - SEE THE 400-SERIES.
001550 FD  MERGE-INPUT-FILE
001560     DATA RECORD IS MERGE-INPUT-RECORD
001570     RECORD CONTAINS 0 CHARACTERS
001610 01  MERGE-INPUT-RECORD.
001620     05  M2-MEMBER-NAME           PIC X(8).
001630     05  M2-REST                  PIC X(248).
001631*
001632*    KEYED-LOAD-FILE (DD KSDSOUT) IS THE INDEXED OUTPUT OF A
001633*    KEYED LOAD RUN (A 'K' AUXILIARY CARD).  EACH SORTED RECORD
001634*    IS LOADED AS IT STANDS, AT THE RUN'S RECORD LENGTH, AND
001635*    ITS KSDS KEY IS ITS OWN LEADING 12 BYTES (KL-RECORD-KEY) -
001636*    SO THE RUN'S SORT KEYS, LAID END TO END, MUST BE EXACTLY
001637*    COLUMNS 1-12 OF THE RECORD.  THE DSNAME TABLE IS THE CASE
001638*    IN POINT: DSNTAB IS 53 BYTES WITH DT-KEY X(12) AT OFFSET 0,
001639*    SO IT IS SORTED ON POS 001 LEN 04 AND POS 005 LEN 08
001640*    (DT-ARG, DT-EFFECTIVE-DATE) WITH RECORD LENGTH 053 INTO A
001641*    CLUSTER DEFINED KEYS(12 0) RECORDSIZE(53 53).
001642 FD  KEYED-LOAD-FILE
001643     RECORD IS VARYING IN SIZE FROM 12 TO 256 CHARACTERS
001644         DEPENDING ON SORT-RECORD-LENGTH.
001645 01  KEYED-LOAD-RECORD.
001646     05  KL-RECORD-KEY            PIC X(12).
001647     05  KL-REST                  PIC X(244).
001648 WORKING-STORAGE SECTION.                                                 
001650 77  FILLER                        PIC X(36) VALUE                        
001660     'SRTSVC99 WORKING STORAGE STARTS HERE'.                              
001670     COPY FSLDYA.                                                         
002780 01  SORT-RUN-STATISTICS.
002790     05  RECORDS-RELEASED-COUNT   PIC S9(7) COMP-3 VALUE +0.
002800     05  RECORDS-RETURNED-COUNT   PIC S9(7) COMP-3 VALUE +0.
002801*
002802*   KEYED-LOAD-CONTROL HOLDS THE VALIDATED 'K' AUXILIARY CARD -
002803*   COLUMN 1 'K', THE DUPLICATE-KEY POLICY IN COLUMN 3 ('F'
002804*   KEEP THE FIRST RECORD OF A KEY, THE DEFAULT; 'L' KEEP THE
002805*   LAST; 'R' REJECT EVERY RECORD OF A DUPLICATED KEY TO
002806*   DUPFILE AND LOAD NONE OF THEM).  IN KEYED LOAD MODE THE
002807*   SORTED RECORDS ARE WRITTEN TO KSDSOUT INSTEAD OF OUTPUT1,
002808*   SO A KEYED FILE NEEDS NO SEPARATE REPRO STEP AND A
002809*   DUPLICATE KEY CANNOT FAIL THE LOAD HALF WAY THROUGH.
002810 01  KEYED-LOAD-CONTROL.
002811     05  KEYED-LOAD-MODE-SWITCH   PIC X VALUE 'N'.
002812         88  KEYED-LOAD-MODE          VALUE 'Y'.
002813     05  LOAD-DUP-POLICY          PIC X VALUE 'F'.
002814         88  KEEP-FIRST-DUPLICATE     VALUE 'F'.
002815         88  KEEP-LAST-DUPLICATE      VALUE 'L'.
002816         88  REJECT-DUPLICATES        VALUE 'R'.
002817     05  KEYED-LOAD-STATUS        PIC X(2) VALUE '00'.
002818     05  CLUSTER-KEY-LENGTH       PIC S9(4) COMP VALUE +12.
002819     05  LOAD-KEY-LENGTH          PIC S9(4) COMP VALUE +0.
002820     05  LOAD-SLOT-LENGTH         PIC S9(4) COMP VALUE +0.
002821     05  LOAD-SLOT-START          PIC S9(4) COMP VALUE +0.
002822     05  LOAD-STOP-REASON         PIC X(40) VALUE SPACES.
002823*
002824*   KEYED-LOAD-WORK HOLDS BACK THE RECORD OF THE KEY IN HAND
002825*   UNTIL THE NEXT KEY ARRIVES, SO THE DUPLICATE POLICY CAN BE
002826*   APPLIED BEFORE ANYTHING FOR THAT KEY IS WRITTEN.
002827 01  KEYED-LOAD-WORK.
002828     05  LOAD-GROUP-OPEN-SWITCH   PIC X VALUE 'N'.
002829         88  LOAD-GROUP-OPEN          VALUE 'Y'.
002830     05  LOAD-KEY-WORK            PIC X(24) VALUE SPACES.
002831     05  LOAD-HELD-KEY            PIC X(24) VALUE SPACES.
002832     05  LOAD-HELD-RECORD         PIC X(256) VALUE SPACES.
002833     05  LOAD-GROUP-COUNT         PIC S9(7) COMP-3 VALUE +0.
002834     05  LOAD-LOW-KEY             PIC X(24) VALUE SPACES.
002835     05  LOAD-HIGH-KEY            PIC X(24) VALUE SPACES.
002836     05  LOAD-BALANCE-COUNT       PIC S9(7) COMP-3 VALUE +0.
002837 01  KEYED-LOAD-STATISTICS.
002838     05  LOAD-RECORDS-LOADED      PIC S9(7) COMP-3 VALUE +0.
002839     05  LOAD-KEYS-DUPLICATED     PIC S9(7) COMP-3 VALUE +0.
002840     05  LOAD-DUPS-DROPPED        PIC S9(7) COMP-3 VALUE +0.
002841     05  LOAD-DUPS-SUPERSEDED     PIC S9(7) COMP-3 VALUE +0.
002842     05  LOAD-DUPS-REJECTED       PIC S9(7) COMP-3 VALUE +0.
002843*
002844*    DUP-CHECK-CONTROL SUPPORTS 210-CHECK-FOR-DUPLICATE, WHICH
002845*    COMPARES EACH RETURNED RECORD'S ACTUAL KEY FIELD 1 VALUE
002846*    (SEE 215-SELECT-DUP-KEY-VALUE) AGAINST THE PREVIOUS ONE, SO
002850*    THE DUPLICATE CHECK STAYS VALID EVEN WHEN THE CONTROL CARD
002860*    HAS RESELECTED KEY FIELD 1 AWAY FROM THE DEFAULT
002870*    SD-MEMBER-NAME.
002988     05  AGG-PULL-N REDEFINES AGG-PULL-X PIC 9(11).
002989     05  AGG-GROUPS-WRITTEN       PIC S9(7) COMP-3 VALUE +0.
002990     05  AGG-BAD-FIELD-COUNT      PIC S9(7) COMP-3 VALUE +0.
002991*
002992*   JOIN-CONTROL HOLDS THE VALIDATED 'J' AUXILIARY CARD -
002993*   COLUMN 1 'J', THE JOIN TYPE IN COLUMN 3 ('I' INNER, THE
002994*   DEFAULT; 'L' LEFT-OUTER; 'U' UNMATCHED ONLY), THE INPUT1
002995*   KEY POSITION/LENGTH (PPPLL) IN 5-9, THE INPUT2 KEY
002996*   POSITION/LENGTH IN 11-15 (THE TWO LENGTHS MUST AGREE, UP
002997*   TO 44 SO A DSNAME CAN BE THE KEY), THE INPUT2 RECORD
002998*   LENGTH IN 17-19 (BLANK = SAME AS INPUT1), AND UP TO
002999*   TWELVE OUTPUT COLUMN SPECS (SPPPLLTTT - SIDE 1 OR 2,
003000*   SOURCE POSITION/LENGTH, TARGET POSITION) STARTING IN
003001*   COLUMN 21, ONE EVERY TEN COLUMNS.  A CARD WITH NO COLUMN
003002*   SPEC WRITES THE INPUT1 RECORD WITH THE INPUT2 RECORD
003003*   RIGHT BEHIND IT.
003004 01  JOIN-CONTROL.
003005     05  JOIN-MODE-SWITCH         PIC X VALUE 'N'.
003006         88  JOIN-MODE                VALUE 'Y'.
003007     05  JOIN-TYPE                PIC X VALUE 'I'.
003008         88  INNER-JOIN               VALUE 'I'.
003009         88  LEFT-OUTER-JOIN          VALUE 'L'.
003010         88  UNMATCHED-ONLY-JOIN      VALUE 'U'.
003011     05  JOIN1-EOF-SWITCH         PIC X VALUE 'N'.
003012         88  JOIN1-EOF                VALUE 'Y'.
003013     05  JOIN2-EOF-SWITCH         PIC X VALUE 'N'.
003014         88  JOIN2-EOF                VALUE 'Y'.
003015     05  JOIN-KEY-POSITION-1      PIC 9(3) VALUE ZEROS.
003016     05  JOIN-KEY-POSITION-2      PIC 9(3) VALUE ZEROS.
003017     05  JOIN-KEY-LENGTH          PIC 9(2) VALUE ZEROS.
003018     05  JOIN-RECORD-LENGTH-2     PIC 9(3) VALUE ZEROS.
003019     05  JOIN-COLUMN-COUNT        PIC S9(4) COMP VALUE +0.
003020     05  JOIN-COLUMN-SPEC OCCURS 12 TIMES.
003021         10  JCS-SIDE             PIC X.
003022         10  JCS-SOURCE-POS       PIC 9(3).
003023         10  JCS-SOURCE-LEN       PIC 9(2).
003024         10  JCS-TARGET-POS       PIC 9(3).
003025     05  JCS-SPEC-SUB             PIC S9(4) COMP VALUE +0.
003026     05  JCS-CARD-POS             PIC S9(4) COMP VALUE +0.
003027     05  JCS-WORK-END             PIC S9(4) COMP VALUE +0.
003028     05  JCS-SIDE-LENGTH          PIC S9(4) COMP VALUE +0.
003029     05  JOIN-STOP-REASON         PIC X(40) VALUE SPACES.
003030*
003031*   JOIN-WORK CARRIES EACH INPUT'S CURRENT AND PREVIOUS KEY
003032*   (HIGH-VALUES MARKS AN EXHAUSTED INPUT), THE TWO SIDES OF
003033*   THE RECORD BEING BUILT, AND THE BUFFERED INPUT2 RECORDS
003034*   OF THE KEY IN HAND, SO A KEY REPEATED ON BOTH SIDES GIVES
003035*   ONE OUTPUT RECORD PER PAIR.
003036 01  JOIN-WORK.
003037     05  JOIN-KEY-1               PIC X(44) VALUE HIGH-VALUES.
003038     05  JOIN-KEY-2               PIC X(44) VALUE HIGH-VALUES.
003039     05  JOIN-PREVIOUS-KEY-1      PIC X(44) VALUE LOW-VALUES.
003040     05  JOIN-PREVIOUS-KEY-2      PIC X(44) VALUE LOW-VALUES.
003041     05  JOIN-GROUP-KEY           PIC X(44) VALUE SPACES.
003042     05  JOIN-SIDE-1-RECORD       PIC X(256) VALUE SPACES.
003043     05  JOIN-SIDE-2-RECORD       PIC X(256) VALUE SPACES.
003044     05  JOIN-OUTPUT-RECORD       PIC X(256) VALUE SPACES.
003045     05  JOIN-DEFAULT-LENGTH-2    PIC S9(4) COMP VALUE +0.
003046     05  JOIN-GROUP-COUNT         PIC S9(4) COMP VALUE +0.
003047     05  JOIN-GROUP-SUB           PIC S9(4) COMP VALUE +0.
003048     05  JOIN-GROUP-RECORD        PIC X(256) OCCURS 500 TIMES.
003049 01  JOIN-STATISTICS.
003050     05  JOIN-INPUT1-COUNT        PIC S9(7) COMP-3 VALUE +0.
003051     05  JOIN-INPUT2-COUNT        PIC S9(7) COMP-3 VALUE +0.
003052     05  JOIN-MATCHED-1-COUNT     PIC S9(7) COMP-3 VALUE +0.
003053     05  JOIN-UNMATCHED-1-COUNT   PIC S9(7) COMP-3 VALUE +0.
003054     05  JOIN-MATCHED-2-COUNT     PIC S9(7) COMP-3 VALUE +0.
003055     05  JOIN-UNMATCHED-2-COUNT   PIC S9(7) COMP-3 VALUE +0.
003056     05  JOIN-OUTPUT-COUNT        PIC S9(7) COMP-3 VALUE +0.
003057
003058 PROCEDURE DIVISION.
003059*
003060     MOVE SPACES TO EL-RUN-ID.
003061*    REFUSE TO RUN AHEAD OF A DECLARED ROSTER PREDECESSOR -
003062*    THE GATE IS CHECKED BEFORE THE START-OF-JOB RECORD IS
003063*    WRITTEN SO A REFUSED RUN LEAVES NO DANGLING 'S' RECORD.
003064     MOVE 'SRTSVC99' TO OG-PROGRAM-ID.
003065     CALL 'OPSGATE' USING OPSGATE-PARM.
003066     IF OG-PREDECESSOR-MISSING
003067        DISPLAY 'SRTSVC99 HELD - PREDECESSOR NOT FINISHED: '
003068            OG-BLOCKING-PROGRAM
003069        MOVE 'SRTSVC99' TO EL-PROGRAM-ID
003070        MOVE 'PROCEDURE DIVISION' TO EL-PARAGRAPH
003071        MOVE 'F' TO EL-SEVERITY
003072        MOVE 'ROSTER PREDECESSOR NOT FINISHED - RUN HELD'
003073            TO EL-MESSAGE
003074        CALL 'ERRLOG' USING ERRLOG-PARM
003075        CALL 'CANCEL' USING WS-ABEND-CODE.
003076*
003077*    AN OPERATOR HOLD KEYED THROUGH BMPQUERY STOPS THE RUN THE
003078*    SAME WAY - THE HOLDING TERMINAL AND REASON GO TO SYSOUT.
003079     IF OG-OPERATOR-HOLD
003080        DISPLAY 'SRTSVC99 HELD BY OPERATOR AT ' OG-HOLD-TERMINAL
003081            ' - ' OG-HOLD-REASON
003082        MOVE 'SRTSVC99' TO EL-PROGRAM-ID
003083        MOVE 'PROCEDURE DIVISION' TO EL-PARAGRAPH
003084        MOVE 'F' TO EL-SEVERITY
003085        MOVE 'OPERATOR HOLD IN FORCE - RUN HELD' TO EL-MESSAGE
003086        CALL 'ERRLOG' USING ERRLOG-PARM
003087        CALL 'CANCEL' USING WS-ABEND-CODE.
003088*
003089*    A ROSTER WHOSE DECLARED PREDECESSORS FORM A CYCLE IS
003090*    REJECTED - NO JOB ON IT CAN BE ORDERED, SO NONE RUNS.
003091     IF OG-ROSTER-REJECTED
003092        DISPLAY 'SRTSVC99 HELD - ROSTER DEPENDENCY CYCLE AT '
003093            OG-BLOCKING-PROGRAM
003094        MOVE 'SRTSVC99' TO EL-PROGRAM-ID
003095        MOVE 'PROCEDURE DIVISION' TO EL-PARAGRAPH
003096        MOVE 'F' TO EL-SEVERITY
003097        MOVE 'ROSTER DEPENDENCY CYCLE - RUN HELD' TO EL-MESSAGE
003098        CALL 'ERRLOG' USING ERRLOG-PARM
003099        CALL 'CANCEL' USING WS-ABEND-CODE.
003100*
003101*    A PLANNED MAINTENANCE WINDOW ON THE SHOP'S CALENDAR COVERS
003102*    THIS JOB (OR ALL JOBS) - NOTHING STARTS UNTIL IT CLOSES.
003103     IF OG-IN-MAINTENANCE
003104        DISPLAY 'SRTSVC99 HELD - PLANNED MAINTENANCE UNTIL '
003105            OG-MAINTENANCE-END ' - ' OG-HOLD-REASON
003106        MOVE 'SRTSVC99' TO EL-PROGRAM-ID
003107        MOVE 'PROCEDURE DIVISION' TO EL-PARAGRAPH
003108        MOVE 'F' TO EL-SEVERITY
003109        MOVE 'PLANNED MAINTENANCE WINDOW - RUN HELD' TO EL-MESSAGE
003110        CALL 'ERRLOG' USING ERRLOG-PARM
003111        CALL 'CANCEL' USING WS-ABEND-CODE.
003112*
003113*    REGISTER THE START OF JOB WITH OPSTAT SO OPSSUM CAN FLAG
003114*    THIS RUN AS STARTED-BUT-NEVER-FINISHED IF IT HANGS OR
003115*    ABENDS BEFORE THE END-OF-JOB OPSTAT CALL.
003116     MOVE 'SRTSVC99' TO OST-PROGRAM-ID.
003117     SET OST-START-OF-JOB TO TRUE.
003118     MOVE SPACES TO OST-NAMED-COUNTERS.
003119     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
003120         OST-EXCEPTION-COUNT.
003121     CALL 'OPSTAT' USING OPSTAT-PARM.
003122*
003123*    CARRY THE RUN IDENTIFIER OPSTAT JUST ASSIGNED ON EVERY
003124*    ERRLOG ENTRY THIS RUN WRITES.
003125     MOVE OST-RUN-ID TO EL-RUN-ID.
003126*
003127*    PICK UP THE OPTIONAL HANDOFF-VERIFICATION CARD.
003128     MOVE 'SRTSVC99' TO CTC-PROGRAM-ID.
003129     MOVE 'VERIFY-FILE-ID' TO CTC-PARM-NAME.
003130     CALL 'CTLREAD' USING CTLCARD-PARM.
003131     IF CTC-PARM-FOUND
003132         MOVE CTC-PARM-VALUE(1:8) TO VERIFY-FILE-ID.
003133     PERFORM 050-READ-CONTROL-CARD.
003134     PERFORM 060-ALLOCATE-INPUT1.
003135     IF WS-ALLOC-WK-DSNAME NOT = SPACES
003136         PERFORM 070-ALLOCATE-SORTWK01.
003137     IF WS-ALLOC-OUT-DSNAME NOT = SPACES
003138         PERFORM 080-ALLOCATE-OUTPUT1.
003139     IF JOIN-MODE
003140         PERFORM 400-JOIN-TWO-INPUTS THRU 400-EXIT
003141         MOVE JOIN-OUTPUT-COUNT TO RECORDS-RETURNED-COUNT
003142     ELSE
003143     IF MERGE-MODE
003144         PERFORM 300-MERGE-TWO-INPUTS THRU 300-EXIT
003145         MOVE MERGE-OUTPUT-COUNT TO RECORDS-RETURNED-COUNT
003146     ELSE
003147     IF KEYED-LOAD-MODE
003148         PERFORM 500-SORT-AND-LOAD THRU 500-EXIT
003149     ELSE
003150     OPEN INPUT INPUT-FILE, OUTPUT SORTED-FILE, DUPLICATE-FILE
003160     SORT SORT-FILE
003170         ON ASCENDING KEY SD-KEY1-ASC
003230         INPUT PROCEDURE IS 100-READ-INPUT
003240         OUTPUT PROCEDURE IS 200-WRITE-OUTPUT
003250     CLOSE INPUT-FILE, SORTED-FILE, DUPLICATE-FILE.
003251     IF JOIN-MODE
003252         DISPLAY 'SRTSVC99 JOIN INPUT1 RECORDS:   '
003253             JOIN-INPUT1-COUNT
003254         DISPLAY 'SRTSVC99 JOIN INPUT1 MATCHED:   '
003255             JOIN-MATCHED-1-COUNT
003256         DISPLAY 'SRTSVC99 JOIN INPUT1 UNMATCHED: '
003257             JOIN-UNMATCHED-1-COUNT
003258         DISPLAY 'SRTSVC99 JOIN INPUT2 RECORDS:   '
003259             JOIN-INPUT2-COUNT
003260         DISPLAY 'SRTSVC99 JOIN INPUT2 MATCHED:   '
003261             JOIN-MATCHED-2-COUNT
003262         DISPLAY 'SRTSVC99 JOIN INPUT2 UNMATCHED: '
003263             JOIN-UNMATCHED-2-COUNT
003264         DISPLAY 'SRTSVC99 JOIN OUTPUT RECORDS:   '
003265             JOIN-OUTPUT-COUNT
003266     ELSE
003267     IF MERGE-MODE
003270         DISPLAY 'SRTSVC99 MERGE INPUT1 RECORDS: '
003280             MERGE-INPUT1-COUNT
003290         DISPLAY 'SRTSVC99 MERGE INPUT2 RECORDS: '
003386             AGG-GROUPS-WRITTEN
003388         DISPLAY 'SRTSVC99 NON-NUMERIC SUM FIELDS:  '
003392             AGG-BAD-FIELD-COUNT.
003394     IF KEYED-LOAD-MODE
003396         PERFORM 580-DISPLAY-LOAD-REPORT THRU 580-EXIT.
003398     MOVE 'SRTSVC99' TO OST-PROGRAM-ID.
003400     SET OST-END-OF-JOB TO TRUE.
003410     MOVE RECORDS-RETURNED-COUNT TO OST-RECORDS-PROCESSED.
003420     MOVE ZERO TO OST-ERROR-COUNT.
003430     MOVE DUPLICATE-COUNT TO OST-EXCEPTION-COUNT.
003431*
003432*    A JOIN RUN REPORTS EACH SIDE'S MATCHED AND UNMATCHED
003433*    COUNTS UNDER ITS OPSSUM DETAIL LINE.
003434     IF JOIN-MODE
003435         MOVE 'IN1-MATCHED' TO OST-COUNTER-NAME (1)
003436         MOVE JOIN-MATCHED-1-COUNT TO OST-COUNTER-VALUE (1)
003437         MOVE 'IN1-UNMATCHD' TO OST-COUNTER-NAME (2)
003438         MOVE JOIN-UNMATCHED-1-COUNT TO OST-COUNTER-VALUE (2)
003439         MOVE 'IN2-MATCHED' TO OST-COUNTER-NAME (3)
003440         MOVE JOIN-MATCHED-2-COUNT TO OST-COUNTER-VALUE (3)
003441         MOVE 'IN2-UNMATCHD' TO OST-COUNTER-NAME (4)
003442         MOVE JOIN-UNMATCHED-2-COUNT TO OST-COUNTER-VALUE (4).
003443*
003444*    A KEYED LOAD RUN REPORTS WHAT BECAME OF ITS DUPLICATES.
003445     IF KEYED-LOAD-MODE
003446         MOVE 'LOADED' TO OST-COUNTER-NAME (1)
003447         MOVE LOAD-RECORDS-LOADED TO OST-COUNTER-VALUE (1)
003448         MOVE 'DUP-DROPPED' TO OST-COUNTER-NAME (2)
003449         MOVE LOAD-DUPS-DROPPED TO OST-COUNTER-VALUE (2)
003450         MOVE 'DUP-SUPERSED' TO OST-COUNTER-NAME (3)
003451         MOVE LOAD-DUPS-SUPERSEDED TO OST-COUNTER-VALUE (3)
003452         MOVE 'DUP-REJECTED' TO OST-COUNTER-NAME (4)
003453         MOVE LOAD-DUPS-REJECTED TO OST-COUNTER-VALUE (4).
003454     CALL 'OPSTAT' USING OPSTAT-PARM.
003455     GOBACK.                                                              
003460                                                                          
003470 100-READ-INPUT SECTION.                                                  
003480     PERFORM 1000-READ-INPUT-FILE THRU 100-EXIT                           
004102         UNTIL AUX-CARD-EOF.
004103     CLOSE CONTROL-FILE.
004104*
004106*    052-READ-AUXILIARY-CARD DISPATCHES THE CARDS BEHIND THE
004108*    FIRST ONE BY THEIR COLUMN-1 TYPE - 'A' IS THE AGGREGATION
004110*    CARD, 'R' THE REFORMAT CARD, 'J' THE KEYED JOIN CARD, 'K'
004112*    THE KEYED LOAD CARD.  ANYTHING ELSE IS NOTED AND IGNORED
004114*    SO A MISKEYED CARD CANNOT QUIETLY BECOME A DIFFERENT RUN.
004116 052-READ-AUXILIARY-CARD.
004118     READ CONTROL-FILE
004120         AT END
004132     IF CONTROL-RECORD (1:1) = 'R'
004134         PERFORM 053-LOAD-REFORMAT-CARD THRU 053-EXIT
004136     ELSE
004137     IF CONTROL-RECORD (1:1) = 'J'
004138         PERFORM 056-LOAD-JOIN-CARD THRU 056-EXIT
004139     ELSE
004140     IF CONTROL-RECORD (1:1) = 'K'
004141         PERFORM 049-LOAD-KEYED-LOAD-CARD THRU 049-EXIT
004142     ELSE
004143         DISPLAY 'SRTSVC99 UNRECOGNIZED AUXILIARY CARD - '
004144             'IGNORED'.
004145 052-EXIT. EXIT.
004146*
004147*   053/054 VALIDATE THE REFORMAT CARD.  A SPEC WHOSE SOURCE
004148*   FALLS OUTSIDE THE RECORD LENGTH IN USE, OR WHOSE TARGET
004150*   RUNS OFF THE 256-BYTE RECORD AREA, IS DROPPED WITH A
004152*   CONSOLE NOTE - THE OUTPUT DATASET'S OWN LRECL DECIDES HOW
004228         END-IF
004230     END-IF.
004232 054-EXIT. EXIT.
004233*
004234*   056/051 VALIDATE THE KEYED JOIN CARD.  A BAD JOIN TYPE OR
004235*   A KEY THAT DOES NOT FIT BOTH RECORDS STOPS THE RUN - THERE
004236*   IS NO SENSIBLE JOIN WITHOUT ONE.  A BAD OUTPUT COLUMN SPEC
004237*   IS DROPPED WITH A CONSOLE NOTE, AS ON THE REFORMAT CARD.
004238 056-LOAD-JOIN-CARD.
004239     MOVE 'Y' TO JOIN-MODE-SWITCH.
004240     IF CONTROL-RECORD (3:1) NOT = SPACE
004241        MOVE CONTROL-RECORD (3:1) TO JOIN-TYPE.
004242     IF NOT INNER-JOIN AND NOT LEFT-OUTER-JOIN
004243        AND NOT UNMATCHED-ONLY-JOIN
004244        MOVE 'JOIN TYPE NOT I, L, OR U' TO JOIN-STOP-REASON
004245        PERFORM 490-STOP-JOIN-RUN THRU 490-EXIT
004246        GO TO 056-EXIT.
004247     IF CONTROL-RECORD (5:5) NOT NUMERIC
004248        OR CONTROL-RECORD (11:5) NOT NUMERIC
004249        OR CONTROL-RECORD (8:2) NOT = CONTROL-RECORD (14:2)
004250        MOVE 'JOIN KEYS NOT NUMERIC OR LENGTHS DIFFER'
004251            TO JOIN-STOP-REASON
004252        PERFORM 490-STOP-JOIN-RUN THRU 490-EXIT
004253        GO TO 056-EXIT.
004254     MOVE CONTROL-RECORD (5:3) TO JOIN-KEY-POSITION-1.
004255     MOVE CONTROL-RECORD (8:2) TO JOIN-KEY-LENGTH.
004256     MOVE CONTROL-RECORD (11:3) TO JOIN-KEY-POSITION-2.
004257     MOVE SORT-RECORD-LENGTH TO JOIN-RECORD-LENGTH-2.
004258     IF CONTROL-RECORD (17:3) NUMERIC
004259        AND CONTROL-RECORD (17:3) NOT = ZEROS
004260        MOVE CONTROL-RECORD (17:3) TO JOIN-RECORD-LENGTH-2
004261        IF JOIN-RECORD-LENGTH-2 > 256
004262            DISPLAY 'SRTSVC99 INPUT2 RECORD LENGTH OVER 256 - '
004263                '256 USED'
004264            MOVE 256 TO JOIN-RECORD-LENGTH-2
004265        END-IF
004266     END-IF.
004267     COMPUTE JCS-WORK-END =
004268        JOIN-KEY-POSITION-1 + JOIN-KEY-LENGTH - 1.
004269     COMPUTE JCS-SIDE-LENGTH =
004270        JOIN-KEY-POSITION-2 + JOIN-KEY-LENGTH - 1.
004271     IF JOIN-KEY-POSITION-1 = ZEROS
004272        OR JOIN-KEY-POSITION-2 = ZEROS
004273        OR JOIN-KEY-LENGTH = ZEROS
004274        OR JOIN-KEY-LENGTH > 44
004275        OR JCS-WORK-END > SORT-RECORD-LENGTH
004276        OR JCS-SIDE-LENGTH > JOIN-RECORD-LENGTH-2
004277        MOVE 'JOIN KEY OUTSIDE A RECORD OR OVER 44 BYTES'
004278            TO JOIN-STOP-REASON
004279        PERFORM 490-STOP-JOIN-RUN THRU 490-EXIT
004280        GO TO 056-EXIT.
004281     MOVE ZERO TO JOIN-COLUMN-COUNT.
004282     PERFORM 051-LOAD-ONE-JOIN-COLUMN THRU 051-EXIT
004283         VARYING JCS-SPEC-SUB FROM 1 BY 1
004284             UNTIL JCS-SPEC-SUB > 12.
004285 056-EXIT. EXIT.
004286*
004287 051-LOAD-ONE-JOIN-COLUMN.
004288     MOVE SPACE TO JCS-SIDE (JCS-SPEC-SUB).
004289     MOVE ZEROS TO JCS-SOURCE-POS (JCS-SPEC-SUB)
004290         JCS-SOURCE-LEN (JCS-SPEC-SUB)
004291         JCS-TARGET-POS (JCS-SPEC-SUB).
004292     COMPUTE JCS-CARD-POS = 21 + (JCS-SPEC-SUB - 1) * 10.
004293     IF CONTROL-RECORD (JCS-CARD-POS:9) = SPACES
004294         GO TO 051-EXIT.
004295     IF (CONTROL-RECORD (JCS-CARD-POS:1) NOT = '1'
004296         AND CONTROL-RECORD (JCS-CARD-POS:1) NOT = '2')
004297         OR CONTROL-RECORD (JCS-CARD-POS + 1:8) NOT NUMERIC
004298         DISPLAY 'SRTSVC99 BAD JOIN COLUMN SPEC - SLOT IGNORED'
004299         GO TO 051-EXIT.
004300     MOVE SORT-RECORD-LENGTH TO JCS-SIDE-LENGTH.
004301     IF CONTROL-RECORD (JCS-CARD-POS:1) = '2'
004302         MOVE JOIN-RECORD-LENGTH-2 TO JCS-SIDE-LENGTH.
004303     MOVE CONTROL-RECORD (JCS-CARD-POS:1)
004304         TO JCS-SIDE (JCS-SPEC-SUB).
004305     MOVE CONTROL-RECORD (JCS-CARD-POS + 1:3)
004306         TO JCS-SOURCE-POS (JCS-SPEC-SUB).
004307     MOVE CONTROL-RECORD (JCS-CARD-POS + 4:2)
004308         TO JCS-SOURCE-LEN (JCS-SPEC-SUB).
004309     MOVE CONTROL-RECORD (JCS-CARD-POS + 6:3)
004310         TO JCS-TARGET-POS (JCS-SPEC-SUB).
004311     COMPUTE JCS-WORK-END =
004312         JCS-SOURCE-POS (JCS-SPEC-SUB)
004313         + JCS-SOURCE-LEN (JCS-SPEC-SUB) - 1.
004314     IF JCS-SOURCE-POS (JCS-SPEC-SUB) = ZEROS
004315         OR JCS-SOURCE-LEN (JCS-SPEC-SUB) = ZEROS
004316         OR JCS-WORK-END > JCS-SIDE-LENGTH
004317         DISPLAY 'SRTSVC99 BAD JOIN COLUMN SOURCE - '
004318             'SLOT IGNORED'
004319         MOVE ZEROS TO JCS-SOURCE-POS (JCS-SPEC-SUB)
004320         GO TO 051-EXIT.
004321     COMPUTE JCS-WORK-END =
004322         JCS-TARGET-POS (JCS-SPEC-SUB)
004323         + JCS-SOURCE-LEN (JCS-SPEC-SUB) - 1.
004324     IF JCS-TARGET-POS (JCS-SPEC-SUB) = ZEROS
004325         OR JCS-WORK-END > 256
004326         DISPLAY 'SRTSVC99 BAD JOIN COLUMN TARGET - '
004327             'SLOT IGNORED'
004328         MOVE ZEROS TO JCS-SOURCE-POS (JCS-SPEC-SUB)
004329         GO TO 051-EXIT.
004330     ADD 1 TO JOIN-COLUMN-COUNT.
004331 051-EXIT. EXIT.
004332*
004333*    058/059 VALIDATE THE AGGREGATION CARD.  A COUNT TARGET OR
004334*    SUM COLUMN THAT IS NOT NUMERIC OR FALLS OUTSIDE THE
004335*    RECORD LENGTH IN USE IS DROPPED WITH A CONSOLE NOTE.
004336 058-LOAD-AGGREGATION-CARD.
004337     MOVE 'Y' TO AGGREGATE-MODE-SWITCH.
004338     MOVE ZEROS TO AGG-COUNT-POSITION, AGG-COUNT-LENGTH.
004339     IF CONTROL-RECORD (3:3) NUMERIC
004340         AND CONTROL-RECORD (6:2) NUMERIC
004341         AND CONTROL-RECORD (3:3) NOT = ZEROS
004342         MOVE CONTROL-RECORD (3:3) TO AGG-COUNT-POSITION
004343         MOVE CONTROL-RECORD (6:2) TO AGG-COUNT-LENGTH
004344         COMPUTE AGG-WORK-END =
004345             AGG-COUNT-POSITION + AGG-COUNT-LENGTH - 1
004346         IF AGG-COUNT-LENGTH = ZEROS
004347             OR AGG-COUNT-LENGTH > 11
004348             OR AGG-WORK-END > SORT-RECORD-LENGTH
004349             DISPLAY 'SRTSVC99 BAD AGGREGATE COUNT TARGET - '
004350                 'COUNT NOT PLACED'
004351             MOVE ZEROS TO AGG-COUNT-POSITION AGG-COUNT-LENGTH
004352         END-IF
004353     END-IF.
004354     PERFORM 059-LOAD-ONE-SUM-COLUMN THRU 059-EXIT
004355         VARYING AGG-SPEC-SUB FROM 1 BY 1
004356             UNTIL AGG-SPEC-SUB > 5.
004357 058-EXIT. EXIT.
004358*
004359 059-LOAD-ONE-SUM-COLUMN.
004360     MOVE ZEROS TO AGG-COLUMN-SPEC (AGG-SPEC-SUB).
004361     COMPUTE AGG-CARD-POS = 9 + (AGG-SPEC-SUB - 1) * 6.
004362     IF CONTROL-RECORD (AGG-CARD-POS:3) NUMERIC
004363         AND CONTROL-RECORD (AGG-CARD-POS + 3:2) NUMERIC
004364         AND CONTROL-RECORD (AGG-CARD-POS:3) NOT = ZEROS
004365         MOVE CONTROL-RECORD (AGG-CARD-POS:3)
004366             TO AGG-COL-POSITION (AGG-SPEC-SUB)
004367         MOVE CONTROL-RECORD (AGG-CARD-POS + 3:2)
004368             TO AGG-COL-LENGTH (AGG-SPEC-SUB)
004369         COMPUTE AGG-WORK-END =
004370             AGG-COL-POSITION (AGG-SPEC-SUB)
004371             + AGG-COL-LENGTH (AGG-SPEC-SUB) - 1
004372         IF AGG-COL-LENGTH (AGG-SPEC-SUB) = ZEROS
004373             OR AGG-COL-LENGTH (AGG-SPEC-SUB) > 11
004374             OR AGG-WORK-END > SORT-RECORD-LENGTH
004375             DISPLAY 'SRTSVC99 BAD AGGREGATE SUM COLUMN - '
004376                 'SLOT IGNORED'
004377             MOVE ZEROS TO AGG-COLUMN-SPEC (AGG-SPEC-SUB)
004378         END-IF
004379     END-IF.
004380 059-EXIT. EXIT.
004381*
004382*    055-LOAD-ONE-KEY-PLACEMENT ACCEPTS A KEY SLOT'S CARD
004383*    POSITION/LENGTH ONLY WHEN THE PAIR IS NUMERIC, THE
004384*    LENGTH IS 1-8, AND THE FIELD LIES INSIDE THE RECORD
004385*    LENGTH IN USE - ANYTHING ELSE LEAVES THE SLOT ON ITS
004386*    LEGACY FIELD NUMBER.
004387 055-LOAD-ONE-KEY-PLACEMENT.
004388     IF CTL-KEY-POSITION (SORT-KEY-POSITION) NUMERIC
004389        AND CTL-KEY-LENGTH (SORT-KEY-POSITION) NUMERIC
004390        AND CTL-KEY-POSITION (SORT-KEY-POSITION) NOT = ZEROS
004391        IF CTL-KEY-LENGTH (SORT-KEY-POSITION) NOT = ZEROS
004392            AND CTL-KEY-LENGTH (SORT-KEY-POSITION) NOT > 8
004393            MOVE CTL-KEY-POSITION (SORT-KEY-POSITION)
004394                TO SK-POSITION (SORT-KEY-POSITION)
004395            MOVE CTL-KEY-LENGTH (SORT-KEY-POSITION)
004396                TO SK-LENGTH (SORT-KEY-POSITION)
004397            COMPUTE SORT-KEY-WORK =
004398                SK-POSITION (SORT-KEY-POSITION)
004399                + SK-LENGTH (SORT-KEY-POSITION) - 1
004400            IF SORT-KEY-WORK > SORT-RECORD-LENGTH
004401                DISPLAY 'SRTSVC99 KEY PLACEMENT OUTSIDE '
004402                    'RECORD - SLOT IGNORED'
004403                MOVE ZEROS TO SK-POSITION (SORT-KEY-POSITION)
004404                MOVE ZEROS TO SK-LENGTH (SORT-KEY-POSITION)
004405            END-IF
004406        ELSE
004407            DISPLAY 'SRTSVC99 BAD KEY LENGTH - SLOT IGNORED'
004408        END-IF
004409     END-IF.
004410 055-EXIT. EXIT.
004411*
004420*    057-LOAD-SELECTION-CONDITION ACCEPTS THE INCLUDE/OMIT
004430*    CONDITION ONLY WHEN EVERY PIECE OF IT IS USABLE - A BAD
004440*    TYPE, RELATION, POSITION, OR LENGTH LEAVES THE RUN
004790     MOVE CTL-SELECT-RELATION TO SEL-RELATION.
004800     MOVE CTL-SELECT-VALUE TO SEL-VALUE.
004810 057-EXIT. EXIT.
004811*
004812*    049-LOAD-KEYED-LOAD-CARD TAKES THE DUPLICATE-KEY POLICY.
004813*    A POLICY OTHER THAN F, L, OR R STOPS THE RUN - GUESSING
004814*    WHICH DUPLICATES TO KEEP WOULD LOAD THE WRONG RECORDS.
004815 049-LOAD-KEYED-LOAD-CARD.
004816     MOVE 'Y' TO KEYED-LOAD-MODE-SWITCH.
004817     IF CONTROL-RECORD (3:1) NOT = SPACE
004818        MOVE CONTROL-RECORD (3:1) TO LOAD-DUP-POLICY.
004819     IF NOT KEEP-FIRST-DUPLICATE AND NOT KEEP-LAST-DUPLICATE
004820        AND NOT REJECT-DUPLICATES
004821        MOVE 'LOAD DUPLICATE POLICY NOT F, L, OR R'
004822            TO LOAD-STOP-REASON
004823        PERFORM 590-STOP-LOAD-RUN THRU 590-EXIT.
004824 049-EXIT. EXIT.
004825*
004830*    060/070/080 BUILD FEP-ALLOCATE-DATA FOR EACH DD; THE
004840*    ALLOCDYN CALL AND ERROR CHECK ARE SHARED IN 090-CALL-
004850*    ALLOCDYN. SORTWK01/OUTPUT1 ARE ONLY PERFORMED WHEN A
006954         DISPLAY 'SRTSVC99 AGGREGATION NOT APPLIED IN MERGE '
006956             'MODE - DETAIL RECORDS WRITTEN'
006958         MOVE 'N' TO AGGREGATE-MODE-SWITCH.
006960     IF KEYED-LOAD-MODE
006962         DISPLAY 'SRTSVC99 KEYED LOAD CARD NOT APPLIED IN MERGE '
006964             'MODE - OUTPUT1 WRITTEN'
006966         MOVE 'N' TO KEYED-LOAD-MODE-SWITCH.
006968     PERFORM 305-REFUSE-DESCENDING-KEYS THRU 305-EXIT
006970        VARYING SORT-KEY-POSITION FROM 1 BY 1
006980            UNTIL SORT-KEY-POSITION > NUMBER-OF-KEYS-USED.
006990     OPEN INPUT INPUT-FILE, MERGE-INPUT-FILE,
007880     CALL 'ERRLOG' USING ERRLOG-PARM.
007890     CALL 'CANCEL' USING WS-ABEND-CODE.
007900 340-EXIT. EXIT.
007901*
007902***************************************************************
007903*   400-SERIES - KEYED JOIN MODE (A 'J' AUXILIARY CARD).       *
007904*   INPUT1 AND INPUT2 MUST EACH ALREADY BE IN ASCENDING ORDER  *
007905*   ON THEIR JOIN KEY (SORT THEM WITH THIS PROGRAM FIRST) AND  *
007906*   ARE SEQUENCE-CHECKED AS THE MERGE INPUTS ARE.  AN INNER    *
007907*   JOIN WRITES ONE RECORD PER MATCHING PAIR; A LEFT-OUTER     *
007908*   JOIN ALSO WRITES EACH UNMATCHED INPUT1 RECORD WITH THE     *
007909*   INPUT2 COLUMNS BLANK; AN UNMATCHED-ONLY RUN WRITES JUST    *
007910*   THE RECORDS OF EITHER SIDE THAT FOUND NO PARTNER, THE      *
007911*   MISSING SIDE BLANK.  A CONTROL-CARD MERGE REQUEST IS       *
007912*   OVERRIDDEN, AND AGGREGATION, REFORMAT, INCLUDE/OMIT, AND   *
007913*   THE DUPLICATE CHECK DO NOT APPLY - THE JOIN CARD'S COLUMN  *
007914*   SPECS LAY OUT THE OUTPUT.                                  *
007915***************************************************************
007916 400-JOIN-TWO-INPUTS.
007917     IF MERGE-MODE
007918        DISPLAY 'SRTSVC99 MERGE MODE OVERRIDDEN BY THE JOIN '
007919            'CARD'.
007920     IF AGGREGATE-MODE OR REFORMAT-MODE
007921        DISPLAY 'SRTSVC99 AGGREGATE/REFORMAT CARDS NOT APPLIED '
007922            'IN JOIN MODE'
007923        MOVE 'N' TO AGGREGATE-MODE-SWITCH
007924        MOVE 'N' TO REFORMAT-MODE-SWITCH.
007925     IF NOT NO-SELECTION
007926        DISPLAY 'SRTSVC99 INCLUDE/OMIT NOT APPLIED IN JOIN MODE'.
007927     IF KEYED-LOAD-MODE
007928        DISPLAY 'SRTSVC99 KEYED LOAD CARD NOT APPLIED IN JOIN '
007929            'MODE'
007930        MOVE 'N' TO KEYED-LOAD-MODE-SWITCH.
007931     MOVE ZERO TO JOIN-DEFAULT-LENGTH-2.
007932     IF SORT-RECORD-LENGTH < 256
007933        COMPUTE JOIN-DEFAULT-LENGTH-2 = 256 - SORT-RECORD-LENGTH
007934        IF JOIN-DEFAULT-LENGTH-2 > JOIN-RECORD-LENGTH-2
007935            MOVE JOIN-RECORD-LENGTH-2 TO JOIN-DEFAULT-LENGTH-2
007936        END-IF
007937     END-IF.
007938     OPEN INPUT INPUT-FILE, MERGE-INPUT-FILE,
007939        OUTPUT SORTED-FILE, DUPLICATE-FILE.
007940     PERFORM 410-READ-JOIN-INPUT-1 THRU 410-EXIT.
007941     PERFORM 415-READ-JOIN-INPUT-2 THRU 415-EXIT.
007942     PERFORM 420-JOIN-ONE-KEY THRU 420-EXIT
007943        UNTIL JOIN1-EOF AND JOIN2-EOF.
007944     CLOSE INPUT-FILE, MERGE-INPUT-FILE, SORTED-FILE,
007945        DUPLICATE-FILE.
007946 400-EXIT. EXIT.
007947*
007948 410-READ-JOIN-INPUT-1.
007949     READ INPUT-FILE
007950        AT END
007951            SET JOIN1-EOF TO TRUE
007952            MOVE HIGH-VALUES TO JOIN-KEY-1
007953            GO TO 410-EXIT.
007954     ADD 1 TO JOIN-INPUT1-COUNT.
007955     MOVE SPACES TO JOIN-KEY-1.
007956     MOVE INPUT-RECORD (JOIN-KEY-POSITION-1:JOIN-KEY-LENGTH)
007957        TO JOIN-KEY-1 (1:JOIN-KEY-LENGTH).
007958     IF JOIN-KEY-1 < JOIN-PREVIOUS-KEY-1
007959        MOVE 'JOIN INPUT1 NOT IN KEY SEQUENCE'
007960            TO JOIN-STOP-REASON
007961        PERFORM 490-STOP-JOIN-RUN THRU 490-EXIT.
007962     MOVE JOIN-KEY-1 TO JOIN-PREVIOUS-KEY-1.
007963 410-EXIT. EXIT.
007964*
007965 415-READ-JOIN-INPUT-2.
007966     READ MERGE-INPUT-FILE
007967        AT END
007968            SET JOIN2-EOF TO TRUE
007969            MOVE HIGH-VALUES TO JOIN-KEY-2
007970            GO TO 415-EXIT.
007971     ADD 1 TO JOIN-INPUT2-COUNT.
007972     MOVE SPACES TO JOIN-KEY-2.
007973     MOVE MERGE-INPUT-RECORD (JOIN-KEY-POSITION-2:JOIN-KEY-LENGTH)
007974        TO JOIN-KEY-2 (1:JOIN-KEY-LENGTH).
007975     IF JOIN-KEY-2 < JOIN-PREVIOUS-KEY-2
007976        MOVE 'JOIN INPUT2 NOT IN KEY SEQUENCE'
007977            TO JOIN-STOP-REASON
007978        PERFORM 490-STOP-JOIN-RUN THRU 490-EXIT.
007979     MOVE JOIN-KEY-2 TO JOIN-PREVIOUS-KEY-2.
007980 415-EXIT. EXIT.
007981*
007982*   420-JOIN-ONE-KEY TAKES THE LOWER KEY IN HAND.  A KEY ON ONE
007983*   SIDE ONLY IS AN UNMATCHED RECORD; A KEY ON BOTH SIDES HAS
007984*   ALL ITS INPUT2 RECORDS BUFFERED, THEN EACH INPUT1 RECORD OF
007985*   THE KEY IS PAIRED WITH EVERY ONE OF THEM.
007986 420-JOIN-ONE-KEY.
007987     IF JOIN-KEY-1 < JOIN-KEY-2
007988        ADD 1 TO JOIN-UNMATCHED-1-COUNT
007989        IF NOT INNER-JOIN
007990            MOVE INPUT-RECORD TO JOIN-SIDE-1-RECORD
007991            MOVE SPACES TO JOIN-SIDE-2-RECORD
007992            PERFORM 450-WRITE-JOINED-RECORD THRU 450-EXIT
007993        END-IF
007994        PERFORM 410-READ-JOIN-INPUT-1 THRU 410-EXIT
007995        GO TO 420-EXIT.
007996     IF JOIN-KEY-1 > JOIN-KEY-2
007997        ADD 1 TO JOIN-UNMATCHED-2-COUNT
007998        IF UNMATCHED-ONLY-JOIN
007999            MOVE SPACES TO JOIN-SIDE-1-RECORD
008000            MOVE MERGE-INPUT-RECORD TO JOIN-SIDE-2-RECORD
008001            PERFORM 450-WRITE-JOINED-RECORD THRU 450-EXIT
008002        END-IF
008003        PERFORM 415-READ-JOIN-INPUT-2 THRU 415-EXIT
008004        GO TO 420-EXIT.
008005     MOVE JOIN-KEY-2 TO JOIN-GROUP-KEY.
008006     MOVE ZERO TO JOIN-GROUP-COUNT.
008007     PERFORM 425-BUFFER-ONE-INPUT2 THRU 425-EXIT
008008        UNTIL JOIN-KEY-2 NOT = JOIN-GROUP-KEY.
008009     PERFORM 430-MATCH-ONE-INPUT1 THRU 430-EXIT
008010        UNTIL JOIN-KEY-1 NOT = JOIN-GROUP-KEY.
008011 420-EXIT. EXIT.
008012*
008013 425-BUFFER-ONE-INPUT2.
008014     IF JOIN-GROUP-COUNT NOT < 500
008015        MOVE 'OVER 500 INPUT2 RECORDS ON ONE JOIN KEY'
008016            TO JOIN-STOP-REASON
008017        PERFORM 490-STOP-JOIN-RUN THRU 490-EXIT.
008018     ADD 1 TO JOIN-GROUP-COUNT.
008019     MOVE MERGE-INPUT-RECORD
008020        TO JOIN-GROUP-RECORD (JOIN-GROUP-COUNT).
008021     ADD 1 TO JOIN-MATCHED-2-COUNT.
008022     PERFORM 415-READ-JOIN-INPUT-2 THRU 415-EXIT.
008023 425-EXIT. EXIT.
008024*
008025 430-MATCH-ONE-INPUT1.
008026     ADD 1 TO JOIN-MATCHED-1-COUNT.
008027     IF NOT UNMATCHED-ONLY-JOIN
008028        MOVE INPUT-RECORD TO JOIN-SIDE-1-RECORD
008029        PERFORM 435-PAIR-WITH-ONE-INPUT2 THRU 435-EXIT
008030            VARYING JOIN-GROUP-SUB FROM 1 BY 1
008031                UNTIL JOIN-GROUP-SUB > JOIN-GROUP-COUNT.
008032     PERFORM 410-READ-JOIN-INPUT-1 THRU 410-EXIT.
008033 430-EXIT. EXIT.
008034*
008035 435-PAIR-WITH-ONE-INPUT2.
008036     MOVE JOIN-GROUP-RECORD (JOIN-GROUP-SUB)
008037        TO JOIN-SIDE-2-RECORD.
008038     PERFORM 450-WRITE-JOINED-RECORD THRU 450-EXIT.
008039 435-EXIT. EXIT.
008040*
008041*   450-WRITE-JOINED-RECORD BUILDS THE OUTPUT FROM THE JOIN
008042*   CARD'S COLUMN SPECS, OR WITH NONE GIVEN, INPUT1 FOLLOWED BY
008043*   AS MUCH OF INPUT2 AS FITS THE 256-BYTE RECORD AREA.
008044 450-WRITE-JOINED-RECORD.
008045     MOVE SPACES TO JOIN-OUTPUT-RECORD.
008046     IF JOIN-COLUMN-COUNT = ZERO
008047        MOVE JOIN-SIDE-1-RECORD (1:SORT-RECORD-LENGTH)
008048            TO JOIN-OUTPUT-RECORD (1:SORT-RECORD-LENGTH)
008049        IF JOIN-DEFAULT-LENGTH-2 > ZERO
008050            MOVE JOIN-SIDE-2-RECORD (1:JOIN-DEFAULT-LENGTH-2)
008051                TO JOIN-OUTPUT-RECORD
008052                    (SORT-RECORD-LENGTH + 1:JOIN-DEFAULT-LENGTH-2)
008053        END-IF
008054     ELSE
008055        PERFORM 455-PLACE-ONE-JOIN-COLUMN THRU 455-EXIT
008056            VARYING JCS-SPEC-SUB FROM 1 BY 1
008057                UNTIL JCS-SPEC-SUB > 12.
008058     WRITE SORTED-RECORD FROM JOIN-OUTPUT-RECORD.
008059     ADD 1 TO JOIN-OUTPUT-COUNT.
008060 450-EXIT. EXIT.
008061*
008062 455-PLACE-ONE-JOIN-COLUMN.
008063     IF JCS-SOURCE-POS (JCS-SPEC-SUB) = ZEROS
008064        GO TO 455-EXIT.
008065     IF JCS-SIDE (JCS-SPEC-SUB) = '1'
008066        MOVE JOIN-SIDE-1-RECORD (JCS-SOURCE-POS (JCS-SPEC-SUB):
008067            JCS-SOURCE-LEN (JCS-SPEC-SUB))
008068            TO JOIN-OUTPUT-RECORD (JCS-TARGET-POS (JCS-SPEC-SUB):
008069                JCS-SOURCE-LEN (JCS-SPEC-SUB))
008070     ELSE
008071        MOVE JOIN-SIDE-2-RECORD (JCS-SOURCE-POS (JCS-SPEC-SUB):
008072            JCS-SOURCE-LEN (JCS-SPEC-SUB))
008073            TO JOIN-OUTPUT-RECORD (JCS-TARGET-POS (JCS-SPEC-SUB):
008074                JCS-SOURCE-LEN (JCS-SPEC-SUB)).
008075 455-EXIT. EXIT.
008076*
008077 490-STOP-JOIN-RUN.
008078     DISPLAY 'SRTSVC99 ' JOIN-STOP-REASON ' - RUN STOPPED'.
008079     MOVE 'SRTSVC99' TO EL-PROGRAM-ID.
008080     MOVE '490-STOP-JOIN-RUN' TO EL-PARAGRAPH.
008081     MOVE 'F' TO EL-SEVERITY.
008082     MOVE JOIN-STOP-REASON TO EL-MESSAGE.
008083     CALL 'ERRLOG' USING ERRLOG-PARM.
008084     CALL 'CANCEL' USING WS-ABEND-CODE.
008085 490-EXIT. EXIT.
008086
008087 2000-WRITE-SORTED-FILE.
008088     RETURN SORT-FILE
008089         AT END
008090             MOVE 'Y' TO SORT-EOF-SWITCH
008091             IF AGGREGATE-MODE AND AGG-GROUP-OPEN
008092                 PERFORM 230-FLUSH-AGGREGATE-GROUP THRU 230-EXIT
008093             END-IF
008094             IF KEYED-LOAD-MODE AND LOAD-GROUP-OPEN
008095                 PERFORM 520-FLUSH-LOAD-GROUP THRU 520-EXIT
008096             END-IF
008097             GO TO 200-EXIT.
008098     ADD 1 TO RECORDS-RETURNED-COUNT.
008099     IF KEYED-LOAD-MODE
008100         PERFORM 510-LOAD-THIS-RECORD THRU 510-EXIT
008101         GO TO 2000-WRITE-SORTED-FILE.
008102     PERFORM 210-CHECK-FOR-DUPLICATE THRU 210-EXIT.
008103     IF AGGREGATE-MODE
008104         PERFORM 220-AGGREGATE-THIS-RECORD THRU 220-EXIT
008105     ELSE
008106         IF REFORMAT-MODE
008107             MOVE SD-RECORD-DATA TO REFORMAT-SOURCE-RECORD
008108             PERFORM 240-WRITE-REFORMATTED THRU 240-EXIT
008109         ELSE
008110             WRITE SORTED-RECORD FROM SD-RECORD-DATA.
008111     GO TO 2000-WRITE-SORTED-FILE.
008112 200-EXIT. EXIT.
008113*
008114*    220-AGGREGATE-THIS-RECORD FILES THE RETURNED RECORD INTO
008115*    THE OPEN KEY GROUP - A KEY CHANGE FLUSHES THE FINISHED
008116*    GROUP'S SUMMARY RECORD FIRST.  THE GROUP KEY IS THE SAME
008117*    COMPOSITE 330-BUILD-COMPOSITE-KEY BUILDS FOR THE MERGE
008118*    PATH, SO AGGREGATION BREAKS ON EXACTLY THE SORTED KEYS.
008119 220-AGGREGATE-THIS-RECORD.
008120     PERFORM 330-BUILD-COMPOSITE-KEY THRU 330-EXIT.
008121     IF NOT AGG-GROUP-OPEN
008122         OR MERGE-KEY-WORK NOT = AGG-GROUP-KEY
008123         IF AGG-GROUP-OPEN
008124             PERFORM 230-FLUSH-AGGREGATE-GROUP THRU 230-EXIT
008125         END-IF
008126         MOVE MERGE-KEY-WORK TO AGG-GROUP-KEY
008127         MOVE SD-RECORD-DATA TO AGG-GROUP-RECORD
008128         MOVE ZEROS TO AGG-GROUP-COUNT
008129         PERFORM 222-ZERO-ONE-SUM THRU 222-EXIT
008130             VARYING AGG-SPEC-SUB FROM 1 BY 1
008131                 UNTIL AGG-SPEC-SUB > 5
008132         MOVE 'Y' TO AGG-GROUP-OPEN-SWITCH.
008133     ADD 1 TO AGG-GROUP-COUNT.
008134     PERFORM 224-ADD-ONE-SUM-COLUMN THRU 224-EXIT
008135         VARYING AGG-SPEC-SUB FROM 1 BY 1
008136             UNTIL AGG-SPEC-SUB > 5.
008137 220-EXIT. EXIT.
008138*
008139 222-ZERO-ONE-SUM.
008140     MOVE ZERO TO AGG-SUM (AGG-SPEC-SUB).
008141 222-EXIT. EXIT.
008142*
008143*    224 PULLS ONE NAMED COLUMN RIGHT-ALIGNED INTO AN 11-DIGIT
008144*    WORK FIELD AND ADDS IT TO THE GROUP SUM.  A NON-NUMERIC
008145*    COLUMN ADDS NOTHING AND IS TALLIED FOR THE END-OF-RUN
008146*    NOTE - BAD DATA MUST NOT MANUFACTURE A WRONG TOTAL.
008147 224-ADD-ONE-SUM-COLUMN.
008148     IF AGG-COL-POSITION (AGG-SPEC-SUB) = ZEROS
008149         GO TO 224-EXIT.
008150     IF SD-RECORD-DATA (AGG-COL-POSITION (AGG-SPEC-SUB):
008151         AGG-COL-LENGTH (AGG-SPEC-SUB)) NUMERIC
008152         MOVE ZEROS TO AGG-PULL-X
008153         MOVE SD-RECORD-DATA
008154             (AGG-COL-POSITION (AGG-SPEC-SUB):
008155             AGG-COL-LENGTH (AGG-SPEC-SUB))
008156             TO AGG-PULL-X
008157             (12 - AGG-COL-LENGTH (AGG-SPEC-SUB):
008158             AGG-COL-LENGTH (AGG-SPEC-SUB))
008159         ADD AGG-PULL-N TO AGG-SUM (AGG-SPEC-SUB)
008160     ELSE
008161         ADD 1 TO AGG-BAD-FIELD-COUNT.
008162 224-EXIT. EXIT.
008163*
008164*    230 WRITES THE FINISHED GROUP'S SUMMARY RECORD - THE
008165*    GROUP'S FIRST RECORD WITH EACH NAMED COLUMN REPLACED BY
008166*    ITS SUM'S RIGHTMOST DIGITS AND THE RECORD COUNT PLACED
008167*    AT THE COUNT TARGET.
008168 230-FLUSH-AGGREGATE-GROUP.
008169     PERFORM 232-PLACE-ONE-SUM THRU 232-EXIT
008170         VARYING AGG-SPEC-SUB FROM 1 BY 1
008171             UNTIL AGG-SPEC-SUB > 5.
008172     IF AGG-COUNT-POSITION NOT = ZEROS
008173         MOVE AGG-GROUP-COUNT TO AGG-FIELD-VALUE
008174         MOVE AGG-FIELD-XX (12 - AGG-COUNT-LENGTH:
008175             AGG-COUNT-LENGTH)
008176             TO AGG-GROUP-RECORD (AGG-COUNT-POSITION:
008177             AGG-COUNT-LENGTH).
008178     IF REFORMAT-MODE
008179         MOVE AGG-GROUP-RECORD TO REFORMAT-SOURCE-RECORD
008180         PERFORM 240-WRITE-REFORMATTED THRU 240-EXIT
008181     ELSE
008182         WRITE SORTED-RECORD FROM AGG-GROUP-RECORD.
008183     ADD 1 TO AGG-GROUPS-WRITTEN.
008184     MOVE 'N' TO AGG-GROUP-OPEN-SWITCH.
008185 230-EXIT. EXIT.
008186*
008187 232-PLACE-ONE-SUM.
008188     IF AGG-COL-POSITION (AGG-SPEC-SUB) NOT = ZEROS
008189         MOVE AGG-SUM (AGG-SPEC-SUB) TO AGG-FIELD-VALUE
008190         MOVE AGG-FIELD-XX
008191             (12 - AGG-COL-LENGTH (AGG-SPEC-SUB):
008192             AGG-COL-LENGTH (AGG-SPEC-SUB))
008193             TO AGG-GROUP-RECORD
008194             (AGG-COL-POSITION (AGG-SPEC-SUB):
008195             AGG-COL-LENGTH (AGG-SPEC-SUB)).
008196 232-EXIT. EXIT.
008197*
008198*    240/242 WRITE ONE OUTPUT RECORD IN THE REARRANGED LAYOUT -
008199*    EACH ACTIVE SPEC'S SOURCE FIELD PLACED AT ITS TARGET
008200*    POSITION ON A SPACE-FILLED RECORD.  THE CALLER PUTS THE
008201*    RECORD TO REARRANGE IN REFORMAT-SOURCE-RECORD FIRST, SO
008202*    THE SORT, AGGREGATION, AND MERGE PATHS ALL SHARE THIS.
008203 240-WRITE-REFORMATTED.
008204     MOVE SPACES TO REFORMAT-WORK-RECORD.
008205     PERFORM 242-PLACE-ONE-FIELD THRU 242-EXIT
008206         VARYING RFM-SPEC-SUB FROM 1 BY 1
008207             UNTIL RFM-SPEC-SUB > 6.
008208     WRITE SORTED-RECORD FROM REFORMAT-WORK-RECORD.
008209 240-EXIT. EXIT.
008210*
008211 242-PLACE-ONE-FIELD.
008212     IF RFM-SOURCE-POS (RFM-SPEC-SUB) NOT = ZEROS
008213         MOVE REFORMAT-SOURCE-RECORD
008214             (RFM-SOURCE-POS (RFM-SPEC-SUB):
008215             RFM-SOURCE-LEN (RFM-SPEC-SUB))
008216             TO REFORMAT-WORK-RECORD
008217             (RFM-TARGET-POS (RFM-SPEC-SUB):
008218             RFM-SOURCE-LEN (RFM-SPEC-SUB)).
008219 242-EXIT. EXIT.
008220*
008221*    210-CHECK-FOR-DUPLICATE COMPARES THE JUST-RETURNED RECORD'S
008222*    ACTUAL KEY FIELD 1 VALUE AGAINST THE PREVIOUS ONE AND WRITES
008223*    A COPY TO DUPLICATE-FILE WHEN THEY MATCH, BEFORE THE NORMAL
008224*    WRITE TO SORTED-FILE PROCEEDS.
008227 210-CHECK-FOR-DUPLICATE.
008230     PERFORM 215-SELECT-DUP-KEY-VALUE THRU 215-EXIT.
008308         ELSE
008311             MOVE SD-MEMBER-NAME TO WS-CURRENT-KEY-VALUE.
008314 215-EXIT. EXIT.
008324*
008334***************************************************************
008339***************************************************************
008344*   500-SERIES - KEYED LOAD MODE (A 'K' AUXILIARY CARD).  THE
008349*   INPUT IS SORTED AS USUAL AND THE RETURNED RECORDS ARE
008354*   LOADED STRAIGHT INTO THE INDEXED KSDSOUT, EACH AS IT
008359*   STANDS, WITH THE CARD'S DUPLICATE POLICY APPLIED ON THE
008364*   WAY IN.  THE KSDS KEY IS THE RECORD'S OWN LEADING BYTES,
008369*   SO THE SORT KEYS MUST BE THOSE BYTES, IN ORDER, AND A KSDS
008374*   LOADS IN ASCENDING KEY ORDER ONLY, SO A DESCENDING KEY
008379*   STOPS THE RUN UP FRONT.  AGGREGATION AND REFORMAT DO NOT
008384*   APPLY - THE SORTED RECORD IS WHAT LOADS.  THE INCLUDE/OMIT
008389*   CONDITION APPLIES AS ON ANY SORT RUN.
008394***************************************************************
008434 500-SORT-AND-LOAD.
008444     IF AGGREGATE-MODE OR REFORMAT-MODE
008454        DISPLAY 'SRTSVC99 AGGREGATE/REFORMAT CARDS NOT APPLIED '
008464            'IN KEYED LOAD MODE'
008474        MOVE 'N' TO AGGREGATE-MODE-SWITCH
008484        MOVE 'N' TO REFORMAT-MODE-SWITCH.
008494     PERFORM 505-REFUSE-DESCENDING-KEYS THRU 505-EXIT
008504        VARYING SORT-KEY-POSITION FROM 1 BY 1
008514            UNTIL SORT-KEY-POSITION > NUMBER-OF-KEYS-USED.
008524     MOVE ZERO TO LOAD-KEY-LENGTH.
008534     PERFORM 507-SIZE-ONE-LOAD-SLOT THRU 507-EXIT
008544        VARYING SORT-KEY-POSITION FROM 1 BY 1
008547            UNTIL SORT-KEY-POSITION > NUMBER-OF-KEYS-USED.
008550     IF LOAD-KEY-LENGTH NOT = CLUSTER-KEY-LENGTH
008553        MOVE 'LOAD KEY LENGTH DIFFERS FROM KSDSOUT KEY'
008556            TO LOAD-STOP-REASON
008559        PERFORM 590-STOP-LOAD-RUN THRU 590-EXIT.
008564     OPEN INPUT INPUT-FILE,
008574        OUTPUT KEYED-LOAD-FILE, DUPLICATE-FILE.
008584     IF KEYED-LOAD-STATUS NOT = '00'
008594        MOVE 'KSDSOUT WOULD NOT OPEN FOR LOAD'
008604            TO LOAD-STOP-REASON
008614        PERFORM 590-STOP-LOAD-RUN THRU 590-EXIT.
008624     SORT SORT-FILE
008634         ON ASCENDING KEY SD-KEY1-ASC
008644         ON DESCENDING KEY SD-KEY1-DSC
008654         ON ASCENDING KEY SD-KEY2-ASC
008664         ON DESCENDING KEY SD-KEY2-DSC
008674         ON ASCENDING KEY SD-KEY3-ASC
008684         ON DESCENDING KEY SD-KEY3-DSC
008689         WITH DUPLICATES IN ORDER
008694         INPUT PROCEDURE IS 100-READ-INPUT
008704         OUTPUT PROCEDURE IS 200-WRITE-OUTPUT.
008714     CLOSE INPUT-FILE, KEYED-LOAD-FILE, DUPLICATE-FILE.
008724 500-EXIT. EXIT.
008734*
008744 505-REFUSE-DESCENDING-KEYS.
008754     IF SK-DIRECTION (SORT-KEY-POSITION) = 'D'
008764        MOVE 'DESCENDING KEY ON A KEYED LOAD RUN'
008774            TO LOAD-STOP-REASON
008784        PERFORM 590-STOP-LOAD-RUN THRU 590-EXIT.
008794 505-EXIT. EXIT.
008804*
008808*   507 SETS THE KEY LENGTH ONE SLOT CONTRIBUTES - THE CARD'S
008812*   LENGTH FOR A PLACED KEY, 8 FOR A LEGACY FIELD NUMBER - AND
008816*   STOPS THE RUN WHEN THE SLOT DOES NOT START WHERE THE SLOTS
008820*   BEFORE IT END, SINCE THE LOAD KEY MUST BE THE RECORD'S OWN
008824*   LEADING BYTES.
008828 507-SIZE-ONE-LOAD-SLOT.
008832     MOVE 8 TO LOAD-SLOT-LENGTH.
008836     MOVE 1 TO LOAD-SLOT-START.
008840     IF SK-FIELD-NUMBER (SORT-KEY-POSITION) = 2
008844        MOVE 9 TO LOAD-SLOT-START.
008848     IF SK-FIELD-NUMBER (SORT-KEY-POSITION) = 3
008852        MOVE 17 TO LOAD-SLOT-START.
008856     IF SK-POSITION (SORT-KEY-POSITION) NOT = ZERO
008860        MOVE SK-POSITION (SORT-KEY-POSITION) TO LOAD-SLOT-START
008864        MOVE SK-LENGTH (SORT-KEY-POSITION) TO LOAD-SLOT-LENGTH.
008868     IF LOAD-SLOT-START NOT = LOAD-KEY-LENGTH + 1
008872        MOVE 'LOAD KEYS ARE NOT THE LEADING BYTES'
008876            TO LOAD-STOP-REASON
008880        PERFORM 590-STOP-LOAD-RUN THRU 590-EXIT.
008884     ADD LOAD-SLOT-LENGTH TO LOAD-KEY-LENGTH.
008888 507-EXIT. EXIT.
008894*
008904*   510-LOAD-THIS-RECORD HOLDS THE FIRST RECORD OF EACH KEY
008914*   BACK UNTIL THE KEY CHANGES.  A REPEAT OF THE KEY IN HAND IS
008924*   A DUPLICATE AND GOES TO 515 UNDER THE CARD'S POLICY; A NEW
008934*   KEY LETS 520 WRITE WHATEVER THE FINISHED KEY LEFT HELD.
008944 510-LOAD-THIS-RECORD.
008954     PERFORM 530-BUILD-LOAD-KEY THRU 530-EXIT.
008964     IF LOAD-GROUP-OPEN AND LOAD-KEY-WORK = LOAD-HELD-KEY
008974        ADD 1 TO DUPLICATE-COUNT
008984        ADD 1 TO LOAD-GROUP-COUNT
008994        IF LOAD-GROUP-COUNT = 2
009004            ADD 1 TO LOAD-KEYS-DUPLICATED
009014        END-IF
009024        PERFORM 515-DISPOSE-DUPLICATE THRU 515-EXIT
009034        GO TO 510-EXIT.
009044     IF LOAD-GROUP-OPEN
009054        PERFORM 520-FLUSH-LOAD-GROUP THRU 520-EXIT.
009064     MOVE LOAD-KEY-WORK TO LOAD-HELD-KEY.
009074     MOVE SD-RECORD-DATA TO LOAD-HELD-RECORD.
009084     MOVE 1 TO LOAD-GROUP-COUNT.
009094     MOVE 'Y' TO LOAD-GROUP-OPEN-SWITCH.
009104 510-EXIT. EXIT.
009114*
009124*   515 APPLIES THE POLICY TO ONE DUPLICATE.  KEEP-FIRST LEAVES
009134*   THE HELD RECORD ALONE; KEEP-LAST REPLACES IT; REJECT SENDS
009144*   THE HELD RECORD (ON THE KEY'S FIRST REPEAT) AND THIS ONE TO
009154*   DUPFILE, AND 520 THEN LOADS NOTHING FOR THE KEY.
009164 515-DISPOSE-DUPLICATE.
009174     IF KEEP-FIRST-DUPLICATE
009184        ADD 1 TO LOAD-DUPS-DROPPED
009194        GO TO 515-EXIT.
009204     IF KEEP-LAST-DUPLICATE
009214        ADD 1 TO LOAD-DUPS-SUPERSEDED
009224        MOVE SD-RECORD-DATA TO LOAD-HELD-RECORD
009234        GO TO 515-EXIT.
009244     IF LOAD-GROUP-COUNT = 2
009254        WRITE DUPLICATE-RECORD FROM LOAD-HELD-RECORD
009264        ADD 1 TO LOAD-DUPS-REJECTED.
009274     WRITE DUPLICATE-RECORD FROM SD-RECORD-DATA.
009284     ADD 1 TO LOAD-DUPS-REJECTED.
009294 515-EXIT. EXIT.
009304*
009314*   520-FLUSH-LOAD-GROUP WRITES THE FINISHED KEY'S HELD RECORD
009324*   TO KSDSOUT AS IT STANDS AND MOVES THE KEY RANGE ALONG.  THE
009334*   SORT HAS PUT THE KEYS IN ASCENDING ORDER AND 510 HAS TAKEN
009344*   OUT THE DUPLICATES, SO A REFUSED WRITE MEANS KSDSOUT WAS NOT
009354*   EMPTY OR NOT DEFINED AS ABOVE - THE RUN STOPS.
009364 520-FLUSH-LOAD-GROUP.
009374     MOVE 'N' TO LOAD-GROUP-OPEN-SWITCH.
009384     IF REJECT-DUPLICATES AND LOAD-GROUP-COUNT > 1
009394        GO TO 520-EXIT.
009404     MOVE LOAD-HELD-RECORD TO KEYED-LOAD-RECORD.
009414     WRITE KEYED-LOAD-RECORD
009424        INVALID KEY
009434            MOVE 'KSDSOUT REFUSED A LOAD WRITE'
009444                TO LOAD-STOP-REASON
009454            PERFORM 590-STOP-LOAD-RUN THRU 590-EXIT.
009464     ADD 1 TO LOAD-RECORDS-LOADED.
009474     IF LOAD-RECORDS-LOADED = 1
009484        MOVE LOAD-HELD-KEY TO LOAD-LOW-KEY.
009494     MOVE LOAD-HELD-KEY TO LOAD-HIGH-KEY.
009504 520-EXIT. EXIT.
009514*
009524*   530 TAKES THE LOAD KEY FROM THE RECORD'S LEADING BYTES -
009534*   THE SORT KEYS LAID END TO END, AS 507 CHECKED - SO THE LOAD
009544*   KEY ASCENDS EXACTLY AS THE SORT ORDERED THE RECORDS.
009554 530-BUILD-LOAD-KEY.
009564     MOVE SPACES TO LOAD-KEY-WORK.
009574     MOVE SD-RECORD-DATA (1:LOAD-KEY-LENGTH)
009584        TO LOAD-KEY-WORK (1:LOAD-KEY-LENGTH).
009594 530-EXIT. EXIT.
009734*
009744*   580-DISPLAY-LOAD-REPORT IS THE LOAD REPORT - RECORDS
009754*   LOADED, DUPLICATES BY DISPOSITION, AND THE KEY RANGE.  THE
009764*   DISPOSITIONS MUST ACCOUNT FOR EVERY RECORD THE SORT
009774*   RETURNED, AND A SHORTFALL IS CALLED OUT.
009784 580-DISPLAY-LOAD-REPORT.
009794     DISPLAY 'SRTSVC99 KEYED LOAD TO KSDSOUT - DUPLICATE POLICY '
009804         LOAD-DUP-POLICY.
009814     DISPLAY 'SRTSVC99 LOAD KEY LENGTH:              '
009824         LOAD-KEY-LENGTH.
009834     DISPLAY 'SRTSVC99 RECORDS LOADED:               '
009844         LOAD-RECORDS-LOADED.
009854     DISPLAY 'SRTSVC99 KEYS WITH DUPLICATES:         '
009864         LOAD-KEYS-DUPLICATED.
009874     DISPLAY 'SRTSVC99 DUPLICATES DROPPED (F):       '
009884         LOAD-DUPS-DROPPED.
009894     DISPLAY 'SRTSVC99 DUPLICATES SUPERSEDED (L):    '
009904         LOAD-DUPS-SUPERSEDED.
009914     DISPLAY 'SRTSVC99 DUPLICATES REJECTED (R):      '
009924         LOAD-DUPS-REJECTED.
009934     IF LOAD-RECORDS-LOADED = ZERO
009944        DISPLAY 'SRTSVC99 NO RECORDS LOADED - NO KEY RANGE'
009954     ELSE
009964        DISPLAY 'SRTSVC99 LOW KEY LOADED:  '
009974            LOAD-LOW-KEY (1:LOAD-KEY-LENGTH)
009984        DISPLAY 'SRTSVC99 HIGH KEY LOADED: '
009994            LOAD-HIGH-KEY (1:LOAD-KEY-LENGTH).
010004     COMPUTE LOAD-BALANCE-COUNT = LOAD-RECORDS-LOADED
010014        + LOAD-DUPS-DROPPED + LOAD-DUPS-SUPERSEDED
010024        + LOAD-DUPS-REJECTED.
010034     IF LOAD-BALANCE-COUNT NOT = RECORDS-RETURNED-COUNT
010044        DISPLAY 'SRTSVC99 LOAD DISPOSITIONS DO NOT BALANCE TO '
010054            'RECORDS RETURNED'.
010064 580-EXIT. EXIT.
010074*
010084 590-STOP-LOAD-RUN.
010089     IF KEYED-LOAD-STATUS = '00'
010094        DISPLAY 'SRTSVC99 ' LOAD-STOP-REASON ' - RUN STOPPED'
010099     ELSE
010104        DISPLAY 'SRTSVC99 ' LOAD-STOP-REASON ' - STATUS '
010109            KEYED-LOAD-STATUS ' - RUN STOPPED'.
010114     MOVE 'SRTSVC99' TO EL-PROGRAM-ID.
010124     MOVE '590-STOP-LOAD-RUN' TO EL-PARAGRAPH.
010134     MOVE 'F' TO EL-SEVERITY.
010144     MOVE LOAD-STOP-REASON TO EL-MESSAGE.
010154     CALL 'ERRLOG' USING ERRLOG-PARM.
010164     CALL 'CANCEL' USING WS-ABEND-CODE.
010174 590-EXIT. EXIT.
