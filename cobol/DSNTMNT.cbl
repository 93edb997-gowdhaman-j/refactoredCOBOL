000210*     SAME ARG WITH OVERLAPPING DATE RANGES (FIRST KEPT, LATER  *
000212*     ONES DROPPED) - AN UNDATED ROW COVERS ALL TIME, SO TWO    *
000214*     UNDATED ROWS FOR ONE ARG ARE STILL A DUPLICATE;           *
000216*   - APPLIES ADD/CHANGE/DELETE TRANSACTION CARDS FROM DD       *
000218*     UT-S-DSNTTXN (COL 1 A/C/D, COLS 3-6 ARG, COLS 8-40        *
000220*     DSNAME, COLS 42-49 EFFECTIVE AND 51-58 EXPIRY CCYYMMDD,   *
000222*     BLANK OR ZERO FOR OPEN - CHANGE AND DELETE LOCATE THEIR   *
000224*     ROW BY ARG PLUS EFFECTIVE DATE) ON A SECOND PERSON'S WORD *
000226*     ONLY.  EVERY A/C/D CARD MUST CARRY ITS REQUESTER'S ID IN  *
000228*     COLS 60-67 AND IS HELD UNDER A NEW PENDING NUMBER ON THE  *
000230*     PENDING FILE (COPY DSNTPND0, DD UT-S-DSNTPND IN, DD       *
000232*     UT-S-DSNTPNN OUT FOR THE JCL TO SWAP IN).  A LATER RUN'S  *
000234*     RELEASE CARD (COL 1 R, COLS 3-9 PENDING NUMBER, COLS      *
000236*     60-67 APPROVER ID) APPLIES IT - NEVER WHEN THE APPROVER   *
000238*     IS THE REQUESTER - AND A CANCEL CARD (COL 1 X, SAME       *
000240*     COLUMNS, ID OF WHOEVER CANCELS) WITHDRAWS IT.  A RELEASED *
000242*     CARD THE TABLE WILL NO LONGER TAKE IS REJECTED AND LEAVES *
000244*     THE PENDING FILE;                                         *
000250*   - READS BCBSEXT3'S UNRESOLVED-USRDAT EXCEPTION-FILE (DD     *
000260*     UT-S-EXCPTN) AND PRINTS A READY-MADE PROPOSED-ADD LINE    *
000270*     FOR EACH DISTINCT USRDAT STILL ABSENT FROM THE TABLE;     *
000275*   - WRITES THE CLEANED TABLE, KEYED BY ARG, TO DD DSNTNEW IN  *
000280*     THE SAME INDEXED ORGANIZATION BCBSEXT3 READS, AND A       *
000285*     BEFORE/AFTER AUDIT LISTING OF EVERY CHANGE, AND OF EVERY  *
000290*     CARD STILL PENDING, TO DD UT-S-DSNTRPT;                   *
000295*   - APPENDS A BEFORE-AND-AFTER RECORD OF EVERY CHANGE IT      *
000300*     APPLIES, WITH THE REQUESTER, THE APPROVER AND THE TIME,   *
000305*     TO THE CHANGE JOURNAL (COPY DSNTJRN0, DD UT-S-DSNTJRN)    *
000310*     DSNTASOF READS TO SHOW THE TABLE AS IT STOOD ON ANY PAST  *
000315*     DATE.                                                     *
000320* ANY FINDING OR REJECTED TRANSACTION ENDS THE STEP WITH        *
000325* CONDITION CODE 4 SO THE CHANGE CAN BE REVIEWED BEFORE THE NEW *
000330* TABLE IS INSTALLED.  A CARD THAT IS ONLY WAITING FOR ITS      *
000335* RELEASE DOES NOT.                                             *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000410     SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO UT-S-DSNTTXN.
000420     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO UT-S-EXCPTN.
000430     SELECT AUDIT-REPORT-FILE ASSIGN TO UT-S-DSNTRPT.
000433     SELECT OPTIONAL OLD-PENDING-FILE ASSIGN TO UT-S-DSNTPND.
000436     SELECT NEW-PENDING-FILE ASSIGN TO UT-S-DSNTPNN.
000439     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO UT-S-DSNTJRN.
000440 DATA DIVISION.
000450 FILE SECTION.
000460*
000720         88  TXN-ADD                  VALUE 'A'.
000730         88  TXN-CHANGE               VALUE 'C'.
000740         88  TXN-DELETE               VALUE 'D'.
000744         88  TXN-RELEASE              VALUE 'R'.
000748         88  TXN-CANCEL               VALUE 'X'.
000750     05  FILLER                   PIC X.
000760     05  TXN-ARG                  PIC X(4).
000770     05  FILLER                   PIC X.
000784     05  TXN-EFFECTIVE            PIC X(8).
000786     05  FILLER                   PIC X.
000788     05  TXN-EXPIRY               PIC X(8).
000789     05  FILLER                   PIC X.
000790     05  TXN-USERID               PIC X(8).
000791     05  FILLER                   PIC X(13).
000792*    A RELEASE OR CANCEL CARD NAMES ITS PENDING NUMBER IN COLS
000793*    3-9.  TXN-USERID IS THE REQUESTER ON AN A/C/D CARD, THE
000794*    APPROVER ON A RELEASE CARD AND WHOEVER CANCELS ON A CANCEL.
000795 01  RELEASE-CARD-RECORD.
000796     05  FILLER                   PIC X(2).
000797     05  RLS-PENDING-NUMBER       PIC X(7).
000798     05  RLS-PENDING-NUMBER-N REDEFINES RLS-PENDING-NUMBER
000799                                  PIC 9(7).
000800     05  FILLER                   PIC X(71).
000801*
000810 FD  EXCEPTION-FILE
000820     RECORDING MODE IS F
000830     BLOCK CONTAINS 0 RECORDS
000930     RECORD CONTAINS 133 CHARACTERS
000940     LABEL RECORDS ARE OMITTED.
000950 01  AUDIT-REPORT-RECORD          PIC X(133).
000951*
000952 FD  OLD-PENDING-FILE
000953     RECORDING MODE IS F
000954     BLOCK CONTAINS 0 RECORDS
000955     RECORD CONTAINS 100 CHARACTERS
000956     LABEL RECORDS ARE STANDARD.
000957 01  OLD-PENDING-RECORD           PIC X(100).
000958*
000959 FD  NEW-PENDING-FILE
000960     RECORDING MODE IS F
000961     BLOCK CONTAINS 0 RECORDS
000962     RECORD CONTAINS 100 CHARACTERS
000963     LABEL RECORDS ARE STANDARD.
000964 01  NEW-PENDING-RECORD           PIC X(100).
000965*
000966 FD  JOURNAL-FILE
000967     RECORDING MODE IS F
000968     BLOCK CONTAINS 0 RECORDS
000969     RECORD CONTAINS 200 CHARACTERS
000970     LABEL RECORDS ARE STANDARD.
000971 01  JOURNAL-FILE-RECORD          PIC X(200).
000972*
000973 WORKING-STORAGE SECTION.
000980 77  FILLER PIC X(36)  VALUE
000990     'DSNTMNT WORKING STORAGE BEGINS HERE'.
001000*
001040     88  TRANSACTION-EOF              VALUE 'Y'.
001050 01  EXCEPTION-SWITCH             PIC X VALUE 'N'.
001060     88  EXCEPTION-EOF                VALUE 'Y'.
001062 01  OLD-PENDING-SWITCH           PIC X VALUE 'N'.
001064     88  OLD-PENDING-EOF              VALUE 'Y'.
001066 01  PENDING-FOUND-SWITCH         PIC X VALUE 'N'.
001068     88  PENDING-FOUND                VALUE 'Y'.
001070*
001080***************************************************************
001090*    WORK-TABLE HOLDS THE TABLE UNDER MAINTENANCE - LOADED      *
001320     05  TXN-REJECTED-COUNT       PIC S9(5) COMP-3 VALUE +0.
001330     05  PROPOSED-ADD-COUNT       PIC S9(5) COMP-3 VALUE +0.
001340     05  EXC-RECORDS-READ         PIC S9(7) COMP-3 VALUE +0.
001341     05  TXN-HELD-COUNT           PIC S9(5) COMP-3 VALUE +0.
001342     05  TXN-RELEASED-COUNT       PIC S9(5) COMP-3 VALUE +0.
001343     05  TXN-CANCELLED-COUNT      PIC S9(5) COMP-3 VALUE +0.
001344     05  PENDING-CARRIED-COUNT    PIC S9(5) COMP-3 VALUE +0.
001345     05  JOURNAL-RECORDS-WRITTEN  PIC S9(5) COMP-3 VALUE +0.
001350     05  WS-DATE.
001360         10  WS-YEAR              PIC XX.
001370         10  WS-MONTH             PIC XX.
001380         10  WS-DAY               PIC XX.
001381     05  WS-DATE-N REDEFINES WS-DATE PIC 9(6).
001382     05  RUN-DATE-CCYYMMDD        PIC 9(8).
001383     05  RUN-TIME.
001384         10  RUN-TIME-HHMMSS      PIC 9(6).
001385         10  FILLER               PIC 99.
001386*
001387*    LOOKUP-ARG IS C100'S SEARCH ARGUMENT - A WORKING-STORAGE
001388*    FIELD, NEVER THE FILE BUFFER, WHOSE CONTENTS ARE
001389*    UNDEFINED ONCE OLD-TABLE-FILE HITS END OF FILE.
001390 01  LOOKUP-ARG                   PIC X(4).
001391 01  LOOKUP-RESULT-SWITCH         PIC X VALUE 'N'.
001400     88  ARG-FOUND                    VALUE 'Y'.
001402*
001403*    DATE-NORMALIZE-FIELDS CARRY ONE ROW'S OR CARD'S DATES
001520                              INDEXED BY PU-IX.
001530         10  PU-USRDAT            PIC X(4).
001540         10  PU-MODULE-COUNT      PIC S9(5) COMP-3.
001541*
001542***************************************************************
001543*    PENDING-TABLE HOLDS THE CARDS WAITING FOR A SECOND PERSON  *
001544*    - LOADED FROM OLD-PENDING-FILE, ADDED TO BY TONIGHT'S      *
001545*    A/C/D CARDS, CLOSED BY RELEASE AND CANCEL CARDS, AND WHAT  *
001546*    IS STILL OPEN WRITTEN TO NEW-PENDING-FILE.  PENDING        *
001547*    NUMBERS ARE NEVER REUSED - THE CONTROL RECORD CARRIES THE  *
001548*    LAST ONE ASSIGNED.                                         *
001549***************************************************************
001550 01  LAST-PENDING-NUMBER          PIC 9(7) VALUE ZERO.
001551 01  PENDING-TABLE-COUNT          PIC S9(4) COMP VALUE +0.
001552 01  PENDING-TABLE.
001553     05  PENDING-ENTRY        OCCURS 1 TO 1000 TIMES
001554                              DEPENDING ON PENDING-TABLE-COUNT
001555                              INDEXED BY PD-IX.
001556         10  PD-NUMBER            PIC 9(7).
001557         10  PD-ACTION            PIC X.
001558         10  PD-ARG               PIC X(4).
001559         10  PD-DSNAME            PIC X(33).
001560         10  PD-EFFECTIVE         PIC X(8).
001561         10  PD-EXPIRY            PIC X(8).
001562         10  PD-REQUESTER         PIC X(8).
001563         10  PD-REQUEST-DATE      PIC 9(8).
001564         10  PD-REQUEST-TIME      PIC 9(6).
001565         10  PD-CLOSED-SWITCH     PIC X.
001566             88  PD-CLOSED            VALUE 'Y'.
001567*
001568*    APPROVER-ID IS THE ID ON THE RELEASE OR CANCEL CARD, KEPT
001569*    APART FROM THE CARD ONCE THE HELD TRANSACTION IS MOVED INTO
001570*    TRANSACTION-RECORD TO BE APPLIED.  SAVED-BEFORE-IMAGE IS THE
001571*    ROW A CHANGE OR DELETE FOUND, TAKEN BEFORE IT IS TOUCHED, FOR
001572*    THE JOURNAL RECORD.
001573 01  APPROVER-ID                  PIC X(8).
001574 01  SAVED-BEFORE-IMAGE.
001575     05  SBI-ARG                  PIC X(4).
001576     05  SBI-EFFECTIVE            PIC X(8).
001577     05  SBI-DSNAME               PIC X(33).
001578     05  SBI-EXPIRY               PIC X(8).
001579*
001580*    PENDING-TRANSACTION-RECORD (COPY DSNTPND0) AND DSNAME-
001581*    JOURNAL-RECORD (COPY DSNTJRN0) ARE THE WORK AREAS THE
001582*    PENDING FILES AND THE JOURNAL ARE READ INTO AND WRITTEN FROM.
001583 COPY DSNTPND0.
001584 COPY DSNTJRN0.
001585*
001586*    OPSTAT-PARM (COPY OPSTATP) IS THE PARAMETER AREA FOR
001587*    CALL 'OPSTAT' - THE SHOP'S SHARED OPERATIONS-SUMMARY
001588*    LOGGER, CALLED AT START AND END OF JOB SO OPSSUM CAN ROLL
001590*    THIS RUN INTO THE BATCH WINDOW'S CONSOLIDATED SUMMARY.
001600 COPY OPSTATP.
001610*
001774     05  PN-COUNT                 PIC ZZ,ZZ9.
001775     05  FILLER                   PIC X(25) VALUE
001776         ' MODULES - SUPPLY DSNAME'.
001777 01  PENDING-NOTE.
001778     05  FILLER                   PIC X(3) VALUE 'NO '.
001779     05  PNT-NUMBER               PIC 9(7).
001780     05  FILLER                   PIC X(5) VALUE ' REQ '.
001781     05  PNT-REQUESTER            PIC X(8).
001782     05  PNT-LABEL                PIC X(5).
001783     05  PNT-OTHER                PIC X(8).
001784     05  FILLER                   PIC X(4) VALUE SPACES.
001785 01  PENDING-REFERENCE.
001786     05  FILLER                   PIC X(15) VALUE
001787         'PENDING NUMBER '.
001788     05  PRF-NUMBER               PIC X(7).
001789 01  COUNT-LINE.
001790     05  FILLER                   PIC X VALUE SPACE.
001800     05  CNT-LABEL                PIC X(28).
001810     05  FILLER                   PIC X(3) VALUE ' = '.
001870 A100-EXECUTIVE-CONTROL.
001880     PERFORM A110-INITIALIZATION.
001890     PERFORM B100-LOAD-ONE-OLD-RECORD UNTIL OLD-TABLE-EOF.
001895     PERFORM B150-LOAD-ONE-PENDING UNTIL OLD-PENDING-EOF.
001900     PERFORM B200-APPLY-ONE-TRANSACTION UNTIL TRANSACTION-EOF.
001910     PERFORM B300-SCAN-ONE-EXCEPTION UNTIL EXCEPTION-EOF.
001920     PERFORM Z100-END-OF-PROCESSING.
001930     GOBACK.
001940*
001950 A110-INITIALIZATION.
001955     OPEN INPUT OLD-TABLE-FILE, TRANSACTION-FILE,
001960         EXCEPTION-FILE, OLD-PENDING-FILE.
001965     OPEN OUTPUT NEW-TABLE-FILE, AUDIT-REPORT-FILE,
001970         NEW-PENDING-FILE.
001975     OPEN EXTEND JOURNAL-FILE.
001990     ACCEPT WS-DATE FROM DATE.
001994     COMPUTE RUN-DATE-CCYYMMDD = 20000000 + WS-DATE-N.
001998     ACCEPT RUN-TIME FROM TIME.
002000     MOVE WS-MONTH TO RPT-HEADING-MONTH.
002010     MOVE WS-DAY TO RPT-HEADING-DAY.
002020     MOVE WS-YEAR TO RPT-HEADING-YEAR.
002560     END-IF.
002570     MOVE AUDIT-LINE TO AUDIT-REPORT-RECORD.
002580     WRITE AUDIT-REPORT-RECORD.
002581*
002582***************************************************************
002583*    B150 LOADS THE CARDS STILL PENDING FROM EARLIER RUNS, AND  *
002584*    THE LAST PENDING NUMBER ASSIGNED, FROM OLD-PENDING-FILE.   *
002585***************************************************************
002586 B150-LOAD-ONE-PENDING.
002587     READ OLD-PENDING-FILE INTO PENDING-TRANSACTION-RECORD
002588         AT END
002589             SET OLD-PENDING-EOF TO TRUE.
002590     IF NOT OLD-PENDING-EOF
002591         IF PND-NUMBER > LAST-PENDING-NUMBER
002592             MOVE PND-NUMBER TO LAST-PENDING-NUMBER
002593         END-IF
002594         IF PND-HELD-RECORD
002595             PERFORM B160-LOAD-PENDING-ENTRY
002596         END-IF
002597     END-IF.
002598*
002599 B160-LOAD-PENDING-ENTRY.
002600     IF PENDING-TABLE-COUNT = 1000
002601         MOVE 'PENDING' TO AUD-TAG
002602         MOVE PND-ARG TO AUD-ARG
002603         MOVE PND-DSNAME TO AUD-DSNAME
002604         MOVE PND-EFFECTIVE TO AUD-EFFECTIVE
002605         MOVE PND-EXPIRY TO AUD-EXPIRY
002606         MOVE 'DROPPED - OVER PENDING-TABLE LIMIT' TO AUD-NOTE
002607         ADD 1 TO FINDING-COUNT
002608         MOVE AUDIT-LINE TO AUDIT-REPORT-RECORD
002609         WRITE AUDIT-REPORT-RECORD
002610     ELSE
002611         ADD 1 TO PENDING-TABLE-COUNT
002612         SET PD-IX TO PENDING-TABLE-COUNT
002613         MOVE PND-NUMBER TO PD-NUMBER (PD-IX)
002614         MOVE PND-ACTION TO PD-ACTION (PD-IX)
002615         MOVE PND-ARG TO PD-ARG (PD-IX)
002616         MOVE PND-DSNAME TO PD-DSNAME (PD-IX)
002617         MOVE PND-EFFECTIVE TO PD-EFFECTIVE (PD-IX)
002618         MOVE PND-EXPIRY TO PD-EXPIRY (PD-IX)
002619         MOVE PND-REQUESTER TO PD-REQUESTER (PD-IX)
002620         MOVE PND-REQUEST-DATE TO PD-REQUEST-DATE (PD-IX)
002621         MOVE PND-REQUEST-TIME TO PD-REQUEST-TIME (PD-IX)
002622         MOVE 'N' TO PD-CLOSED-SWITCH (PD-IX)
002623     END-IF.
002624*
002625*    C100-FIND-ARG-IN-TABLE LEAVES WT-IX ON THE FIRST LIVE ROW
002626*    CARRYING LOOKUP-ARG, WITH ARG-FOUND SET - THE SAME FIRST-
002627*    HIT RULE BCBSEXT3'S OWN LOOKUP APPLIES.
002630 C100-FIND-ARG-IN-TABLE.
002640     MOVE 'N' TO LOOKUP-RESULT-SWITCH.
002650     SET WT-IX TO 1.
002743             AND NOT WT-DELETED (WT-IX)
002744             SET ARG-FOUND TO TRUE
002745     END-SEARCH.
002747*
002749*    C160-SAVE-BEFORE-IMAGE KEEPS THE ROW A CHANGE OR DELETE
002751*    FOUND, AS IT STANDS BEFORE THE CARD IS APPLIED.  AN ADD HAS
002753*    NO BEFORE IMAGE.
002755 C160-SAVE-BEFORE-IMAGE.
002757     MOVE SPACES TO SAVED-BEFORE-IMAGE.
002759     IF ARG-FOUND AND NOT TXN-ADD
002761         MOVE WT-ARG (WT-IX) TO SBI-ARG
002763         MOVE WT-EFFECTIVE (WT-IX) TO SBI-EFFECTIVE
002765         MOVE WT-DSNAME (WT-IX) TO SBI-DSNAME
002767         MOVE WT-EXPIRY (WT-IX) TO SBI-EXPIRY
002769     END-IF.
002771*
002773*    C170-FIND-PENDING LEAVES PD-IX ON THE OPEN PENDING ENTRY
002775*    A RELEASE OR CANCEL CARD NAMES, WITH PENDING-FOUND SET.
002777 C170-FIND-PENDING.
002779     MOVE 'N' TO PENDING-FOUND-SWITCH.
002781     IF RLS-PENDING-NUMBER NUMERIC
002783         SET PD-IX TO 1
002785         SEARCH PENDING-ENTRY
002787             AT END
002789                 CONTINUE
002791             WHEN PD-NUMBER (PD-IX) = RLS-PENDING-NUMBER-N
002793                 AND NOT PD-CLOSED (PD-IX)
002795                 SET PENDING-FOUND TO TRUE
002797         END-SEARCH
002799     END-IF.
002801*
002803 C180-SHOW-PENDING-ENTRY.
002805     MOVE PD-ARG (PD-IX) TO AUD-ARG.
002807     MOVE PD-DSNAME (PD-IX) TO AUD-DSNAME.
002809     MOVE PD-EFFECTIVE (PD-IX) TO AUD-EFFECTIVE.
002811     MOVE PD-EXPIRY (PD-IX) TO AUD-EXPIRY.
002813     MOVE PD-NUMBER (PD-IX) TO PNT-NUMBER.
002815     MOVE PD-REQUESTER (PD-IX) TO PNT-REQUESTER.
002817*
002819***************************************************************
002821*    C300-NORMALIZE-DATES EDITS ONE EFFECTIVE/EXPIRY PAIR.      *
002823*    BLANK OR ZERO IS OPEN; ANYTHING ELSE MUST BE NUMERIC       *
002825*    WITH A PLAUSIBLE MONTH AND DAY, OR THE PAIR IS A BAD       *
002827*    DATE FINDING.  A RANGE RUNNING BACKWARD IS BAD TOO.        *
002829***************************************************************
002831 C300-NORMALIZE-DATES.
002833     MOVE 'N' TO DATE-EDIT-SWITCH.
002835     MOVE '00000000' TO NORM-EFFECTIVE.
002837     MOVE '99999999' TO NORM-EXPIRY.
002839     IF RAW-EFFECTIVE NOT = SPACES
002841         AND RAW-EFFECTIVE NOT = '00000000'
002843         IF RAW-EFFECTIVE NUMERIC
002845             MOVE RAW-EFFECTIVE TO DATE-PLAUSIBLE-WORK
002847             PERFORM C310-EDIT-ONE-DATE
002849             MOVE RAW-EFFECTIVE TO NORM-EFFECTIVE
002851         ELSE
002853             SET BAD-DATE-FIELD TO TRUE
002855         END-IF
002857     END-IF.
002859     IF RAW-EXPIRY NOT = SPACES
002861         AND RAW-EXPIRY NOT = '00000000'
002863         IF RAW-EXPIRY NUMERIC
002865             MOVE RAW-EXPIRY TO DATE-PLAUSIBLE-WORK
002867             PERFORM C310-EDIT-ONE-DATE
002869             MOVE RAW-EXPIRY TO NORM-EXPIRY
002871         ELSE
002873             SET BAD-DATE-FIELD TO TRUE
002875         END-IF
002877     END-IF.
002879     IF NORM-EXPIRY < NORM-EFFECTIVE
002881         SET BAD-DATE-FIELD TO TRUE.
002883*
002885 C310-EDIT-ONE-DATE.
002887     IF DPW-MM < 01 OR DPW-MM > 12
002889         OR DPW-DD < 01 OR DPW-DD > 31
002891         SET BAD-DATE-FIELD TO TRUE.
002893*
002895***************************************************************
002897*    C400-CHECK-OVERLAP TESTS THE NORMALIZED RANGE AGAINST      *
002899*    EVERY LIVE ROW FOR THE SAME ARG - TWO RANGES OVERLAP       *
002901*    WHEN EACH ONE STARTS ON OR BEFORE THE OTHER'S END.         *
002903***************************************************************
002905 C400-CHECK-OVERLAP.
002907     MOVE 'N' TO OVERLAP-SWITCH.
002909     PERFORM C410-TEST-ONE-ROW
002911         VARYING OVERLAP-SUB FROM 1 BY 1
002913             UNTIL OVERLAP-SUB > WORK-TABLE-COUNT
002915             OR RANGE-OVERLAPS.
002917*
002919 C410-TEST-ONE-ROW.
002921     IF OVERLAP-SUB NOT = EXCLUDE-SUB
002923         AND WT-ARG (OVERLAP-SUB) = CHECK-ARG
002925         AND WT-DELETE-SWITCH (OVERLAP-SUB) NOT = 'Y'
002927         AND WT-EFFECTIVE (OVERLAP-SUB) NOT > NORM-EXPIRY
002929         AND NORM-EFFECTIVE NOT > WT-EXPIRY (OVERLAP-SUB)
002931         SET RANGE-OVERLAPS TO TRUE.
002933*
002935***************************************************************
002937*    B200-B270 TAKE THE TRANSACTION CARDS.  AN A/C/D CARD IS    *
002939*    ONLY HELD, UNDER A NEW PENDING NUMBER; A RELEASE CARD      *
002941*    APPLIES A HELD CARD AND JOURNALS IT, AND A CANCEL CARD     *
002943*    WITHDRAWS ONE.  EVERY CARD PRINTS ON THE AUDIT LISTING -   *
002945*    HELD, APPLIED, CANCELLED OR REJECTED, WITH THE REASON -    *
002947*    AND A REJECTED CARD COUNTS TOWARD THE CONDITION CODE.      *
002949***************************************************************
002951 B200-APPLY-ONE-TRANSACTION.
002953     READ TRANSACTION-FILE
002955         AT END
002957             SET TRANSACTION-EOF TO TRUE.
002959     IF NOT TRANSACTION-EOF
002961         IF TXN-RELEASE
002963             PERFORM B250-RELEASE-ONE-PENDING
002965         ELSE
002967             IF TXN-CANCEL
002969                 PERFORM B260-CANCEL-ONE-PENDING
002971             ELSE
002973                 PERFORM B240-HOLD-ONE-TRANSACTION
002975             END-IF
002977         END-IF
002979         MOVE AUDIT-LINE TO AUDIT-REPORT-RECORD
002981         WRITE AUDIT-REPORT-RECORD.
002983*
002985*    B205 APPLIES ONE RELEASED CARD, MOVED BACK INTO
002987*    TRANSACTION-RECORD FROM ITS PENDING ENTRY.
002989 B205-APPLY-HELD-TRANSACTION.
002991     MOVE TXN-EFFECTIVE TO RAW-EFFECTIVE.
002993     MOVE TXN-EXPIRY TO RAW-EXPIRY.
002995     PERFORM C300-NORMALIZE-DATES.
002997     MOVE TXN-ARG TO LOOKUP-ARG.
002999     PERFORM C150-FIND-ROW-BY-KEY.
003001     PERFORM C160-SAVE-BEFORE-IMAGE.
003003     MOVE SPACES TO AUD-NOTE.
003005     MOVE TXN-ARG TO AUD-ARG.
003007     MOVE TXN-DSNAME TO AUD-DSNAME.
003009     MOVE NORM-EFFECTIVE TO AUD-EFFECTIVE.
003011     MOVE NORM-EXPIRY TO AUD-EXPIRY.
003013     IF BAD-DATE-FIELD
003015         MOVE 'TXN REJECT' TO AUD-TAG
003017         MOVE 'BAD DATE FIELD' TO AUD-NOTE
003019         ADD 1 TO TXN-REJECTED-COUNT
003021     ELSE
003023     IF TXN-ADD
003025         PERFORM B210-APPLY-ADD
003027     ELSE
003029         IF TXN-CHANGE
003031             PERFORM B220-APPLY-CHANGE
003033         ELSE
003035             IF TXN-DELETE
003037                 PERFORM B230-APPLY-DELETE
003039             ELSE
003041                 MOVE 'TXN REJECT' TO AUD-TAG
003043                 MOVE 'UNKNOWN ACTION CODE' TO AUD-NOTE
003045                 ADD 1 TO TXN-REJECTED-COUNT
003047             END-IF
003049         END-IF
003051     END-IF
003053     END-IF.
003070*
003080 B210-APPLY-ADD.
003082     MOVE TXN-ARG TO CHECK-ARG.
003620         MOVE 'TXN DELETE' TO AUD-TAG
003630         ADD 1 TO TXN-APPLIED-COUNT
003640     END-IF.
003641*
003642*    B240 HOLDS ONE A/C/D CARD.  THE CARD IS EDITED NOW SO A
003643*    MISKEYED ONE IS SENT BACK AT ONCE, BUT IT IS CHECKED AGAINST
003644*    THE TABLE ONLY WHEN RELEASED, SINCE THE TABLE MAY CHANGE.
003645 B240-HOLD-ONE-TRANSACTION.
003646     MOVE TXN-EFFECTIVE TO RAW-EFFECTIVE.
003647     MOVE TXN-EXPIRY TO RAW-EXPIRY.
003648     PERFORM C300-NORMALIZE-DATES.
003649     MOVE TXN-ARG TO AUD-ARG.
003650     MOVE TXN-DSNAME TO AUD-DSNAME.
003651     MOVE NORM-EFFECTIVE TO AUD-EFFECTIVE.
003652     MOVE NORM-EXPIRY TO AUD-EXPIRY.
003653     MOVE SPACES TO AUD-NOTE.
003654     IF NOT TXN-ADD AND NOT TXN-CHANGE AND NOT TXN-DELETE
003655         MOVE 'TXN REJECT' TO AUD-TAG
003656         MOVE 'UNKNOWN ACTION CODE' TO AUD-NOTE
003657         ADD 1 TO TXN-REJECTED-COUNT
003658     ELSE
003659         IF TXN-USERID = SPACES
003660             MOVE 'TXN REJECT' TO AUD-TAG
003661             MOVE 'NO REQUESTER ID IN COLS 60-67' TO AUD-NOTE
003662             ADD 1 TO TXN-REJECTED-COUNT
003663         ELSE
003664             IF BAD-DATE-FIELD
003665                 MOVE 'TXN REJECT' TO AUD-TAG
003666                 MOVE 'BAD DATE FIELD' TO AUD-NOTE
003667                 ADD 1 TO TXN-REJECTED-COUNT
003668             ELSE
003669                 IF PENDING-TABLE-COUNT = 1000
003670                     MOVE 'TXN REJECT' TO AUD-TAG
003671                     MOVE 'HOLD - AT PENDING-TABLE LIMIT'
003672                         TO AUD-NOTE
003673                     ADD 1 TO TXN-REJECTED-COUNT
003674                 ELSE
003675                     PERFORM B245-ADD-PENDING-ENTRY
003676                 END-IF
003677             END-IF
003678         END-IF
003679     END-IF.
003680*
003681 B245-ADD-PENDING-ENTRY.
003682     ADD 1 TO LAST-PENDING-NUMBER.
003683     ADD 1 TO PENDING-TABLE-COUNT.
003684     SET PD-IX TO PENDING-TABLE-COUNT.
003685     MOVE LAST-PENDING-NUMBER TO PD-NUMBER (PD-IX).
003686     MOVE TXN-ACTION TO PD-ACTION (PD-IX).
003687     MOVE TXN-ARG TO PD-ARG (PD-IX).
003688     MOVE TXN-DSNAME TO PD-DSNAME (PD-IX).
003689     MOVE TXN-EFFECTIVE TO PD-EFFECTIVE (PD-IX).
003690     MOVE TXN-EXPIRY TO PD-EXPIRY (PD-IX).
003691     MOVE TXN-USERID TO PD-REQUESTER (PD-IX).
003692     MOVE RUN-DATE-CCYYMMDD TO PD-REQUEST-DATE (PD-IX).
003693     MOVE RUN-TIME-HHMMSS TO PD-REQUEST-TIME (PD-IX).
003694     MOVE 'N' TO PD-CLOSED-SWITCH (PD-IX).
003695     MOVE 'TXN HELD' TO AUD-TAG.
003696     MOVE LAST-PENDING-NUMBER TO PNT-NUMBER.
003697     MOVE TXN-USERID TO PNT-REQUESTER.
003698     MOVE ' ON  ' TO PNT-LABEL.
003699     MOVE RUN-DATE-CCYYMMDD TO PNT-OTHER.
003700     MOVE PENDING-NOTE TO AUD-NOTE.
003701     ADD 1 TO TXN-HELD-COUNT.
003702*
003703 B250-RELEASE-ONE-PENDING.
003704     MOVE TXN-USERID TO APPROVER-ID.
003705     PERFORM C170-FIND-PENDING.
003706     IF NOT PENDING-FOUND
003707         MOVE 'TXN REJECT' TO AUD-TAG
003708         MOVE SPACES TO AUD-ARG, AUD-EFFECTIVE, AUD-EXPIRY
003709         MOVE RLS-PENDING-NUMBER TO PRF-NUMBER
003710         MOVE PENDING-REFERENCE TO AUD-DSNAME
003711         MOVE 'RELEASE - NOT AN OPEN PENDING NUMBER' TO AUD-NOTE
003712         ADD 1 TO TXN-REJECTED-COUNT
003713     ELSE
003714         PERFORM C180-SHOW-PENDING-ENTRY
003715         IF APPROVER-ID = SPACES
003716             MOVE 'TXN REJECT' TO AUD-TAG
003717             MOVE 'RELEASE - NO APPROVER ID IN COLS 60-67'
003718                 TO AUD-NOTE
003719             ADD 1 TO TXN-REJECTED-COUNT
003720         ELSE
003721             IF APPROVER-ID = PD-REQUESTER (PD-IX)
003722                 MOVE 'TXN REJECT' TO AUD-TAG
003723                 MOVE 'RELEASE - APPROVER IS THE REQUESTER'
003724                     TO AUD-NOTE
003725                 ADD 1 TO TXN-REJECTED-COUNT
003726             ELSE
003727                 PERFORM B255-APPLY-RELEASED-ENTRY
003728             END-IF
003729         END-IF
003730     END-IF.
003731*
003732*    THE RELEASE PRINTS ITS OWN LINE - PENDING NUMBER, REQUESTER
003733*    AND APPROVER - AHEAD OF THE LINE FOR THE CHANGE ITSELF.  A
003734*    RELEASED CARD LEAVES THE PENDING FILE WHETHER THE TABLE
003735*    TAKES IT OR NOT.
003736 B255-APPLY-RELEASED-ENTRY.
003737     SET PD-CLOSED (PD-IX) TO TRUE.
003738     ADD 1 TO TXN-RELEASED-COUNT.
003739     MOVE 'TXN RELEASE' TO AUD-TAG.
003740     MOVE ' APR ' TO PNT-LABEL.
003741     MOVE APPROVER-ID TO PNT-OTHER.
003742     MOVE PENDING-NOTE TO AUD-NOTE.
003743     MOVE AUDIT-LINE TO AUDIT-REPORT-RECORD.
003744     WRITE AUDIT-REPORT-RECORD.
003745     MOVE SPACES TO TRANSACTION-RECORD.
003746     MOVE PD-ACTION (PD-IX) TO TXN-ACTION.
003747     MOVE PD-ARG (PD-IX) TO TXN-ARG.
003748     MOVE PD-DSNAME (PD-IX) TO TXN-DSNAME.
003749     MOVE PD-EFFECTIVE (PD-IX) TO TXN-EFFECTIVE.
003750     MOVE PD-EXPIRY (PD-IX) TO TXN-EXPIRY.
003751     MOVE PD-REQUESTER (PD-IX) TO TXN-USERID.
003752     PERFORM B205-APPLY-HELD-TRANSACTION.
003753     IF AUD-TAG NOT = 'TXN REJECT'
003754         PERFORM B270-WRITE-JOURNAL-RECORD.
003755*
003756 B260-CANCEL-ONE-PENDING.
003757     MOVE TXN-USERID TO APPROVER-ID.
003758     PERFORM C170-FIND-PENDING.
003759     IF NOT PENDING-FOUND
003760         MOVE 'TXN REJECT' TO AUD-TAG
003761         MOVE SPACES TO AUD-ARG, AUD-EFFECTIVE, AUD-EXPIRY
003762         MOVE RLS-PENDING-NUMBER TO PRF-NUMBER
003763         MOVE PENDING-REFERENCE TO AUD-DSNAME
003764         MOVE 'CANCEL - NOT AN OPEN PENDING NUMBER' TO AUD-NOTE
003765         ADD 1 TO TXN-REJECTED-COUNT
003766     ELSE
003767         PERFORM C180-SHOW-PENDING-ENTRY
003768         IF APPROVER-ID = SPACES
003769             MOVE 'TXN REJECT' TO AUD-TAG
003770             MOVE 'CANCEL - NO ID IN COLS 60-67' TO AUD-NOTE
003771             ADD 1 TO TXN-REJECTED-COUNT
003772         ELSE
003773             SET PD-CLOSED (PD-IX) TO TRUE
003774             MOVE 'TXN CANCEL' TO AUD-TAG
003775             MOVE ' BY  ' TO PNT-LABEL
003776             MOVE APPROVER-ID TO PNT-OTHER
003777             MOVE PENDING-NOTE TO AUD-NOTE
003778             ADD 1 TO TXN-CANCELLED-COUNT
003779         END-IF
003780     END-IF.
003781*
003782*    B270 JOURNALS ONE APPLIED CHANGE - THE ROW BEFORE (BLANK
003783*    FOR AN ADD) AND AFTER (BLANK FOR A DELETE), WITH THE PENDING
003784*    NUMBER, REQUESTER, APPROVER AND THE TIME OF THIS RUN.
003785 B270-WRITE-JOURNAL-RECORD.
003786     ADD 1 TO JOURNAL-RECORDS-WRITTEN.
003787     MOVE SPACES TO DSNAME-JOURNAL-RECORD.
003788     MOVE RUN-DATE-CCYYMMDD TO JRN-APPLIED-DATE.
003789     MOVE RUN-TIME-HHMMSS TO JRN-APPLIED-TIME.
003790     MOVE JOURNAL-RECORDS-WRITTEN TO JRN-RUN-SEQUENCE.
003791     MOVE TXN-ACTION TO JRN-ACTION.
003792     MOVE PD-NUMBER (PD-IX) TO JRN-PENDING-NUMBER.
003793     MOVE PD-REQUESTER (PD-IX) TO JRN-REQUESTER.
003794     MOVE APPROVER-ID TO JRN-APPROVER.
003795     MOVE PD-REQUEST-DATE (PD-IX) TO JRN-REQUEST-DATE.
003796     MOVE SAVED-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
003797     IF NOT TXN-DELETE
003798         MOVE WT-ARG (WT-IX) TO JRN-AFTER-ARG
003799         MOVE WT-EFFECTIVE (WT-IX) TO JRN-AFTER-EFFECTIVE
003800         MOVE WT-DSNAME (WT-IX) TO JRN-AFTER-DSNAME
003801         MOVE WT-EXPIRY (WT-IX) TO JRN-AFTER-EXPIRY
003802     END-IF.
003803     WRITE JOURNAL-FILE-RECORD FROM DSNAME-JOURNAL-RECORD.
003804*
003805***************************************************************
003806*    B300-B310 ROLL THE UNRESOLVED-USRDAT EXCEPTION FILE UP     *
003807*    INTO DISTINCT CODES - EACH CODE STILL ABSENT FROM THE      *
003808*    FINISHED TABLE PRINTS AS A READY-MADE PROPOSED-ADD LINE    *
003809*    IN Z100, WITH THE COUNT OF MODULES IT STRANDED.            *
003810***************************************************************
003811 B300-SCAN-ONE-EXCEPTION.
003812     READ EXCEPTION-FILE
003813         AT END
003814             SET EXCEPTION-EOF TO TRUE.
003815     IF NOT EXCEPTION-EOF
003816         ADD 1 TO EXC-RECORDS-READ
003817         PERFORM B310-TALLY-ONE-USRDAT.
003818*
003819 B310-TALLY-ONE-USRDAT.
003820     SET PU-IX TO 1.
003821     SEARCH PROPOSED-ENTRY
003830         AT END
003840             IF PROPOSED-TABLE-COUNT < 100
003850                 ADD 1 TO PROPOSED-TABLE-COUNT
004000     PERFORM Z110-WRITE-ONE-NEW-ROW
004010         VARYING WT-IX FROM 1 BY 1
004020             UNTIL WT-IX > WORK-TABLE-COUNT.
004025     PERFORM Z130-CARRY-PENDING-FORWARD.
004030     PERFORM Z120-PROPOSE-ONE-ADD
004040         VARYING PU-IX FROM 1 BY 1
004050             UNTIL PU-IX > PROPOSED-TABLE-COUNT.
004270     MOVE PROPOSED-ADD-COUNT TO CNT-VALUE.
004280     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
004290     WRITE AUDIT-REPORT-RECORD.
004291     MOVE 'TRANSACTIONS HELD' TO CNT-LABEL.
004292     MOVE TXN-HELD-COUNT TO CNT-VALUE.
004293     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
004294     WRITE AUDIT-REPORT-RECORD.
004295     MOVE 'TRANSACTIONS RELEASED' TO CNT-LABEL.
004296     MOVE TXN-RELEASED-COUNT TO CNT-VALUE.
004297     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
004298     WRITE AUDIT-REPORT-RECORD.
004299     MOVE 'TRANSACTIONS CANCELLED' TO CNT-LABEL.
004300     MOVE TXN-CANCELLED-COUNT TO CNT-VALUE.
004301     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
004302     WRITE AUDIT-REPORT-RECORD.
004303     MOVE 'TRANSACTIONS STILL PENDING' TO CNT-LABEL.
004304     MOVE PENDING-CARRIED-COUNT TO CNT-VALUE.
004305     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
004306     WRITE AUDIT-REPORT-RECORD.
004307     MOVE 'JOURNAL RECORDS WRITTEN' TO CNT-LABEL.
004308     MOVE JOURNAL-RECORDS-WRITTEN TO CNT-VALUE.
004309     MOVE COUNT-LINE TO AUDIT-REPORT-RECORD.
004310     WRITE AUDIT-REPORT-RECORD.
004311     MOVE 'DSNTMNT' TO RPT-TRAILER-PROGRAM.
004312     MOVE 1 TO RPT-TRAILER-PAGES.
004320     MOVE RPT-TRAILER-LINE TO AUDIT-REPORT-RECORD.
004330     WRITE AUDIT-REPORT-RECORD.
004335     CLOSE OLD-TABLE-FILE, NEW-TABLE-FILE, TRANSACTION-FILE,
004340         EXCEPTION-FILE, AUDIT-REPORT-FILE, OLD-PENDING-FILE,
004345         NEW-PENDING-FILE, JOURNAL-FILE.
004360     MOVE 'DSNTMNT' TO OST-PROGRAM-ID.
004370     SET OST-END-OF-JOB TO TRUE.
004380     MOVE OLD-RECORDS-READ TO OST-RECORDS-PROCESSED.
004680         MOVE PROPOSED-NOTE TO AUD-NOTE
004690         MOVE AUDIT-LINE TO AUDIT-REPORT-RECORD
004700         WRITE AUDIT-REPORT-RECORD.
004710*
004720***************************************************************
004730*    Z130-Z140 WRITE THE CONTROL RECORD AND EVERY CARD STILL    *
004740*    WAITING FOR ITS RELEASE TO NEW-PENDING-FILE, AND LIST EACH *
004750*    ONE ON THE AUDIT LISTING WITH ITS PENDING NUMBER,          *
004760*    REQUESTER AND THE DATE IT WAS HELD.                        *
004770***************************************************************
004780 Z130-CARRY-PENDING-FORWARD.
004790     MOVE SPACES TO PENDING-TRANSACTION-RECORD.
004800     SET PND-CONTROL-RECORD TO TRUE.
004810     MOVE LAST-PENDING-NUMBER TO PND-NUMBER.
004820     MOVE ZERO TO PND-REQUEST-DATE, PND-REQUEST-TIME.
004830     WRITE NEW-PENDING-RECORD FROM PENDING-TRANSACTION-RECORD.
004840     PERFORM Z140-WRITE-ONE-PENDING
004850         VARYING PD-IX FROM 1 BY 1
004860             UNTIL PD-IX > PENDING-TABLE-COUNT.
004870*
004880 Z140-WRITE-ONE-PENDING.
004890     IF NOT PD-CLOSED (PD-IX)
004900         MOVE SPACES TO PENDING-TRANSACTION-RECORD
004910         SET PND-HELD-RECORD TO TRUE
004920         MOVE PD-NUMBER (PD-IX) TO PND-NUMBER
004930         MOVE PD-ACTION (PD-IX) TO PND-ACTION
004940         MOVE PD-ARG (PD-IX) TO PND-ARG
004950         MOVE PD-DSNAME (PD-IX) TO PND-DSNAME
004960         MOVE PD-EFFECTIVE (PD-IX) TO PND-EFFECTIVE
004970         MOVE PD-EXPIRY (PD-IX) TO PND-EXPIRY
004980         MOVE PD-REQUESTER (PD-IX) TO PND-REQUESTER
004990         MOVE PD-REQUEST-DATE (PD-IX) TO PND-REQUEST-DATE
005000         MOVE PD-REQUEST-TIME (PD-IX) TO PND-REQUEST-TIME
005010         WRITE NEW-PENDING-RECORD FROM PENDING-TRANSACTION-RECORD
005020         ADD 1 TO PENDING-CARRIED-COUNT
005030         MOVE 'PENDING' TO AUD-TAG
005040         MOVE PD-ACTION (PD-IX) TO AUD-TAG (9:1)
005050         PERFORM C180-SHOW-PENDING-ENTRY
005060         MOVE ' ON  ' TO PNT-LABEL
005070         MOVE PD-REQUEST-DATE (PD-IX) TO PNT-OTHER
005080         MOVE PENDING-NOTE TO AUD-NOTE
005090         MOVE AUDIT-LINE TO AUDIT-REPORT-RECORD
005100         WRITE AUDIT-REPORT-RECORD.
