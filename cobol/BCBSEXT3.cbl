000100*    TYPES C2 AND C3. FIELDS BETWEEN MROCSYMD AND MROCSYSO   *            
000110*    ARE FOR TYPES VS AND V4. FIELDS MRCOBSM AND MRCOBDC ARE *            
000120*    COMMON TO ALL COBOLS.                                   *            
000121*    THE MACHINE FILE MAY CARRY THE LISTINGS OF SEVERAL      *
000122*    SYSTEMS (LPARS), EACH RECORD TAGGED WITH ITS MRSYSID -  *
000123*    A MODULE IS THEN ONE MEMBER/USRDAT ON ONE SYSTEM, AND   *
000124*    THE REPORT LINE AND MODULE EXTRACT RECORD CARRY THE     *
000125*    SYSTEM ID FOR LPARCMP'S CROSS-SYSTEM COMPARISON.  A     *
000126*    SINGLE-SYSTEM FILE (MRSYSID BLANK) RUNS AS BEFORE.      *
000127*    A PARTITION CONTROL CARD (BCBSEXT3 PARTITION NN) RUNS   *
000128*    THE SWEEP ON ONE MEMBER-NAME RANGE OF A MACHINE FILE    *
000129*    SPLIT BY MACHSPLT.  THE PARTITION'S RECORD COUNT IS     *
000130*    PROVED AGAINST MACHSPLT'S CONTROL TOTAL, THE REPORT     *
000131*    CARRIES DETAIL LINES ONLY, AND THE END-OF-JOB FIGURES   *
000132*    GO TO THE PARTITION STATISTICS FILE (DD UT-S-BCBSPST)   *
000133*    FOR BCBSMRG TO ADD BACK INTO THE ONE REPORT, EXCEPTION  *
000134*    FILE AND EXTRACT DOWNSTREAM STEPS READ.                 *
000135**************************************************************            
000140 ENVIRONMENT DIVISION.                                                    
000150 CONFIGURATION SECTION.                                                   
000160 SOURCE-COMPUTER. IBM-370.                                                
000290         FILE STATUS CHECKPOINT-FILE-STATUS.
000300     SELECT MODULE-EXTRACT-FILE ASSIGN TO UT-S-MODEXT
000310         FILE STATUS EXTRACT-FILE-STATUS.
000314     SELECT PARTITION-STATS-FILE ASSIGN TO UT-S-BCBSPST
000318         FILE STATUS PARTITION-STATS-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.                                                            
000340 FD  MACHINE-FILE                                                         
000760*    SO DOWNSTREAM PROCESSING IS DECOUPLED FROM WHATEVER THE    *
000770*    PRINT LAYOUT DOES NEXT.  THE 8-BYTE MEMBER NAME LEADS THE  *
000780*    RECORD SO THE FILE FEEDS STRAIGHT INTO SRTSVC99.           *
000785*    MX-SYSTEM-ID IS THE MODULE'S MRSYSID.                      *
000790***************************************************************
000800 FD  MODULE-EXTRACT-FILE
000810     BLOCK CONTAINS 0 RECORDS
000870     05  MX-TYPE                     PIC X(2).
000880     05  MX-LINK-DATE                PIC X(8).
000890     05  MX-DSNAME                   PIC X(33).
000895     05  MX-SYSTEM-ID                PIC X(8).
000900     05  FILLER                      PIC X(17).
000901*
000902***************************************************************
000903*    PARTITION-STATS-FILE IS WRITTEN ONLY ON A PARTITION RUN - *
000904*    THE END-OF-JOB FIGURES THE STATISTICS SECTION OF          *
000905*    REPORT-FILE WOULD OTHERWISE CARRY, ONE RECORD PER TOTAL,  *
000906*    DSNAME, OLD MODULE AND COMPILER DETAIL, SO BCBSMRG CAN    *
000907*    ADD THE PARTITIONS BACK TOGETHER.                         *
000908***************************************************************
000909 FD  PARTITION-STATS-FILE
000910     BLOCK CONTAINS 0 RECORDS
000911     RECORD CONTAINS 80 CHARACTERS
000912     RECORDING MODE F.
000913     COPY BCBSPST0.
000914 
000920 WORKING-STORAGE SECTION.
000930 01  MACHINE-FILE-STATUS.                                                 
000940     05  MACHINE-FILE-STATUS-BYTE1   PIC 9 VALUE 0.                       
001120         88  CHECKPOINT-FILE-EOF VALUE 1.
001130         88  CHECKPOINT-FILE-NOT-FOUND VALUE 3.
001140     05  CHECKPOINT-FILE-STATUS-BYTE2 PIC X.
001143 01  PARTITION-STATS-STATUS.
001146     05  PARTITION-STATS-STATUS-BYTE1 PIC 9 VALUE 0.
001149     05  PARTITION-STATS-STATUS-BYTE2 PIC X.
001150***************************************************************
001160*    CHECKPOINT-CONTROL SUPPORTS A MID-RUN RESTART POINT FOR   *
001170*    LARGE LOADLIB SWEEPS.  A CHECKPOINT RECORD (MODULE NAME   *
001287     05  RESTART-EXTRACT-COUNT       PIC 9(9) VALUE ZEROS.
001290     05  RESTART-SWITCH              PIC X VALUE 'N'.
001300         88  RESTART-IN-PROGRESS         VALUE 'Y'.
001301***************************************************************
001302*    PARTITION-CONTROL IS SET FROM THE PARTITION CONTROL CARD. *
001303*    ZERO (NO CARD) IS THE ORDINARY WHOLE-FILE SWEEP; 01-08    *
001304*    NAMES THE MACHSPLT PARTITION THIS RUN READS, WHOSE        *
001305*    CONTROL TOTAL IS FILED UNDER MACHPNN, AND THE FILE ID     *
001306*    THIS RUN'S OWN EXTRACT TOTAL IS FILED UNDER (MODEXTNN).   *
001307***************************************************************
001308 01  PARTITION-CONTROL.
001309     05  SWEEP-PARTITION             PIC 99 VALUE ZERO.
001310         88  PARTITION-RUN               VALUE 1 THRU 8.
001311     05  PARTITION-INPUT-ID.
001312         10  FILLER                  PIC X(5) VALUE 'MACHP'.
001313         10  PIN-PARTITION           PIC 99 VALUE ZERO.
001314         10  FILLER                  PIC X VALUE SPACE.
001315     05  PARTITION-EXTRACT-ID.
001316         10  FILLER                  PIC X(6) VALUE 'MODEXT'.
001317         10  PEX-PARTITION           PIC 99 VALUE ZERO.
001318*
001320*    ERRLOG-PARM (COPY ERRLOGP) IS THE PARAMETER AREA FOR
001330*    CALL 'ERRLOG' - THE SHOP'S COMMON ERROR-LOGGING SUBROUTINE,
001340*    USED HERE WHEREVER THIS PROGRAM WOULD OTHERWISE CALL
001502*    CTLTOT-PARM (COPY CTLTOTP) IS THE PARAMETER AREA FOR
001503*    CALL 'CTLTOT' - THE SHOP'S CONTROL-TOTAL HANDOFF CHECK,
001504*    USED AT END OF JOB TO RECORD HOW MANY EXTRACT RECORDS
001505*    THIS SWEEP WROTE, AND ON A PARTITION RUN TO PROVE THE
001506*    WHOLE PARTITION MACHSPLT WROTE WAS READ.
001507 COPY CTLTOTP.
001508 01  STATISTICAL-DATA.
001510     05  MACHINE-RECORDS-READ        PIC S9(8) COMP VALUE +0.
001650         10  WS-MONTH                PIC XX.
001660         10  WS-DAY                  PIC XX.
001670 01  CURRENT-MODULE                  PIC X(8) VALUE SPACES.
001675 01  CURRENT-SYSTEM-ID               PIC X(8) VALUE SPACES.
001680 01  CURRENT-USRDAT.
001690     05  CURRENT-USRDAT12            PIC X(2) VALUE SPACES.
001700     05  CURRENT-USRDAT34            PIC X(2) VALUE SPACES.
002730 01  CURRENT-REPORT-TYPE         PIC XX.
002740***************************************************************
002750*    SEEN-MODULE-TABLE HOLDS EVERY MRMEM ALREADY MOVED PAST BY  *
002755*    CURRENT-MODULE SO FAR, WITH ITS MRSYSID - THE SAME MEMBER  *
002760*    ON ANOTHER SYSTEM IS ANOTHER MODULE.  MACHINE-FILE IS      *
002765*    SUPPOSED TO BE GROUPED BY MRMEM AND MRSYSID;               *
002770*    2100-CHECK-MODULE-SEQUENCE CHECKS THIS                     *
002780*    TABLE ON EVERY MODULE CHANGE AND FLAGS AN MRMEM THAT       *
002790*    REAPPEARS, SO AN UNSORTED OR CORRUPTED EXTRACT IS CAUGHT   *
002800*    BEFORE IT SILENTLY SPLITS A MODULE'S REPORT LINE IN TWO.   *
002850     05  SEEN-MODULE-ENTRY       OCCURS 1 TO 5000 TIMES
002860                                 DEPENDING ON SEEN-MODULE-COUNT
002870                                 INDEXED BY SEEN-IX.
002875         10  SEEN-SYSTEM-ID      PIC X(8).
002880         10  SEEN-MODULE         PIC X(8).
002890***************************************************************
002900*    EACH MODULE'S USRDAT CODE IS RESOLVED BY A KEYED READ OF  *
003910     05  FILLER                  PIC X(8) VALUE 'MEMBER'.
003920     05  FILLER                  PIC X(37) VALUE 'ATTRIBUTES'.
003930     05  FILLER                  PIC X(33) VALUE 'LOADLIB DSNAME'.
003935     05  FILLER                  PIC X(19) VALUE SPACES.
003940     05  FILLER                  PIC X(8) VALUE 'SYSTEM'.
003945     05  FILLER                  PIC X(27) VALUE SPACES.
003950
003960 PROCEDURE DIVISION.                                                      
003970 0000-EXECUTIVE-CONTROL.                                                  
004130                                                                          
004140 2000-CHECK-MODULE-CHANGE.
004150      IF (MRMEM NOT EQUAL CURRENT-MODULE) OR
004155          (MRUSRDAT NOT EQUAL CURRENT-USRDAT) OR
004160          (MRSYSID NOT EQUAL CURRENT-SYSTEM-ID)
004170              PERFORM 2100-CHECK-MODULE-SEQUENCE
004180              PERFORM 7000-MODULE-ANALYSIS
004190              PERFORM 6000-INITIALIZE-NEW-MODULE.
004250*    MACHINE-FILE ISN'T GROUPED BY MEMBER.
004260 2100-CHECK-MODULE-SEQUENCE.
004270     IF MRMEM NOT EQUAL CURRENT-MODULE
004275         OR MRSYSID NOT EQUAL CURRENT-SYSTEM-ID
004280         IF CURRENT-MODULE NOT = SPACES
004290             IF SEEN-MODULE-COUNT < 5000
004300                 ADD 1 TO SEEN-MODULE-COUNT
004310                 MOVE CURRENT-MODULE
004320                     TO SEEN-MODULE(SEEN-MODULE-COUNT)
004324                 MOVE CURRENT-SYSTEM-ID
004328                     TO SEEN-SYSTEM-ID(SEEN-MODULE-COUNT)
004330             ELSE
004340                 MOVE 'BCBSEXT3' TO EL-PROGRAM-ID
004350                 MOVE '2100-CHECK-MODULE-SEQUENCE' TO EL-PARAGRAPH
004390                 CALL 'ERRLOG' USING ERRLOG-PARM
004400             END-IF
004410         END-IF
004415         SET SEEN-IX TO 1
004420         PERFORM 2110-STEP-SEEN-INDEX
004430             UNTIL SEEN-IX > SEEN-MODULE-COUNT
004435             OR (SEEN-MODULE(SEEN-IX) = MRMEM
004440             AND SEEN-SYSTEM-ID(SEEN-IX) = MRSYSID)
004460         IF SEEN-IX <= SEEN-MODULE-COUNT
004470             ADD 1 TO SEQUENCE-EXCEPTION-COUNT
004480             MOVE 'BCBSEXT3' TO EL-PROGRAM-ID
004530             CALL 'ERRLOG' USING ERRLOG-PARM
004540         END-IF.
004550
004551*    2110-STEP-SEEN-INDEX STEPS THE SEEN-MODULE-TABLE LOOKUP
004552*    ABOVE ON TO THE NEXT ENTRY.
004554 2110-STEP-SEEN-INDEX.
004558     SET SEEN-IX UP BY 1.
004559
004560 3000-PROCESS-THIS-CSECT.
004570     IF MRCSECT(1:3) = 'IP3'                                              
004580       MOVE 'IP3...' TO RPT-IP3.                                          
004790                                                                          
004800 6000-INITIALIZE-NEW-MODULE.
004810     MOVE MRMEM TO CURRENT-MODULE.
004815     MOVE MRSYSID TO CURRENT-SYSTEM-ID.
004820     MOVE MRUSRDAT TO CURRENT-USRDAT.
004830     MOVE MRDATLKD TO CURRENT-LINK-DATE.
004840     MOVE MRTYPE TO CURRENT-MRTYPE.
004950         NEXT SENTENCE                                                    
004960     ELSE                                                                 
004970         MOVE CURRENT-MODULE TO RPT-MEMBER-NAME
004975         MOVE CURRENT-SYSTEM-ID TO RPT-SYSTEM-ID
004980         PERFORM 7050-LOOKUP-DSNAME
005020         IF RPT-TYPE-PM NOT = SPACES
005030             ADD 1 TO PM-MODULE-COUNT.
005890         MOVE CURRENT-MRTYPE TO MX-TYPE
005900         MOVE CURRENT-LINK-DATE TO MX-LINK-DATE
005910         MOVE RESOLVED-DSNAME TO MX-DSNAME
005915         MOVE CURRENT-SYSTEM-ID TO MX-SYSTEM-ID
005920         WRITE MODULE-EXTRACT-RECORD
005922         ADD 1 TO EXTRACT-RECORDS-WRITTEN.
005930*
006530*    TREATMENT CALLGTDS GIVES ITS OWN PRINT FILE.  EVERY LINE  *
006540*    WRITTEN TO REPORT-FILE GOES THROUGH 7600-PRINT-A-LINE SO  *
006550*    PAGINATION STAYS IN ONE PLACE.                            *
006554*    A PARTITION RUN'S REPORT CARRIES NO HEADINGS - BCBSMRG   *
006558*    PAGINATES THE MERGED REPORT.                             *
006560***************************************************************
006570 7500-PRINT-HEADING.
006580     MOVE COUNT-OF-PAGES TO RPT-HEADING-PAGE
006710     ADD CCTL TO COUNT-OF-LINES
006720     MOVE 1 TO CCTL
006730     MOVE SPACES TO REPORT-RECORD.
006735     IF BOTTOM-OF-PAGE
006740         IF PARTITION-RUN
006745             MOVE ZERO TO COUNT-OF-LINES
006750         ELSE
006755             PERFORM 7500-PRINT-HEADING.
006760
006770 8000-END-OF-FILE.                                                        
006774*    AN EMPTY PARTITION OF A SPLIT MACHINE FILE IS NOT AN
006778*    ERROR - ONLY AN EMPTY WHOLE-FILE SWEEP IS.
006780      IF MACHINE-RECORDS-READ EQUAL ZERO AND NOT PARTITION-RUN
006790          DISPLAY 'NULL MACHINE INPUT FILE ENCOUNTERED - INVALID'         
006800     MOVE 'BCBSEXT3' TO EL-PROGRAM-ID
006810     MOVE '8000-END-OF-FILE' TO EL-PARAGRAPH
009300             ((CUT-CENTURY-N * 100 + CUT-YY-N) * 100
009310             + CUT-MM-N) * 100 + CUT-DD-N
009320     END-IF.
009321*
009322*    PARTITION NN RUNS THIS SWEEP ON ONE PARTITION OF A MACHINE
009323*    FILE SPLIT BY MACHSPLT.  A CARD WHOSE VALUE IS NOT 01-08
009324*    STOPS THE RUN RATHER THAN LET A PARTITION PASS FOR A WHOLE
009325*    SWEEP, OR A WHOLE SWEEP FOR A PARTITION.
009326     MOVE 'BCBSEXT3' TO CTC-PROGRAM-ID.
009327     MOVE 'PARTITION' TO CTC-PARM-NAME.
009328     CALL 'CTLREAD' USING CTLCARD-PARM.
009329     IF CTC-PARM-FOUND
009330         IF CTC-PARM-VALUE(1:2) NUMERIC
009331             MOVE CTC-PARM-VALUE(1:2) TO SWEEP-PARTITION
009332         END-IF
009333         IF NOT PARTITION-RUN
009334             DISPLAY 'INVALID BCBSEXT3 PARTITION CARD = '
009335                 CTC-PARM-VALUE(1:8)
009336             MOVE 'BCBSEXT3' TO EL-PROGRAM-ID
009337             MOVE '9900-INITIALIZATION' TO EL-PARAGRAPH
009338             MOVE 'F' TO EL-SEVERITY
009339             MOVE 'INVALID PARTITION CONTROL CARD' TO EL-MESSAGE
009340             CALL 'ERRLOG' USING ERRLOG-PARM
009341             CALL 'ILBOABN0'
009342         END-IF
009343         MOVE SWEEP-PARTITION TO PIN-PARTITION
009344         MOVE SWEEP-PARTITION TO PEX-PARTITION
009345     END-IF.
009346     MOVE WS-MONTH TO RPT-HEADING-MONTH.
009347     MOVE WS-DAY TO RPT-HEADING-DAY.
009350     MOVE WS-YEAR TO RPT-HEADING-YEAR.
009360     MOVE 'BCBSEXT3' TO RPT-HEADING-PROGRAM.
009370     MOVE 'LOAD MODULE ANALYSIS REPORT' TO RPT-HEADING-TITLE.
009375     IF NOT PARTITION-RUN
009380         PERFORM 7500-PRINT-HEADING.
009390     MOVE SPACES TO REPORT-RECORD.
009400*
009402*    REFUSE TO RUN AHEAD OF A DECLARED ROSTER PREDECESSOR -
009418         TO EL-MESSAGE
009419     CALL 'ERRLOG' USING ERRLOG-PARM
009421         CALL 'ILBOABN0'.
009422*
009423*    AN OPERATOR HOLD KEYED THROUGH BMPQUERY STOPS THE RUN THE
009424*    SAME WAY - THE HOLDING TERMINAL AND REASON GO TO SYSOUT.
009425     IF OG-OPERATOR-HOLD
009426         DISPLAY 'BCBSEXT3 HELD BY OPERATOR AT ' OG-HOLD-TERMINAL
009427             ' - ' OG-HOLD-REASON
009428         MOVE 'BCBSEXT3' TO EL-PROGRAM-ID
009429         MOVE '9900-INITIALIZATION' TO EL-PARAGRAPH
009430         MOVE 'F' TO EL-SEVERITY
009431         MOVE 'OPERATOR HOLD IN FORCE - RUN HELD' TO EL-MESSAGE
009432         CALL 'ERRLOG' USING ERRLOG-PARM
009433         CALL 'ILBOABN0'.
009434*
009435*    A ROSTER WHOSE DECLARED PREDECESSORS FORM A CYCLE IS
009436*    REJECTED - NO JOB ON IT CAN BE ORDERED, SO NONE RUNS.
009437     IF OG-ROSTER-REJECTED
009438         DISPLAY 'BCBSEXT3 HELD - ROSTER DEPENDENCY CYCLE AT '
009439             OG-BLOCKING-PROGRAM
009440         MOVE 'BCBSEXT3' TO EL-PROGRAM-ID
009441         MOVE '9900-INITIALIZATION' TO EL-PARAGRAPH
009442         MOVE 'F' TO EL-SEVERITY
009443         MOVE 'ROSTER DEPENDENCY CYCLE - RUN HELD' TO EL-MESSAGE
009444         CALL 'ERRLOG' USING ERRLOG-PARM
009445         CALL 'ILBOABN0'.
009446*
009447*    A PLANNED MAINTENANCE WINDOW ON THE SHOP'S CALENDAR COVERS
009448*    THIS JOB (OR ALL JOBS) - NOTHING STARTS UNTIL IT CLOSES.
009449     IF OG-IN-MAINTENANCE
009450         DISPLAY 'BCBSEXT3 HELD - PLANNED MAINTENANCE UNTIL '
009451             OG-MAINTENANCE-END ' - ' OG-HOLD-REASON
009452         MOVE 'BCBSEXT3' TO EL-PROGRAM-ID
009453         MOVE '9900-INITIALIZATION' TO EL-PARAGRAPH
009454         MOVE 'F' TO EL-SEVERITY
009455         MOVE 'PLANNED MAINTENANCE WINDOW - RUN HELD'
009456             TO EL-MESSAGE
009457         CALL 'ERRLOG' USING ERRLOG-PARM
009458         CALL 'ILBOABN0'.
009459*
009460*    REGISTER THE START OF JOB WITH OPSTAT SO OPSSUM CAN FLAG
009461*    THIS RUN AS STARTED-BUT-NEVER-FINISHED IF IT HANGS OR
009462*    ABENDS BEFORE 9945-LOG-OPERATIONS-SUMMARY.
009463     MOVE 'BCBSEXT3' TO OST-PROGRAM-ID.
009464     SET OST-START-OF-JOB TO TRUE.
009465     MOVE SPACES TO OST-NAMED-COUNTERS.
009466     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
009470         OST-EXCEPTION-COUNT.
009480     CALL 'OPSTAT' USING OPSTAT-PARM.
009482*
009510
009520 9990-END-OF-JOB.
009530      PERFORM 7000-MODULE-ANALYSIS
009533     IF PARTITION-RUN
009536         PERFORM 9965-VERIFY-PARTITION-INPUT
009539         PERFORM 9960-WRITE-PARTITION-STATS
009542     ELSE
009545         PERFORM 9940-WRITE-STATISTICS.
009550     PERFORM 9945-LOG-OPERATIONS-SUMMARY.
009560     CLOSE MACHINE-FILE.
009570     CLOSE REPORT-FILE.
009605*    OPENED EXTEND, SO THE PRIOR RUN'S WRITES - CARRIED ACROSS
009606*    THE RESTART ON THE CHECKPOINT RECORD - ARE ROLLED INTO
009607*    THE TOTAL SO IT COVERS THE WHOLE DATASET THE SORT READS.
009608*
009609*    A PARTITION RUN FILES ITS EXTRACT TOTAL UNDER ITS OWN
009610*    MODEXTNN - THE MODEXT TOTAL THE SORT CHECKS IS FILED BY
009611*    BCBSMRG ONCE THE PARTITION EXTRACTS ARE COMBINED.
009612     SET CT-WRITE-TOTAL TO TRUE.
009616     MOVE 'BCBSEXT3' TO CT-PROGRAM-ID.
009617     IF PARTITION-RUN
009618         MOVE PARTITION-EXTRACT-ID TO CT-FILE-ID
009619     ELSE
009620         MOVE 'MODEXT' TO CT-FILE-ID.
009621     COMPUTE CT-RECORD-COUNT =
009622         RESTART-EXTRACT-COUNT + EXTRACT-RECORDS-WRITTEN.
009623     CALL 'CTLTOT' USING CTLTOT-PARM.
009624     CLOSE DSNAME-TABLE-FILE.
009625*
009626*    ERRLOG HOLDS THE CENTRAL ERROR LOG OPEN ACROSS CALLS -
009630*    CALL 'ERRLOGC' CLOSES IT CLEANLY NOW THAT ALL LOGGING FOR
009640*    THIS RUN IS DONE.
009650     CALL 'ERRLOGC'.
011430     MOVE COUNT-OF-PAGES TO RPT-TRAILER-PAGES
011440     MOVE RPT-TRAILER-LINE TO REPORT-RECORD
011450     PERFORM 7600-PRINT-A-LINE.
011460*
011470***************************************************************
011480*    9960-9963 WRITE A PARTITION RUN'S END-OF-JOB FIGURES TO   *
011490*    PARTITION-STATS-FILE IN PLACE OF 9940-WRITE-STATISTICS -  *
011500*    THE RUN TOTALS, THE AGING COUNTS WITH THE CUTOFF CARD IN  *
011510*    FORCE, THEN THE DSNAME LINE COUNTS, OLD MODULES AND       *
011520*    COMPILER DETAIL IN THE ORDER THIS RUN COLLECTED THEM,     *
011530*    WHICH IS THE ORDER BCBSMRG PRINTS THEM IN.                *
011540***************************************************************
011550 9960-WRITE-PARTITION-STATS.
011560     OPEN OUTPUT PARTITION-STATS-FILE.
011570     IF (PARTITION-STATS-STATUS-BYTE1 NOT EQUAL 0)
011580         DISPLAY 'BAD FILE STATUS AFTER PARTITION STATS OPEN = '
011590               PARTITION-STATS-STATUS
011600     MOVE 'BCBSEXT3' TO EL-PROGRAM-ID
011610     MOVE '9960-WRITE-PARTITION-STATS' TO EL-PARAGRAPH
011620     MOVE 'F' TO EL-SEVERITY
011630     MOVE 'BAD STATUS AFTER PARTITION STATS OPEN' TO EL-MESSAGE
011640     CALL 'ERRLOG' USING ERRLOG-PARM
011650             CALL 'ILBOABN0'.
011660     MOVE SPACES TO PARTITION-STATS-RECORD.
011670     SET PST-TOTALS-RECORD TO TRUE.
011680     MOVE SWEEP-PARTITION TO PST-PARTITION.
011690     MOVE MACHINE-RECORDS-READ TO PST-MACHINE-RECORDS.
011700     COMPUTE PST-EXTRACT-RECORDS =
011710         RESTART-EXTRACT-COUNT + EXTRACT-RECORDS-WRITTEN.
011720     MOVE USRDAT-EXCEPTION-COUNT TO PST-USRDAT-EXCEPTIONS.
011730     MOVE SEQUENCE-EXCEPTION-COUNT TO PST-SEQUENCE-EXCEPTIONS.
011740     MOVE NONSTANDARD-COUNT TO PST-NONSTANDARD-COUNT.
011750     MOVE PM-MODULE-COUNT TO PST-PM-COUNT.
011760     MOVE PR-MODULE-COUNT TO PST-PR-COUNT.
011770     MOVE P1-MODULE-COUNT TO PST-P1-COUNT.
011780     MOVE P2-MODULE-COUNT TO PST-P2-COUNT.
011790     MOVE OTHER-TYPE-MODULE-COUNT TO PST-OTHER-TYPE-COUNT.
011800     WRITE PARTITION-STATS-RECORD.
011810     MOVE SPACES TO PARTITION-STATS-RECORD.
011820     SET PST-AGING-RECORD TO TRUE.
011830     MOVE SWEEP-PARTITION TO PST-PARTITION.
011840     MOVE AGE-UNDER-1-COUNT TO PST-AGE-UNDER-1.
011850     MOVE AGE-1-TO-3-COUNT TO PST-AGE-1-TO-3.
011860     MOVE AGE-3-TO-5-COUNT TO PST-AGE-3-TO-5.
011870     MOVE AGE-OVER-5-COUNT TO PST-AGE-OVER-5.
011880     MOVE AGE-UNKNOWN-COUNT TO PST-AGE-UNKNOWN.
011890     MOVE CUTOFF-CARD-VALUE TO PST-CUTOFF-CARD.
011900     MOVE CUTOFF-CCYYMMDD TO PST-CUTOFF-CCYYMMDD.
011910     WRITE PARTITION-STATS-RECORD.
011920     PERFORM 9961-WRITE-DSNAME-STATS
011930         VARYING I FROM 1 BY 1 UNTIL I > USED-DSNAME-COUNT.
011940     PERFORM 9962-WRITE-OLD-MODULE-STATS
011950         VARYING OM-IX FROM 1 BY 1 UNTIL OM-IX > OLD-MODULE-COUNT.
011960     PERFORM 9963-WRITE-COMPILER-STATS
011970         VARYING CD-IX FROM 1 BY 1
011980             UNTIL CD-IX > COMPILER-DETAIL-COUNT.
011990     CLOSE PARTITION-STATS-FILE.
012000
012010 9961-WRITE-DSNAME-STATS.
012020     MOVE SPACES TO PARTITION-STATS-RECORD.
012030     SET PST-DSNAME-RECORD TO TRUE.
012040     MOVE SWEEP-PARTITION TO PST-PARTITION.
012050     MOVE UD-DSNAME(I) TO PST-DSNAME.
012060     MOVE UD-LINE-COUNT(I) TO PST-LINE-COUNT.
012070     WRITE PARTITION-STATS-RECORD.
012080
012090 9962-WRITE-OLD-MODULE-STATS.
012100     MOVE SPACES TO PARTITION-STATS-RECORD.
012110     SET PST-OLD-MODULE-RECORD TO TRUE.
012120     MOVE SWEEP-PARTITION TO PST-PARTITION.
012130     MOVE OM-MODULE (OM-IX) TO PST-OM-MODULE.
012140     MOVE OM-LINK-DATE (OM-IX) TO PST-OM-LINK-DATE.
012150     MOVE OM-DSNAME (OM-IX) TO PST-OM-DSNAME.
012160     WRITE PARTITION-STATS-RECORD.
012170
012180 9963-WRITE-COMPILER-STATS.
012190     MOVE SPACES TO PARTITION-STATS-RECORD.
012200     SET PST-COMPILER-RECORD TO TRUE.
012210     MOVE SWEEP-PARTITION TO PST-PARTITION.
012220     MOVE CD-MODULE (CD-IX) TO PST-CD-MODULE.
012230     MOVE CD-TYPE (CD-IX) TO PST-CD-TYPE.
012240     MOVE CD-FIELD-1 (CD-IX) TO PST-CD-FIELD-1.
012250     MOVE CD-FIELD-2 (CD-IX) TO PST-CD-FIELD-2.
012260     MOVE CD-COBSM (CD-IX) TO PST-CD-COBSM.
012270     MOVE CD-COBDC (CD-IX) TO PST-CD-COBDC.
012280     MOVE CD-STD-FLAG (CD-IX) TO PST-CD-STD-FLAG.
012290     WRITE PARTITION-STATS-RECORD.
012300*
012310*    9965-VERIFY-PARTITION-INPUT PROVES THIS RUN READ EVERY
012320*    RECORD MACHSPLT WROTE TO ITS PARTITION.  A SHORT OR LONG
012325*    READ, OR NO MACHSPLT TOTAL FILED TO PROVE IT BY, STOPS THE
012330*    RUN BEFORE ITS STATISTICS OR EXTRACT TOTAL ARE FILED, SO
012335*    BCBSMRG NEVER COMBINES A PARTITION THAT DID NOT BALANCE.
012350 9965-VERIFY-PARTITION-INPUT.
012360     SET CT-VERIFY-TOTAL TO TRUE.
012370     MOVE 'BCBSEXT3' TO CT-PROGRAM-ID.
012380     MOVE PARTITION-INPUT-ID TO CT-FILE-ID.
012390     MOVE MACHINE-RECORDS-READ TO CT-RECORD-COUNT.
012400     CALL 'CTLTOT' USING CTLTOT-PARM.
012410     IF CT-TOTAL-MISMATCH
012420         DISPLAY 'BCBSEXT3 PARTITION ' SWEEP-PARTITION
012430             ' RECORDS READ ' CT-RECORD-COUNT
012440             ' NOT = MACHSPLT TOTAL ' CT-EXPECTED-COUNT
012450         CALL 'ILBOABN0'.
012460     IF CT-NO-TOTAL-FOUND
012470         DISPLAY 'BCBSEXT3 NO MACHSPLT TOTAL FILED FOR '
012480             PARTITION-INPUT-ID
012481         MOVE 'BCBSEXT3' TO EL-PROGRAM-ID
012482         MOVE '9965-VERIFY-PARTITION-INPUT' TO EL-PARAGRAPH
012483         MOVE 'F' TO EL-SEVERITY
012484         MOVE 'NO MACHSPLT CONTROL TOTAL - PARTITION NOT PROVED'
012485             TO EL-MESSAGE
012486         CALL 'ERRLOG' USING ERRLOG-PARM
012487         CALL 'ILBOABN0'.
012490
