000100*  ARE PASSED TO GETDSNC, DASD VOLSERS TO GETDSND, EACH OF *
000110*  WHICH OBTAINS THE DATASET NAME BY INTERFACING WITH ITS  *
000120*  OWN CATALOG. THE DATASET NAME RETURNED IS PRINTED.      *
000121*  WHEN THE CONTROL CARD ASKS FOR IT (POSITION 9 = 'Y'),   *
000122*  EVERY VOLSER RESOLVED IN THE VOLSER DIRECTION IS ALSO   *
000123*  POSTED TO THE KEYED TAPE INVENTORY MASTER (DD TAPEINV,  *
000124*  LAYOUT TAPEINV0) - CATALOG TYPE, FIRST DATASET NAME,    *
000125*  EXPIRATION, FIRST/LAST-SEEN DATES AND TIMES SEEN - SO   *
000126*  TAPERPT CAN FIND THE VOLUMES NO SWEEP SEES ANY MORE.    *
000130***********************************************************
000140 ENVIRONMENT DIVISION.
000150 CONFIGURATION SECTION.
000220     SELECT INVALID-FILE ASSIGN TO UT-S-INVAL1.
000230     SELECT OPTIONAL CONTROL-FILE ASSIGN TO UT-S-CTLCARD.
000240     SELECT EXTRACT-FILE ASSIGN TO UT-S-VSEXT.
000241     SELECT OPTIONAL TAPE-INVENTORY-FILE ASSIGN TO TAPEINV
000242         ORGANIZATION IS INDEXED
000243         ACCESS MODE IS RANDOM
000244         RECORD KEY IS TIV-VOLSER
000245         FILE STATUS TAPE-INVENTORY-STATUS.
000250*
000260 DATA DIVISION.
000270 FILE SECTION.
001180     05 CTL-WRITE-EXTRACT       PIC X.
001190     05 CTL-RUN-MODE            PIC X.
001200     05 CTL-EXPIRE-HORIZON      PIC 9(3).
001205     05 CTL-POST-INVENTORY      PIC X.
001210     05 FILLER                  PIC X(71).
001220*
001230***************************************************************
001240*    EXTRACT-FILE IS AN OPTIONAL FLAT VOLUME-SERIAL/DATASET-   *
001460        10 EXT-DATASET-NAME    PIC X(44).
001470        10 FILLER              PIC X(28).
001480*
001481***************************************************************
001482*    TAPE-INVENTORY-FILE IS THE KEYED VOLUME INVENTORY MASTER,  *
001483*    OPENED I-O ONLY WHEN CTL-POST-INVENTORY = 'Y'.  4160 READS *
001484*    EACH RESOLVED VOLSER BY KEY AND REWRITES IT, OR WRITES IT  *
001485*    NEW THE FIRST TIME ANY SWEEP SEES IT.                      *
001486***************************************************************
001487 FD  TAPE-INVENTORY-FILE
001488     RECORD CONTAINS 150 CHARACTERS
001489     DATA RECORD IS TAPE-INVENTORY-RECORD.
001490     COPY TAPEINV0.
001491*
001492 WORKING-STORAGE SECTION.
001500*
001510 01  MISCELLANEOUS-DATA-FIELDS.
001520     05 FILLER                      PIC X(36)  VALUE
001580        88 END-OF-INPUT-FILE        VALUE 'Y'.
001590     05 WRITE-EXTRACT-SWITCH        PIC X VALUE 'N'.
001600        88 WRITE-VOLSER-EXTRACT     VALUE 'Y'.
001604     05 POST-INVENTORY-SWITCH       PIC X VALUE 'N'.
001608        88 POST-TAPE-INVENTORY      VALUE 'Y'.
001610*
001620*    RUN-MODE-SWITCH SELECTS THE LOOKUP DIRECTION FOR THE RUN,
001630*    FROM CTL-RUN-MODE ON CONTROL-FILE - 'V' (OR BLANK) IS THE
003711 COPY CTLTOTP.
003712 01  EXTRACT-RECORDS-WRITTEN        PIC 9(9) VALUE ZEROS.
003713*
003714*    INVENTORY-POSTING-FIELDS COUNT WHAT 4160 DID TO THE TAPE
003715*    INVENTORY MASTER THIS RUN.  SWEEP-DATE IS THE RUN DATE
003716*    AS CCYYMMDD, THE DATE EVERY POSTED VOLSER WAS LAST SEEN.
003717 01  INVENTORY-POSTING-FIELDS.
003718     05  TAPE-INVENTORY-STATUS      PIC XX VALUE '00'.
003719     05  SWEEP-DATE                 PIC 9(8) VALUE ZEROS.
003720     05  WS-DATE-N                  PIC 9(6).
003721     05  INVENTORY-ADDED-COUNT      PIC S9(7) COMP VALUE +0.
003722     05  INVENTORY-UPDATED-COUNT    PIC S9(7) COMP VALUE +0.
003723     05  INVENTORY-RENAMED-COUNT    PIC S9(7) COMP VALUE +0.
003724 01  INVENTORY-COUNT-LINE.
003725     05  FILLER                     PIC X(24) VALUE
003726                     'TAPE INVENTORY - ADDED: '.
003727     05  ICL-ADDED-COUNT            PIC ZZZ,ZZ9.
003728     05  FILLER                     PIC X(11) VALUE
003729                     '  UPDATED: '.
003730     05  ICL-UPDATED-COUNT          PIC ZZZ,ZZ9.
003731     05  FILLER                     PIC X(20) VALUE
003732                     '  DATASET CHANGED: '.
003733     05  ICL-RENAMED-COUNT          PIC ZZZ,ZZ9.
003734     05  FILLER                     PIC X(56) VALUE SPACES.
003735*
003736***************************************************************
003737*    TRAILER-LINE IS THE GRAND-TOTAL SUMMARY PRINTED BY 8500-    *
003738*    PRINT-TRAILER AT END OF JOB SO THE REPORT IS USABLE         *
003739*    STANDALONE WITHOUT COUNTING DETAIL LINES BY HAND.           *
003740***************************************************************
003760 01  TRAILER-LINE.
003770     05  FILLER                     PIC X(15) VALUE
003780                     'TOTAL VOLSERS: '.
004100     IF WRITE-VOLSER-EXTRACT
004110         OPEN OUTPUT EXTRACT-FILE.
004120     ACCEPT WS-DATE FROM DATE.
004122     MOVE WS-DATE TO WS-DATE-N.
004124     COMPUTE SWEEP-DATE = 20000000 + WS-DATE-N.
004126     IF POST-TAPE-INVENTORY
004128         PERFORM 2050-OPEN-TAPE-INVENTORY THRU 2050-EXIT.
004130     IF EXPIRE-HORIZON-DAYS > ZERO
004140         PERFORM 2020-COMPUTE-HORIZON-DATE THRU 2020-EXIT.
004150     MOVE WS-MONTH TO HEADING-MONTH.
004221        CALL 'ERRLOG' USING ERRLOG-PARM
004222        CALL 'ILBOABN0'.
004223*
004224*    AN OPERATOR HOLD KEYED THROUGH BMPQUERY STOPS THE RUN THE
004225*    SAME WAY - THE HOLDING TERMINAL AND REASON GO TO SYSOUT.
004226     IF OG-OPERATOR-HOLD
004227        DISPLAY 'CALLGTDS HELD BY OPERATOR AT ' OG-HOLD-TERMINAL
004228            ' - ' OG-HOLD-REASON
004229        MOVE 'CALLGTDS' TO EL-PROGRAM-ID
004230        MOVE '2000-INITIALIZATION' TO EL-PARAGRAPH
004231        MOVE 'F' TO EL-SEVERITY
004232        MOVE 'OPERATOR HOLD IN FORCE - RUN HELD' TO EL-MESSAGE
004233        CALL 'ERRLOG' USING ERRLOG-PARM
004234        CALL 'ILBOABN0'.
004235*
004236*    A ROSTER WHOSE DECLARED PREDECESSORS FORM A CYCLE IS
004237*    REJECTED - NO JOB ON IT CAN BE ORDERED, SO NONE RUNS.
004238     IF OG-ROSTER-REJECTED
004239        DISPLAY 'CALLGTDS HELD - ROSTER DEPENDENCY CYCLE AT '
004240            OG-BLOCKING-PROGRAM
004241        MOVE 'CALLGTDS' TO EL-PROGRAM-ID
004242        MOVE '2000-INITIALIZATION' TO EL-PARAGRAPH
004243        MOVE 'F' TO EL-SEVERITY
004244        MOVE 'ROSTER DEPENDENCY CYCLE - RUN HELD' TO EL-MESSAGE
004245        CALL 'ERRLOG' USING ERRLOG-PARM
004246        CALL 'ILBOABN0'.
004247*
004248*    A PLANNED MAINTENANCE WINDOW ON THE SHOP'S CALENDAR COVERS
004249*    THIS JOB (OR ALL JOBS) - NOTHING STARTS UNTIL IT CLOSES.
004250     IF OG-IN-MAINTENANCE
004251        DISPLAY 'CALLGTDS HELD - PLANNED MAINTENANCE UNTIL '
004252            OG-MAINTENANCE-END ' - ' OG-HOLD-REASON
004253        MOVE 'CALLGTDS' TO EL-PROGRAM-ID
004254        MOVE '2000-INITIALIZATION' TO EL-PARAGRAPH
004255        MOVE 'F' TO EL-SEVERITY
004256        MOVE 'PLANNED MAINTENANCE WINDOW - RUN HELD' TO EL-MESSAGE
004257        CALL 'ERRLOG' USING ERRLOG-PARM
004258        CALL 'ILBOABN0'.
004259*
004260*    REGISTER THE START OF JOB WITH OPSTAT SO OPSSUM CAN FLAG
004261*    THIS RUN AS STARTED-BUT-NEVER-FINISHED IF IT HANGS OR
004262*    ABENDS BEFORE 8600-LOG-OPERATIONS-SUMMARY.
004263     MOVE 'CALLGTDS' TO OST-PROGRAM-ID.
004264     SET OST-START-OF-JOB TO TRUE.
004265     MOVE SPACES TO OST-NAMED-COUNTERS.
004266     MOVE ZEROS TO OST-RECORDS-PROCESSED, OST-ERROR-COUNT,
004267         OST-EXCEPTION-COUNT.
004270     CALL 'OPSTAT' USING OPSTAT-PARM.
004272*
004274*    CARRY THE RUN IDENTIFIER OPSTAT JUST ASSIGNED ON EVERY
004400             MOVE ZERO TO CTL-PAGE-SIZE
004410             MOVE SPACE TO CTL-RUN-MODE
004420             MOVE ZEROS TO CTL-EXPIRE-HORIZON
004425             MOVE 'N' TO CTL-WRITE-EXTRACT
004430             MOVE 'N' TO CTL-POST-INVENTORY.
004440     IF CTL-PAGE-SIZE > ZERO
004450         MOVE CTL-PAGE-SIZE TO PAGE-SIZE-LIMIT.
004460     MOVE CTL-WRITE-EXTRACT TO WRITE-EXTRACT-SWITCH.
004490     IF CTL-EXPIRE-HORIZON NUMERIC
004500         AND CTL-EXPIRE-HORIZON > ZERO
004510         MOVE CTL-EXPIRE-HORIZON TO EXPIRE-HORIZON-DAYS.
004513     IF CTL-POST-INVENTORY = 'Y'
004516         AND VOLSER-RUN-MODE
004519         MOVE 'Y' TO POST-INVENTORY-SWITCH.
004520     CLOSE CONTROL-FILE.
004530 2010-EXIT. EXIT.
004531*
004532*    2050-OPEN-TAPE-INVENTORY OPENS THE MASTER FOR UPDATE - THE
004533*    FIRST POSTING RUN CREATES IT.  A MASTER THAT WILL NOT OPEN
004534*    IS REPORTED AND THE RUN GOES ON WITHOUT POSTING.
004535 2050-OPEN-TAPE-INVENTORY.
004536     OPEN I-O TAPE-INVENTORY-FILE.
004537     IF TAPE-INVENTORY-STATUS NOT = '00'
004538         AND TAPE-INVENTORY-STATUS NOT = '05'
004539         DISPLAY 'CALLGTDS TAPE INVENTORY NOT OPENED - STATUS '
004540             TAPE-INVENTORY-STATUS ' - NOTHING POSTED'
004541         MOVE 'N' TO POST-INVENTORY-SWITCH.
004542 2050-EXIT. EXIT.
004543*
004550*    2020-COMPUTE-HORIZON-DATE STEPS THE RUN DATE FORWARD
004560*    EXPIRE-HORIZON-DAYS CALENDAR DAYS - A TMS EXPIRATION ON OR
004570*    BEFORE THE RESULT PUTS THE VOLUME ON THE EXPIRING LIST.
007730          PERFORM 4120-CHECK-EXPIRE-HORIZON THRU 4120-EXIT.
007740          IF WRITE-VOLSER-EXTRACT
007750              PERFORM 4150-WRITE-EXTRACT-RECORD THRU 4150-EXIT.
007753          IF POST-TAPE-INVENTORY
007756              AND DSN-SEQUENCE-COUNTER = 1
007759              PERFORM 4160-POST-TAPE-INVENTORY THRU 4160-EXIT.
007760          PERFORM 6000-PRINT-A-LINE THRU 6000-EXIT.
007770 4100-EXIT. EXIT.
007780*
008140     WRITE EXTRACT-RECORD.
008142     ADD 1 TO EXTRACT-RECORDS-WRITTEN.
008150 4150-EXIT. EXIT.
008151*
008152***************************************************************
008153*    4160-POST-TAPE-INVENTORY RECORDS THE VOLSER'S FIRST        *
008154*    DATASET ON THE INVENTORY MASTER.  A VOLSER NOT ON FILE IS  *
008155*    ADDED, FIRST SEEN TODAY; ONE ON FILE IS LAST SEEN TODAY,   *
008156*    COUNTED ONCE MORE IF NOT ALREADY SEEN TODAY, AND KEEPS THE *
008157*    DATASET NAME IT HAD BEFORE WHEN THE NAME HAS CHANGED.      *
008158***************************************************************
008159 4160-POST-TAPE-INVENTORY.
008160     MOVE VOLUME-SERIAL IN INPUT-RECORD TO TIV-VOLSER.
008161     READ TAPE-INVENTORY-FILE
008162         INVALID KEY
008163             PERFORM 4170-ADD-TAPE-INVENTORY THRU 4170-EXIT
008164             GO TO 4160-EXIT
008165     END-READ.
008166     IF TIV-DSNAME NOT = DATASET-NAME IN PARM-FIELD
008167         MOVE TIV-DSNAME TO TIV-PREVIOUS-DSNAME
008168         MOVE SWEEP-DATE TO TIV-DSNAME-CHANGED-DATE
008169         ADD 1 TO INVENTORY-RENAMED-COUNT.
008170     IF TIV-LAST-SEEN-DATE NOT = SWEEP-DATE
008171         ADD 1 TO TIV-TIMES-SEEN.
008172     PERFORM 4180-MOVE-INVENTORY-DATA THRU 4180-EXIT.
008173     REWRITE TAPE-INVENTORY-RECORD
008174         INVALID KEY
008175             DISPLAY 'CALLGTDS TAPE INVENTORY REWRITE FAILED - '
008176                 TIV-VOLSER ' STATUS ' TAPE-INVENTORY-STATUS
008177         NOT INVALID KEY
008178             ADD 1 TO INVENTORY-UPDATED-COUNT
008179     END-REWRITE.
008180 4160-EXIT. EXIT.
008181*
008182 4170-ADD-TAPE-INVENTORY.
008183     MOVE SPACES TO TAPE-INVENTORY-RECORD.
008184     MOVE VOLUME-SERIAL IN INPUT-RECORD TO TIV-VOLSER.
008185     MOVE SWEEP-DATE TO TIV-FIRST-SEEN-DATE.
008186     MOVE 1 TO TIV-TIMES-SEEN.
008187     MOVE ZEROS TO TIV-DSNAME-CHANGED-DATE.
008188     PERFORM 4180-MOVE-INVENTORY-DATA THRU 4180-EXIT.
008189     WRITE TAPE-INVENTORY-RECORD
008190         INVALID KEY
008191             DISPLAY 'CALLGTDS TAPE INVENTORY WRITE FAILED - '
008192                 TIV-VOLSER ' STATUS ' TAPE-INVENTORY-STATUS
008193         NOT INVALID KEY
008194             ADD 1 TO INVENTORY-ADDED-COUNT
008195     END-WRITE.
008196 4170-EXIT. EXIT.
008197*
008198 4180-MOVE-INVENTORY-DATA.
008199     IF DASD-VOLUME
008200         MOVE 'D' TO TIV-CATALOG-TYPE
008201     ELSE
008202         MOVE 'T' TO TIV-CATALOG-TYPE.
008203     MOVE DATASET-NAME IN PARM-FIELD TO TIV-DSNAME.
008204     MOVE TMS-CREATE-DATE TO TIV-CREATE-DATE.
008205     MOVE TMS-EXPIRE-DATE TO TIV-EXPIRE-DATE.
008206     MOVE SWEEP-DATE TO TIV-LAST-SEEN-DATE.
008207 4180-EXIT. EXIT.
008208*
008209 4700-FORMAT-ERROR-LINE.
008210         ADD 1 TO FAILED-LOOKUP-COUNT.
008211         MOVE 'UNABLE TO OBTAIN DATASET NAME - RC=' TO
008212              DATASET-NAME IN PRINT-RECORD.
008213         MOVE SUCCESS-INDICATOR IN PARM-FIELD TO
008220              DATASET-NAME IN PRINT-RECORD (36:2).
008230         MOVE VOLUME-SERIAL IN INPUT-RECORD TO
008240              VOLUME-SERIAL IN PRINT-RECORD.
009520         MOVE AUDIT-EXCEPTION-COUNT TO ACL-COUNT
009530         MOVE AUDIT-COUNT-LINE TO PRINT-LINE
009540         PERFORM 6000-PRINT-A-LINE THRU 6000-EXIT.
009541     IF POST-TAPE-INVENTORY
009542         MOVE INVENTORY-ADDED-COUNT TO ICL-ADDED-COUNT
009543         MOVE INVENTORY-UPDATED-COUNT TO ICL-UPDATED-COUNT
009544         MOVE INVENTORY-RENAMED-COUNT TO ICL-RENAMED-COUNT
009545         MOVE INVENTORY-COUNT-LINE TO PRINT-LINE
009546         PERFORM 6000-PRINT-A-LINE THRU 6000-EXIT.
009547     MOVE CACHE-SAVED-COUNT TO CSL-COUNT.
009548     MOVE CACHE-SAVED-LINE TO PRINT-LINE.
009549     PERFORM 6000-PRINT-A-LINE THRU 6000-EXIT.
009550     MOVE TOTAL-VOLSER-COUNT TO TRL-TOTAL-COUNT.
009560     MOVE SUCCESSFUL-LOOKUP-COUNT TO TRL-SUCCESS-COUNT.
009570     MOVE FAILED-LOOKUP-COUNT TO TRL-FAILED-COUNT.
009690     CLOSE INPUT-FILE,
009700           PRINT-FILE,
009710           INVALID-FILE.
009714     IF POST-TAPE-INVENTORY
009718         CLOSE TAPE-INVENTORY-FILE.
009720     IF WRITE-VOLSER-EXTRACT
009730         CLOSE EXTRACT-FILE
009732*
