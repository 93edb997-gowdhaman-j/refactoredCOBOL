000270* SO A MEMBER LINKED INTO MORE THAN ONE LIBRARY SHOWS EVERY    *
000280* CURRENT COPY.  A MEMBER ON NEITHER FILE PRINTS AS NOT FOUND  *
000290* RATHER THAN SILENTLY DROPPING OFF THE ANSWER.                *
000292* AN OPTIONAL SYSTEM ID IN COLUMNS 10-17 OF A CARD LIMITS THE   *
000294* MEMBER'S HISTORY TO THAT SYSTEM - THE SAME MEMBER ON TWO      *
000296* SYSTEMS IS TWO MODULES - AND EACH HISTORY LINE SHOWS ITS      *
000298* SYSTEM, WITH A MEMBER'S HISTORY GROUPED BY SYSTEM.            *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000480     DATA RECORD IS INQUIRY-CARD-RECORD.
000490 01  INQUIRY-CARD-RECORD.
000500     05  INQ-MEMBER-NAME          PIC X(8).
000510     05  FILLER                   PIC X.
000514     05  INQ-SYSTEM-ID            PIC X(8).
000518     05  FILLER                   PIC X(63).
000520*
000530 FD  MODULE-EXTRACT-FILE
000540     BLOCK CONTAINS 0 RECORDS
000800         88  SRT-CURRENT-PLACEMENT    VALUE 1.
000810         88  SRT-MOVEMENT-HISTORY     VALUE 2.
000820     05  SRT-RUN-DATE             PIC 9(6).
000825     05  SRT-SYSTEM-ID            PIC X(8).
000830     05  SRT-MEMBER-NAME          PIC X(8).
000840     05  SRT-TYPE                 PIC X(2).
000850     05  SRT-LINK-DATE            PIC X(8).
001200                              DEPENDING ON INQUIRY-MEMBER-COUNT
001210                              INDEXED BY INQ-IX.
001220         10  IT-MEMBER-NAME       PIC X(8).
001225         10  IT-SYSTEM-ID         PIC X(8).
001230*
001240***************************************************************
001250*    MEMBER-BREAK-CONTROLS CARRY THE STATE OF THE MEMBER GROUP  *
001880     05  HDL-OLD-DSNAME           PIC X(33).
001890     05  FILLER                   PIC X(4) VALUE ' -> '.
001900     05  HDL-NEW-DSNAME           PIC X(33).
001910     05  FILLER                   PIC X(2) VALUE SPACES.
001914     05  HDL-SYSTEM-ID            PIC X(8).
001918     05  FILLER                   PIC X(33) VALUE SPACES.
001920 01  NO-CURRENT-LINE.
001930     05  FILLER                   PIC X(3) VALUE SPACES.
001940     05  FILLER                   PIC X(50) VALUE
002170     SORT SORT-FILE
002180         ON ASCENDING KEY SRT-MEMBER-SEQ
002190                          SRT-RECORD-TYPE
002195                          SRT-SYSTEM-ID
002200                          SRT-RUN-DATE
002210         INPUT PROCEDURE IS 100-GATHER-MEMBER-EVIDENCE
002220         OUTPUT PROCEDURE IS 200-PRINT-LOCATOR-REPORT.
002890     SET INQ-IX TO 1.
002900     SEARCH INQUIRY-TABLE-ENTRY
002910         WHEN IT-MEMBER-NAME (INQ-IX) = CH-MEMBER-NAME
002914             AND (IT-SYSTEM-ID (INQ-IX) = SPACES
002918              OR IT-SYSTEM-ID (INQ-IX) = CH-SYSTEM-ID)
002920             PERFORM 1210-RELEASE-MOVEMENT THRU 1210-EXIT.
002930     GO TO 1200-READ-HISTORY-RECORD.
002940 120-EXIT. EXIT.
002990     MOVE 2 TO SRT-RECORD-TYPE.
003000     MOVE CH-RUN-DATE TO SRT-RUN-DATE.
003010     MOVE CH-MEMBER-NAME TO SRT-MEMBER-NAME.
003015     MOVE CH-SYSTEM-ID TO SRT-SYSTEM-ID.
003020     MOVE CH-ACTION TO SRT-ACTION.
003030     MOVE CH-OLD-DSNAME TO SRT-OLD-DSNAME.
003040     MOVE CH-NEW-DSNAME TO SRT-NEW-DSNAME.
003620     MOVE SRT-ACTION TO HDL-ACTION.
003630     MOVE SRT-OLD-DSNAME TO HDL-OLD-DSNAME.
003640     MOVE SRT-NEW-DSNAME TO HDL-NEW-DSNAME.
003645     MOVE SRT-SYSTEM-ID TO HDL-SYSTEM-ID.
003650     MOVE HISTORY-DETAIL-LINE TO LOCATOR-REPORT-RECORD.
003660     PERFORM 7600-PRINT-A-LINE THRU 7600-EXIT.
003670     MOVE 'Y' TO HISTORY-SEEN-SWITCH.
004430         ADD 1 TO INQUIRY-MEMBER-COUNT
004440         SET INQ-IX TO INQUIRY-MEMBER-COUNT
004450         MOVE INQ-MEMBER-NAME TO IT-MEMBER-NAME (INQ-IX)
004455         MOVE INQ-SYSTEM-ID TO IT-SYSTEM-ID (INQ-IX)
004460     ELSE
004470         DISPLAY 'MODWHERE INQUIRY-TABLE FULL - CARD SKIPPED: '
004480             INQ-MEMBER-NAME.
