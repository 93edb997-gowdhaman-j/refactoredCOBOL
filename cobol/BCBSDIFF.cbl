000020 PROGRAM-ID.    BCBSDIFF.
000030 AUTHOR.        R THORNTON.
000040*****************************************************************
000048* COMPARES TWO BCBSEXT3 REPORT-FILE SNAPSHOTS (OLD-REPORT-FILE  *
000052* AND NEW-REPORT-FILE) KEYED BY RPT-MEMBER-NAME AND             *
000056* RPT-SYSTEM-ID AND WRITES AN ADDED/REMOVED/MOVED/CHANGED DIFF  *
000060* REPORT SHOWING LOAD-MODULE CHURN BETWEEN THE TWO RUNS -       *
000064* CHANGED IS A MEMBER WHOSE RPT-MODULE-ATTRIBUTES (TYPE FLAGS   *
000068* AND CSECT EVIDENCE) CHANGED IN PLACE WITH THE LIBRARY         *
000072* UNCHANGED, THE RECOMPILE THE MOVED ACTION NEVER SAW.  THE     *
000076* SAME MEMBER ON TWO SYSTEMS IS TWO MODULES, SO A MULTI-SYSTEM  *
000080* REPORT IS MATCHED MEMBER AND SYSTEM TOGETHER; A SINGLE-SYSTEM *
000084* REPORT (RPT-SYSTEM-ID BLANK) MATCHES ON MEMBER AS BEFORE.     *
000088* BOTH INPUT FILES MUST BE IN RPT-MEMBER-NAME, RPT-SYSTEM-ID    *
000092* ASCENDING ORDER - THE ORDER BCBSEXT3 WRITES REPORT-FILE IN    *
000096* WHEN MACHINE-FILE IS SORTED ON MRMEM AND MRSYSID.  A RECORD   *
000100* OUT OF THAT ORDER STOPS THE RUN RATHER THAN PRODUCE A FALSE   *
000104* ADDED/REMOVED PAIR; SORT THE REPORT ON COLUMNS 2-9 AND 100-107 *
000108* BEFORE DIFFING IT IF ITS SYSTEMS ARE NOT IN ASCENDING ORDER.  *
000110*****************************************************************
000120 ENVIRONMENT DIVISION.
000130 CONFIGURATION SECTION.
000520     05  DIFF-OLD-DSNAME             PIC X(33).
000530     05  FILLER                      PIC X.
000540     05  DIFF-NEW-DSNAME             PIC X(33).
000545     05  FILLER                      PIC X.
000550     05  DIFF-SYSTEM-ID              PIC X(8).
000555     05  FILLER                      PIC X(39).
000560*
000570***************************************************************
000580*    CHURN-HISTORY-FILE (DD UT-S-DIFHIST) ACCUMULATES EVERY     *
000810 01  CHURN-HISTORY-FILE-STATUS.
000820     05  CHURN-HISTORY-STATUS-BYTE1    PIC 9 VALUE 0.
000830     05  CHURN-HISTORY-STATUS-BYTE2    PIC X.
000835***************************************************************
000840*    MATCH-MERGE-KEYS HOLD THE CURRENT RECORD'S MEMBER NAME    *
000845*    AND SYSTEM ID FROM EACH INPUT FILE.  A KEY OF HIGH-VALUES *
000850*    MEANS THAT FILE HAS REACHED END OF FILE - THE USUAL       *
000855*    SENTINEL FOR A MATCH-MERGE COMPARE.  THE PRIOR KEYS HOLD  *
000860*    THE LAST KEY READ FROM EACH FILE FOR THE SEQUENCE CHECK.  *
000865***************************************************************
000870 01  MATCH-MERGE-KEYS.
000875     05  OLD-KEY                     VALUE HIGH-VALUES.
000880         10  OLD-KEY-MEMBER          PIC X(8).
000885         10  OLD-KEY-SYSTEM          PIC X(8).
000890     05  NEW-KEY                     VALUE HIGH-VALUES.
000895         10  NEW-KEY-MEMBER          PIC X(8).
000900         10  NEW-KEY-SYSTEM          PIC X(8).
000905     05  PRIOR-OLD-KEY               PIC X(16) VALUE LOW-VALUES.
000910     05  PRIOR-NEW-KEY               PIC X(16) VALUE LOW-VALUES.
000930 01  STATISTICAL-DATA.
000940     05  ADDED-COUNT                 PIC S9(7) COMP VALUE +0.
000950     05  REMOVED-COUNT               PIC S9(7) COMP VALUE +0.
001140     05  DSL-COUNT               PIC ZZZ,ZZ9.
001150     05  FILLER                  PIC X(88) VALUE SPACES.
001152***************************************************************
001153*    CHANGED-DETAIL-LINE SHOWS THE FIRST 52 OF THE 54 BYTES OF  *
001154*    TYPE FLAGS AND CSECT EVIDENCE, OLD AND NEW SIDE BY SIDE IN *
001155*    53-BYTE COLUMNS (A BLANK BETWEEN), THEN THE SYSTEM ID.     *
001156***************************************************************
001157 01  CHANGED-DETAIL-LINE.
001158     05  FILLER                  PIC X VALUE SPACE.
001161     05  FILLER                  PIC X VALUE SPACE.
001162     05  FILLER                  PIC X(7) VALUE 'CHANGED'.
001163     05  FILLER                  PIC X VALUE SPACE.
001164     05  CHG-OLD-ATTRIBUTES      PIC X(53).
001165     05  FILLER                  PIC X VALUE SPACE.
001166     05  CHG-NEW-ATTRIBUTES      PIC X(53).
001167     05  CHG-SYSTEM-ID           PIC X(8).
001168 01  HEADING-LINE-1.
001170     05  FILLER                  PIC X VALUE SPACES.
001180     05  FILLER                  PIC X(13) VALUE
001390     05  FILLER                  PIC X(33) VALUE 'OLD DSNAME'.
001400     05  FILLER                  PIC X VALUE SPACES.
001410     05  FILLER                  PIC X(33) VALUE 'NEW DSNAME'.
001415     05  FILLER                  PIC X VALUE SPACES.
001420     05  FILLER                  PIC X(8) VALUE 'SYSTEM'.
001425     05  FILLER                  PIC X(39) VALUE SPACES.
001430 PROCEDURE DIVISION.
001440 0000-EXECUTIVE-CONTROL.
001450     PERFORM 9900-INITIALIZATION.
001600     END-IF.
001610
001620 2000-PROCESS-REMOVED.
001625     MOVE OLD-KEY-MEMBER TO DIFF-MEMBER-NAME
001630     MOVE OLD-KEY-SYSTEM TO DIFF-SYSTEM-ID
001640     MOVE 'REMOVED' TO DIFF-ACTION
001650     MOVE OLD-RPT-DSNAME TO DIFF-OLD-DSNAME
001660     MOVE SPACES TO DIFF-NEW-DSNAME
001700     PERFORM 3000-READ-OLD-RECORD.
001710
001720 2100-PROCESS-ADDED.
001725     MOVE NEW-KEY-MEMBER TO DIFF-MEMBER-NAME
001730     MOVE NEW-KEY-SYSTEM TO DIFF-SYSTEM-ID
001740     MOVE 'ADDED' TO DIFF-ACTION
001750     MOVE SPACES TO DIFF-OLD-DSNAME
001760     MOVE NEW-RPT-DSNAME TO DIFF-NEW-DSNAME
001810
001820 2200-PROCESS-MATCHED.
001830     IF OLD-RPT-DSNAME NOT = NEW-RPT-DSNAME
001835         MOVE OLD-KEY-MEMBER TO DIFF-MEMBER-NAME
001840         MOVE OLD-KEY-SYSTEM TO DIFF-SYSTEM-ID
001850         MOVE 'MOVED' TO DIFF-ACTION
001860         MOVE OLD-RPT-DSNAME TO DIFF-OLD-DSNAME
001870         MOVE NEW-RPT-DSNAME TO DIFF-NEW-DSNAME
001939*    AS MOVES.                                                  *
001941***************************************************************
001942 2300-PROCESS-CHANGED.
001943     MOVE OLD-KEY-MEMBER TO CHG-MEMBER-NAME.
001944     MOVE OLD-KEY-SYSTEM TO CHG-SYSTEM-ID.
001945     MOVE OLD-RPT-MODULE-ATTRIBUTES (1:52) TO CHG-OLD-ATTRIBUTES.
001946     MOVE NEW-RPT-MODULE-ATTRIBUTES (1:52) TO CHG-NEW-ATTRIBUTES.
001948     PERFORM 7750-WRITE-CHANGED-HISTORY.
001949     MOVE CHANGED-DETAIL-LINE TO DIFF-RECORD.
001951     PERFORM 7600-PRINT-A-LINE.
002020                     OLD-REPORT-FILE-STATUS
002030                 CALL 'ILBOABN0'
002040         ELSE
002042             MOVE OLD-RPT-MEMBER-NAME TO OLD-KEY-MEMBER
002044             MOVE OLD-RPT-SYSTEM-ID TO OLD-KEY-SYSTEM
002046             IF OLD-KEY < PRIOR-OLD-KEY
002048                 DISPLAY 'OLD REPORT NOT IN MEMBER/SYSTEM ORDER'
002049                       ' AT ' OLD-KEY-MEMBER ' '
002050                       OLD-KEY-SYSTEM
002052                   CALL 'ILBOABN0'
002054             END-IF
002056             MOVE OLD-KEY TO PRIOR-OLD-KEY
002060         END-IF.
002070
002080 3100-READ-NEW-RECORD.
002150                     NEW-REPORT-FILE-STATUS
002160                 CALL 'ILBOABN0'
002170         ELSE
002172             MOVE NEW-RPT-MEMBER-NAME TO NEW-KEY-MEMBER
002174             MOVE NEW-RPT-SYSTEM-ID TO NEW-KEY-SYSTEM
002176             IF NEW-KEY < PRIOR-NEW-KEY
002178                 DISPLAY 'NEW REPORT NOT IN MEMBER/SYSTEM ORDER'
002179                       ' AT ' NEW-KEY-MEMBER ' '
002180                       NEW-KEY-SYSTEM
002182                   CALL 'ILBOABN0'
002184             END-IF
002186             MOVE NEW-KEY TO PRIOR-NEW-KEY
002190         END-IF.
002200
002210***************************************************************
002510     MOVE DIFF-ACTION TO CH-ACTION.
002520     MOVE DIFF-OLD-DSNAME TO CH-OLD-DSNAME.
002530     MOVE DIFF-NEW-DSNAME TO CH-NEW-DSNAME.
002535     MOVE DIFF-SYSTEM-ID TO CH-SYSTEM-ID.
002540     WRITE CHURN-HISTORY-RECORD.
002550*
002551*    7750-WRITE-CHANGED-HISTORY PUTS THE DATED CHANGED RECORD
002558     MOVE WS-YEAR TO CH-RUN-DATE(1:2).
002559     MOVE WS-MONTH TO CH-RUN-DATE(3:2).
002561     MOVE WS-DAY TO CH-RUN-DATE(5:2).
002562     MOVE OLD-KEY-MEMBER TO CH-MEMBER-NAME.
002563     MOVE 'CHANGED' TO CH-ACTION.
002564     MOVE OLD-RPT-MODULE-ATTRIBUTES (1:33) TO CH-OLD-DSNAME.
002565     MOVE NEW-RPT-MODULE-ATTRIBUTES (1:33) TO CH-NEW-DSNAME.
002566     MOVE OLD-KEY-SYSTEM TO CH-SYSTEM-ID.
002567     WRITE CHURN-HISTORY-RECORD.
002568 7600-PRINT-A-LINE.
002570     WRITE DIFF-RECORD AFTER ADVANCING CCTL LINES
002580     ADD CCTL TO COUNT-OF-LINES
