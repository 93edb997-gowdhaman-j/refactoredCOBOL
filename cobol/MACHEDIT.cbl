000110*    MRTYPE IN THE KNOWN SET, MRDATLKD A PLAUSIBLE MM/DD/YY  *
000120*    WHEN PRESENT, AND THE TYPE-SPECIFIC COMPILE FIELDS      *
000130*    CONSISTENT WITH MRTYPE.  CLEAN RECORDS GO OUT GROUPED   *
000135*    BY MRMEM (DD UT-S-MACHOUT - AN INTERNAL SORT ON MEMBER  *
000140*    THEN MRSYSID, ARRIVAL ORDER PRESERVED WITHIN A MEMBER   *
000145*    ON ONE SYSTEM, SO A MULTI-SYSTEM FILE KEEPS EACH        *
000150*    SYSTEM'S COPY OF A MEMBER TOGETHER); REJECTS GO TO      *
000160*    THEIR OWN EXCEPTION FILE (DD UT-S-MACHREJ) WITH THE     *
000170*    REASON ON THE RECORD, SO BCBSEXT3 ONLY EVER SEES CLEAN  *
000180*    INPUT.  POINT BCBSEXT3'S DD MACHINE AT UT-S-MACHOUT.    *
000390     DATA RECORD IS SORT-RECORD.
000400 01  SORT-RECORD.
000410     05  SRT-MEMBER-NAME          PIC X(8).
000415     05  SRT-SYSTEM-ID            PIC X(8).
000420     05  SRT-ARRIVAL-SEQUENCE     PIC 9(7).
000430     05  SRT-MACHINE-RECORD       PIC X(200).
000440*
001120     PERFORM 9900-INITIALIZATION THRU 9900-EXIT.
001130     SORT SORT-FILE
001140         ON ASCENDING KEY SRT-MEMBER-NAME
001145         ON ASCENDING KEY SRT-SYSTEM-ID
001150         ON ASCENDING KEY SRT-ARRIVAL-SEQUENCE
001160         INPUT PROCEDURE IS 100-EDIT-RAW-RECORDS
001170         OUTPUT PROCEDURE IS 200-WRITE-CLEAN-FILE.
001510         PERFORM 1400-EDIT-TYPE-CONSISTENCY THRU 1400-EXIT.
001520     IF RECORD-IS-CLEAN
001530         MOVE MRMEM TO SRT-MEMBER-NAME
001535         MOVE MRSYSID TO SRT-SYSTEM-ID
001540         MOVE RAW-RECORDS-READ TO SRT-ARRIVAL-SEQUENCE
001550         MOVE MACHINE-RECORD TO SRT-MACHINE-RECORD
001560         RELEASE SORT-RECORD
