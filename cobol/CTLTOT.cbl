000210* MISMATCH IS LOGGED AS AN ERRLOG FATAL UNDER THE CONSUMER'S    *
000220* PROGRAM-ID AND ANSWERED CT-TOTAL-MISMATCH SO THE CONSUMER     *
000230* CAN ABEND INSTEAD OF QUIETLY REPORTING SHORT.                 *
000231* EVERY VERIFICATION IS ALSO APPENDED TO THE FILE AS A CONSUMER *
000232* RECORD (TYPE 'V') WITH THE COUNT READ AND THE ANSWER GIVEN,   *
000233* SO THE FILE CARRIES THE FULL PRODUCER-TO-CONSUMER LINEAGE OF  *
000234* EVERY HANDED-OFF FILE - THE CHAIN OPSRERUN FOLLOWS WHEN A     *
000235* PRODUCER HAS TO BE RERUN.                                     *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000370     LABEL RECORDS ARE OMITTED
000380     DATA RECORD IS CONTROL-TOTAL-RECORD.
000390*
000400     COPY CTLTREC0.
000470*
000480 WORKING-STORAGE SECTION.
000490 77  FILLER PIC X(36)  VALUE
000800     ACCEPT CTR-DATE FROM DATE.
000810     ACCEPT CTR-TIME FROM TIME.
000820     MOVE CT-RECORD-COUNT TO CTR-RECORD-COUNT.
000824     MOVE 'W' TO CTR-RECORD-TYPE.
000828     MOVE SPACES TO CTR-VERIFY-RESULT.
000830     WRITE CONTROL-TOTAL-RECORD.
000840     CLOSE CONTROL-TOTAL-FILE.
000850*
001120                 TO EL-MESSAGE
001130             CALL 'ERRLOG' USING ERRLOG-PARM
001140         END-IF.
001145     PERFORM 2200-RECORD-VERIFICATION.
001150*
001160 2100-READ-ONE-TOTAL-RECORD.
001170     READ CONTROL-TOTAL-FILE
001190             SET TOTAL-FILE-EOF TO TRUE.
001200     IF NOT TOTAL-FILE-EOF
001210         AND CTR-FILE-ID = CT-FILE-ID
001215         AND CTR-PRODUCER-TOTAL
001220         SET TOTAL-ON-FILE TO TRUE
001230         MOVE CTR-RECORD-COUNT TO NEWEST-RECORD-COUNT.
001240*
001250*    2200-RECORD-VERIFICATION APPENDS THE CONSUMER'S SIDE OF
001260*    THE HANDOFF - WHO READ THE FILE, HOW MANY RECORDS, AND
001270*    WHAT CTLTOT ANSWERED - SO THE LINEAGE IS ON FILE.
001280 2200-RECORD-VERIFICATION.
001290     OPEN EXTEND CONTROL-TOTAL-FILE.
001300     MOVE CT-FILE-ID TO CTR-FILE-ID.
001310     MOVE CT-PROGRAM-ID TO CTR-PROGRAM-ID.
001320     ACCEPT CTR-DATE FROM DATE.
001330     ACCEPT CTR-TIME FROM TIME.
001340     MOVE CT-RECORD-COUNT TO CTR-RECORD-COUNT.
001350     MOVE 'V' TO CTR-RECORD-TYPE.
001360     MOVE CT-RETURN-CODE TO CTR-VERIFY-RESULT.
001370     WRITE CONTROL-TOTAL-RECORD.
001380     CLOSE CONTROL-TOTAL-FILE.
