      ***************************************************************
      *    CTLTREC0 - CONTROL-TOTAL RECORD LAYOUT, AS WRITTEN BY    *
      *    CTLTOT.  RECORD CONTAINS 45 CHARACTERS.  SHARED WITH THE *
      *    LINEAGE READERS SO EVERY READER OF THE SHOP CONTROL-     *
      *    TOTAL FILE AGREES ON THE SAME FORMAT.  A 'W' RECORD IS A *
      *    PRODUCER'S TOTAL FOR A FILE IDENTITY; A 'V' RECORD IS A  *
      *    CONSUMER'S VERIFICATION OF IT, CARRYING THE COUNT THE    *
      *    CONSUMER READ AND CTLTOT'S ANSWER.  RECORDS WRITTEN      *
      *    BEFORE VERIFICATIONS WERE RECORDED HAVE A BLANK TYPE AND *
      *    ARE PRODUCER TOTALS.                                     *
      ***************************************************************
       01  CONTROL-TOTAL-RECORD.
           05  CTR-FILE-ID              PIC X(8).
           05  CTR-PROGRAM-ID           PIC X(8).
           05  CTR-DATE                 PIC 9(6).
           05  CTR-TIME                 PIC 9(8).
           05  CTR-RECORD-COUNT         PIC 9(9).
           05  CTR-RECORD-TYPE          PIC X.
               88  CTR-PRODUCER-TOTAL       VALUE 'W' ' '.
               88  CTR-CONSUMER-VERIFY      VALUE 'V'.
           05  CTR-VERIFY-RESULT        PIC XX.
           05  FILLER                   PIC X(3).
