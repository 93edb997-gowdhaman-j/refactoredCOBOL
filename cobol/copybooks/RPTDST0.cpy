      ***************************************************************
      *    RPTDST0 - REPORT DISTRIBUTION LIST CARD LAYOUT (DD       *
      *    UT-S-RPTDIST).  RECORD CONTAINS 80 CHARACTERS.  ONE CARD *
      *    PER REPORT A RECIPIENT IS TO RECEIVE - THE RECIPIENT ID  *
      *    IN COLUMNS 1-8, THE PROGRAM-ID OF THE STORED REPORT IN   *
      *    COLUMNS 10-17, AND OPTIONALLY IN COLUMNS 19-58 THE       *
      *    TITLE OF ONE SECTION OF THAT REPORT, WHEN THE RECIPIENT  *
      *    WANTS ONLY THAT SECTION - BLANK FOR THE WHOLE REPORT.  A *
      *    SECTION STARTS AT THE REPORT LINE WHOSE TEXT BEGINS      *
      *    WITH ITS TITLE AND RUNS TO THE NEXT LINE THAT BEGINS     *
      *    ANOTHER SECTION TITLED FOR THE SAME PROGRAM, OR TO THE   *
      *    END OF THE REPORT.  COLUMNS 60-80 CARRY THE RECIPIENT'S  *
      *    NAME FOR THE BUNDLE BANNER - THE FIRST CARD OF A         *
      *    RECIPIENT THAT HAS ONE SUPPLIES IT.  A CARD WITH '*' IN  *
      *    COLUMN 1 IS A COMMENT.  READ BY RPTBURST.                *
      ***************************************************************
       01  DISTRIBUTION-RECORD.
           05  DST-RECIPIENT-ID         PIC X(8).
           05  FILLER                   PIC X.
           05  DST-PROGRAM-ID           PIC X(8).
           05  FILLER                   PIC X.
           05  DST-SECTION-TITLE        PIC X(40).
           05  FILLER                   PIC X.
           05  DST-RECIPIENT-NAME       PIC X(21).

