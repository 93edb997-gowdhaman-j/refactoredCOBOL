      ***************************************************************
      *    MRRECCOB - MACHINE FILE RECORD LAYOUT.  RECORD CONTAINS  *
      *    200 CHARACTERS.  COMMON FIELDS RUN FROM MRMEM THRU       *
      *    MRDATLKD.  FIELDS BETWEEN MRC2DATA AND MRC2AWO ARE FOR   *
      *    TYPES C2 AND C3.  FIELDS BETWEEN MROCSYMD AND MROCSYSO   *
      *    ARE FOR TYPES VS AND V4.  FIELDS MRCOBSM AND MRCOBDC ARE *
      *    COMMON TO ALL COBOLS.  MRSYSID NAMES THE SYSTEM (LPAR)   *
      *    WHOSE LISTING PRODUCED THE RECORD, SO THE LISTINGS OF    *
      *    SEVERAL SYSTEMS CAN BE CONCATENATED INTO ONE MACHINE     *
      *    FILE - BLANK ON A SINGLE-SYSTEM FILE.                    *
      ***************************************************************
       01  MACHINE-RECORD.
           05  MRMEM                   PIC X(8).
           05  MROCSYSO                PIC X(10).
           05  MRCOBSM                 PIC X(4).
           05  MRCOBDC                 PIC X(8).
           05  MRSYSID                 PIC X(8).
           05  FILLER                  PIC X(110).
