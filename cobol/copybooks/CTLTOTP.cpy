      *    ALSO LOGGED AS AN ERRLOG FATAL UNDER THE CONSUMER'S      *
      *    PROGRAM-ID, AND THE CONSUMER IS EXPECTED TO ABEND.       *
      *    BCBSEXT3, CALLGTDS, SRTSVC99, AND WRTQSAM ARE THE FIRST  *
      *    ADOPTERS.  EVERY VERIFY IS ALSO APPENDED TO THE FILE AS  *
      *    A CONSUMER RECORD (COPY CTLTREC0), SO THE FILE HOLDS THE *
      *    PRODUCER-TO-CONSUMER LINEAGE OPSRERUN TRACES.            *
      ***************************************************************
       01  CTLTOT-PARM.
           05  CT-FUNCTION                 PIC X.
