      ***************************************************************
      *    INCXRF0 - OPEN-INCIDENT CROSS-REFERENCE RECORD LAYOUT.   *
      *    RECORD CONTAINS 200 CHARACTERS.  ERLINCD CARRIES IT FROM *
      *    RUN TO RUN (DD UT-S-INCXREF IN, DD UT-S-INCXNEW OUT FOR  *
      *    THE JCL TO SWAP IN).  THE FIRST RECORD IS THE 'H' HEADER *
      *    WITH THE TIMESTAMP OF THE LAST ERROR-LOG ENTRY ALREADY   *
      *    EXAMINED, SO NO ENTRY IS COUNTED TWICE, AND THE LAST     *
      *    INCIDENT-ID ISSUED, SO NO ID IS ISSUED TWICE.  EVERY     *
      *    OTHER RECORD IS ONE 'X' INCIDENT STILL OPEN AT THE       *
      *    SERVICE DESK - THE PROGRAM/PARAGRAPH/MESSAGE CONDITION,  *
      *    THE INCIDENT-ID SENT ON THE FEED, AND THE OCCURRENCES    *
      *    COUNTED AGAINST IT SINCE.  TIMESTAMPS ARE THE LOG'S      *
      *    YYMMDDHHMMSSTT.                                          *
      ***************************************************************
       01  INCIDENT-XREF-RECORD.
           05  IXR-RECORD-TYPE          PIC X.
               88  IXR-HEADER-RECORD        VALUE 'H'.
               88  IXR-INCIDENT-RECORD      VALUE 'X'.
           05  IXR-INCIDENT-DATA.
               10  IXR-PROGRAM-ID       PIC X(8).
               10  IXR-PARAGRAPH        PIC X(30).
               10  IXR-MESSAGE          PIC X(80).
               10  IXR-INCIDENT-ID      PIC X(16).
               10  IXR-SEVERITY         PIC X.
               10  IXR-CLASS            PIC X(7).
               10  IXR-OPENED-DATE      PIC 9(8).
               10  IXR-FIRST-TIMESTAMP  PIC X(14).
               10  IXR-LAST-TIMESTAMP   PIC X(14).
               10  IXR-OCCURRENCE-COUNT PIC 9(7).
               10  FILLER               PIC X(14).
           05  IXR-HEADER-DATA REDEFINES IXR-INCIDENT-DATA.
               10  IXH-LAST-EXAMINED    PIC X(14).
               10  IXH-LAST-RUN-DATE    PIC 9(8).
               10  IXH-LAST-INCIDENT-ID PIC X(16).
               10  FILLER               PIC X(161).
