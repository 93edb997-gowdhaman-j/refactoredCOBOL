      ***************************************************************
      *    SECEXC0 - SECURITY EXCEPTION RECORD LAYOUT.  RECORD      *
      *    CONTAINS 120 CHARACTERS.  ONE RECORD PER COMMAND OR      *
      *    ACKNOWLEDGMENT AUTHCHK REFUSED, APPENDED IN TIME ORDER   *
      *    TO THE SHARED SECURITY EXCEPTION FILE (DD UT-S-SECEXC)   *
      *    WITH THE PROGRAM THAT ASKED, THE LTERM AND IOPCB USER    *
      *    ID, WHAT WAS ATTEMPTED, AND THE TEXT AS KEYED.           *
      *    SEX-COMMAND IS THE COMMAND WORD FOR A COMMAND AND 'ACK'  *
      *    FOR AN ACKNOWLEDGMENT, WHOSE ROUTING CLASS IS IN         *
      *    SEX-ROUTE-CLASS.  THE DATE IS CCYYMMDD.  SHARED BY       *
      *    AUTHCHK AND THE DAILY SECURITY EXCEPTION REPORT (SECRPT) *
      *    SO EVERY READER AGREES ON THE SAME FORMAT.               *
      ***************************************************************
       01  SECURITY-EXCEPTION-RECORD.
           05  SEX-TIMESTAMP.
               10  SEX-DATE             PIC 9(8).
               10  SEX-TIME             PIC 9(8).
           05  SEX-PROGRAM-ID           PIC X(8).
           05  SEX-TERMINAL-ID          PIC X(8).
           05  SEX-USERID               PIC X(8).
           05  SEX-REQUEST-TYPE         PIC X.
               88  SEX-COMMAND-REFUSED      VALUE 'C'.
               88  SEX-ACK-REFUSED          VALUE 'A'.
           05  SEX-COMMAND              PIC X(8).
           05  SEX-ROUTE-CLASS          PIC X.
           05  SEX-REQUEST-TEXT         PIC X(60).
           05  FILLER                   PIC X(10).
