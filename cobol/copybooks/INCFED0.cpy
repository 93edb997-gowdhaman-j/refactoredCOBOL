      ***************************************************************
      *    INCFED0 - INCIDENT FEED RECORD LAYOUT FOR THE SERVICE-   *
      *    DESK LOADER.  RECORD CONTAINS 300 CHARACTERS, ONE PER    *
      *    INCIDENT ERLINCD OPENS (DD UT-S-INCFEED).  INF-INCIDENT- *
      *    ID IS ERLINCD'S OWN REFERENCE - ERL, THE YYMMDDHHMM OF   *
      *    THE RUN, AND A SEQUENCE NUMBER - AND COMES BACK ON THE   *
      *    CLOSED-TICKET RETURN FILE (COPY INCCLS0) WHEN THE DESK   *
      *    CLOSES THE TICKET.  INF-CLASS IS NEW FOR A CONDITION THE *
      *    ERROR-LOG ARCHIVE HAS NEVER SEEN, CHRONIC OTHERWISE.     *
      *    INF-PRIORITY IS 1 FOR A FATAL CONDITION, 3 FOR AN ERROR. *
      *    THE CAUSE AND RUNBOOK COME FROM THE ERROR MESSAGE        *
      *    CATALOG WHEN THE CONDITION IS CATALOGED.                 *
      ***************************************************************
       01  INCIDENT-FEED-RECORD.
           05  INF-INCIDENT-ID          PIC X(16).
           05  INF-CREATED-DATE         PIC 9(8).
           05  INF-CREATED-TIME         PIC 9(6).
           05  INF-PRIORITY             PIC X.
           05  INF-SEVERITY             PIC X.
           05  INF-CLASS                PIC X(7).
           05  INF-PROGRAM-ID           PIC X(8).
           05  INF-PARAGRAPH            PIC X(30).
           05  INF-MESSAGE              PIC X(80).
           05  INF-OCCURRENCE-COUNT     PIC 9(7).
           05  INF-FIRST-TIMESTAMP      PIC X(14).
           05  INF-LAST-TIMESTAMP       PIC X(14).
           05  INF-RUN-ID               PIC X(14).
           05  INF-RUNBOOK              PIC X(16).
           05  INF-CAUSE                PIC X(70).
           05  FILLER                   PIC X(8).
