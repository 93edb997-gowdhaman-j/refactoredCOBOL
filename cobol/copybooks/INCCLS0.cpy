      ***************************************************************
      *    INCCLS0 - CLOSED-TICKET RETURN RECORD LAYOUT.  RECORD    *
      *    CONTAINS 80 CHARACTERS (DD UT-S-INCCLOS).  THE SERVICE   *
      *    DESK RETURNS ONE RECORD PER TICKET IT HAS CLOSED THAT    *
      *    CAME FROM THE INCIDENT FEED, CARRYING ERLINCD'S OWN      *
      *    INCIDENT-ID, THE DESK'S TICKET NUMBER, AND THE CCYYMMDD  *
      *    CLOSE DATE.  ERLINCD DROPS THE INCIDENT FROM THE OPEN-   *
      *    INCIDENT CROSS-REFERENCE, SO THE NEXT OCCURRENCE OF THE  *
      *    CONDITION OPENS A NEW INCIDENT.                          *
      ***************************************************************
       01  CLOSED-TICKET-RECORD.
           05  ICL-INCIDENT-ID          PIC X(16).
           05  FILLER                   PIC X.
           05  ICL-TICKET-NUMBER        PIC X(15).
           05  FILLER                   PIC X.
           05  ICL-CLOSED-DATE          PIC X(8).
           05  FILLER                   PIC X(39).
