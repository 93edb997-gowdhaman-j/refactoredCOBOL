      ***************************************************************
      *    MAINTSP0 - SUPPRESSED-ITEM RECORD LAYOUT.  RECORD        *
      *    CONTAINS 200 CHARACTERS.  ONE RECORD PER ALERT,          *
      *    ESCALATION, OR ROSTER EXCEPTION HELD BACK BECAUSE A      *
      *    PLANNED MAINTENANCE WINDOW (MAINTCHK) COVERED IT,        *
      *    APPENDED BY THE PROGRAM THAT HELD IT TO THE SHARED       *
      *    SUPPRESSED-ITEM FILE (DD UT-S-MAINTSUP).  THE WINDOW IS  *
      *    CARRIED ON EVERY RECORD SO MAINTRPT CAN PRINT EACH       *
      *    WINDOW'S ITEMS ONCE IT HAS CLOSED - NOTHING IS LOST, ONLY*
      *    DEFERRED.  MSP-ITEM-TYPE SAYS WHAT WAS HELD:             *
      *      ALERT    - A FATAL ALERT ERLALERT DID NOT SEND         *
      *      ESCALATE - A BROADCAST ESCALATION BMPESCAL DID NOT SEND*
      *      MISSING  - A ROSTER JOB OPSSUM DID NOT REPORT MISSING  *
      *      SLA MISS - A ROSTER JOB OPSSUM DID NOT REPORT LATE     *
      ***************************************************************
       01  SUPPRESSED-ITEM-RECORD.
           05  MSP-WINDOW-START         PIC X(12).
           05  MSP-WINDOW-END           PIC X(12).
           05  MSP-WINDOW-PROGRAM-ID    PIC X(8).
           05  MSP-REASON               PIC X(40).
           05  MSP-SOURCE-PROGRAM       PIC X(8).
           05  MSP-ITEM-TYPE            PIC X(8).
               88  MSP-HELD-ALERT           VALUE 'ALERT'.
               88  MSP-HELD-ESCALATION      VALUE 'ESCALATE'.
               88  MSP-HELD-MISSING         VALUE 'MISSING'.
               88  MSP-HELD-SLA-MISS        VALUE 'SLA MISS'.
           05  MSP-ITEM-PROGRAM-ID      PIC X(8).
           05  MSP-ITEM-TIMESTAMP.
               10  MSP-ITEM-DATE        PIC 9(6).
               10  MSP-ITEM-TIME        PIC 9(8).
           05  MSP-ITEM-TEXT            PIC X(80).
           05  FILLER                   PIC X(10).
