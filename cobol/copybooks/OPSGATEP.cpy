      *    FROM ITS INITIALIZATION, RIGHT BESIDE ITS START-OF-JOB   *
      *    OPSTAT CALL.  OPSGATE READS THE ROSTER AND THE WINDOW'S  *
      *    OPERATIONS-STATISTICS FILE AND ANSWERS WHETHER EVERY     *
      *    PREDECESSOR THE CALLER'S ROSTER CARD DECLARES (COPY      *
      *    ROSTREC0 - EVERY LOWER-SEQUENCE CARD ON A STRAIGHT-LINE  *
      *    ROSTER) HAS ALREADY WRITTEN ITS END-OF-JOB RECORD.  A    *
      *    ROSTER WHOSE PREDECESSORS FORM A CYCLE COMES BACK        *
      *    OG-ROSTER-REJECTED WITH A JOB ON THE CYCLE NAMED, AND    *
      *    THE CALLER MUST NOT RUN.  A BLOCKED ANSWER NAMES THE     *
      *    FIRST PREDECESSOR STILL OUTSTANDING SO THE CALLER CAN    *
      *    REFUSE TO RUN OUT OF DECLARED ORDER INSTEAD OF OPSSUM    *
      *    REPORTING THE VIOLATION THE MORNING AFTER.  A MISSING    *
      *    ROSTER FILE, OR A CALLER NOT ON THE ROSTER, LEAVES THE   *
      *    CALLER FREE TO PROCEED.  AN OPERATOR HOLD KEYED THROUGH  *
      *    BMPQUERY (GATE-OVERRIDE FILE, DD UT-S-GATEOVR) OUTRANKS  *
      *    THE ROSTER - A HELD CALLER COMES BACK OG-OPERATOR-HOLD   *
      *    WITH THE HOLDING TERMINAL AND REASON, AND MUST NOT RUN.  *
      *    A CALLER INSIDE A PLANNED MAINTENANCE WINDOW ON THE      *
      *    MAINTENANCE CALENDAR (CALL 'MAINTCHK') COMES BACK        *
      *    OG-IN-MAINTENANCE WITH THE WINDOW'S REASON AND END, AND  *
      *    MUST NOT RUN UNTIL THE WINDOW CLOSES.                    *
      ***************************************************************
       01  OPSGATE-PARM.
           05  OG-PROGRAM-ID               PIC X(8).
               88  OG-CLEAR-TO-RUN             VALUE '00'.
               88  OG-NOT-ON-ROSTER            VALUE '04'.
               88  OG-PREDECESSOR-MISSING      VALUE '08'.
               88  OG-OPERATOR-HOLD            VALUE '12'.
               88  OG-ROSTER-REJECTED          VALUE '16'.
               88  OG-IN-MAINTENANCE           VALUE '20'.
           05  OG-BLOCKING-PROGRAM         PIC X(8).
           05  OG-HOLD-TERMINAL            PIC X(8).
           05  OG-HOLD-REASON              PIC X(60).
           05  OG-MAINTENANCE-END          PIC X(12).
