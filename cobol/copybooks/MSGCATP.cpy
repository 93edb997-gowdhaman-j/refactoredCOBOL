      ***************************************************************
      *    MSGCATP - PARAMETER AREA FOR CALL 'MSGCAT', THE SHOP'S   *
      *    SHARED ERROR MESSAGE CATALOG LOOKUP.  THE CALLER MOVES   *
      *    AN ERROR-LOG ENTRY'S PROGRAM-ID, PARAGRAPH AND MESSAGE   *
      *    TEXT TO MCP-PROGRAM-ID/MCP-PARAGRAPH/MCP-MESSAGE AND     *
      *    CALLS 'MSGCAT' USING MSGCAT-PARM.  A CATALOG ENTRY (COPY *
      *    MSGCAT0, DD UT-S-MSGCAT) COMES BACK MCP-CATALOGED WITH   *
      *    ITS ENTRY NUMBER, STANDARD SEVERITY, RUNBOOK REFERENCE,  *
      *    CAUSE, AND UP TO FIVE ACTION LINES; OTHERWISE            *
      *    MCP-NOT-CATALOGED.  A MESSAGE-NUMBER ENTRY THE TEXT      *
      *    BEGINS WITH ANSWERS FIRST, THEN THE PROGRAM/PARAGRAPH    *
      *    ENTRY, THEN THE PROGRAM'S BLANK-PARAGRAPH ENTRY.  NO     *
      *    CATALOG FILE MEANS NOTHING IS CATALOGED.                 *
      ***************************************************************
       01  MSGCAT-PARM.
           05  MCP-PROGRAM-ID              PIC X(8).
           05  MCP-PARAGRAPH               PIC X(30).
           05  MCP-MESSAGE                 PIC X(80).
           05  MCP-RETURN-CODE             PIC XX.
               88  MCP-CATALOGED               VALUE '00'.
               88  MCP-NOT-CATALOGED           VALUE '04'.
           05  MCP-ENTRY-NUMBER            PIC S9(4) COMP.
           05  MCP-SEVERITY                PIC X.
           05  MCP-RUNBOOK                 PIC X(16).
           05  MCP-CAUSE                   PIC X(70).
           05  MCP-ACTION-COUNT            PIC S9(4) COMP.
           05  MCP-ACTION-LINE             PIC X(70) OCCURS 5 TIMES.
