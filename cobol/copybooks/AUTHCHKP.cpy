      ***************************************************************
      *    AUTHCHKP - PARAMETER AREA FOR CALL 'AUTHCHK', THE SHOP'S *
      *    SHARED TERMINAL AND OPERATOR AUTHORIZATION CHECK.        *
      *    BMPQUERY ANSWERED ANYONE WHO COULD REACH ITS TRANSACTION *
      *    AND BMPCOBOL TOOK AN ACKNOWLEDGMENT FROM ANY LTERM.  THE *
      *    AUTHORIZATION FILE (DD UT-S-AUTHFILE, LAID OUT IN        *
      *    AUTHCHK) LISTS WHICH LTERMS OR IOPCB USER IDS MAY ISSUE  *
      *    WHICH COMMANDS AND WHICH MAY ACKNOWLEDGE WHICH ROUTING   *
      *    CLASSES; IT IS LOADED ON THE FIRST CALL OF THE JOB AND   *
      *    HELD.  THE CALLER MOVES ITS OWN PROGRAM-ID AND RUN-ID,   *
      *    THE LTERM AND USER ID FROM THE IOPCB, THE REQUEST TYPE,  *
      *    THE COMMAND WORD (A COMMAND) OR THE ROUTING CLASS OF THE *
      *    MESSAGE ANSWERED (AN ACKNOWLEDGMENT), AND THE TEXT AS    *
      *    KEYED, AND CALLS 'AUTHCHK' USING AUTHCHK-PARM.  A        *
      *    REFUSED REQUEST IS LOGGED THROUGH ERRLOG AS A WARNING    *
      *    UNDER THE CALLER'S PROGRAM-ID AND APPENDED TO THE        *
      *    SECURITY EXCEPTION FILE (DD UT-S-SECEXC, COPY SECEXC0)   *
      *    FOR THE DAILY REPORT (SECRPT); THE CALLER ANSWERS THE    *
      *    TERMINAL AND DOES NOT ACT ON THE REQUEST.  WITH NO       *
      *    AUTHORIZATION FILE (OR AN EMPTY ONE) NOTHING IS REFUSED  *
      *    AND THE CALL COMES BACK ATH-NO-AUTHORIZATION-FILE, SO A  *
      *    REGION WITHOUT THE DD RUNS EXACTLY AS BEFORE.            *
      ***************************************************************
       01  AUTHCHK-PARM.
           05  ATH-PROGRAM-ID              PIC X(8).
           05  ATH-RUN-ID                  PIC X(14).
           05  ATH-TERMINAL-ID             PIC X(8).
           05  ATH-USERID                  PIC X(8).
           05  ATH-REQUEST-TYPE            PIC X.
               88  ATH-COMMAND-REQUEST         VALUE 'C'.
               88  ATH-ACK-REQUEST             VALUE 'A'.
           05  ATH-COMMAND                 PIC X(8).
           05  ATH-ROUTE-CLASS             PIC X.
           05  ATH-REQUEST-TEXT            PIC X(60).
           05  ATH-RETURN-CODE             PIC XX.
               88  ATH-ALLOWED                 VALUE '00' '04'.
               88  ATH-AUTHORIZED              VALUE '00'.
               88  ATH-NO-AUTHORIZATION-FILE   VALUE '04'.
               88  ATH-REFUSED                 VALUE '08'.
