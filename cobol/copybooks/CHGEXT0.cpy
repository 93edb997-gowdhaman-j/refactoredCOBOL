      ***************************************************************
      *    CHGEXT0 - CHARGEBACK EXTRACT RECORD LAYOUT (DD           *
      *    UT-S-CHGXTR), WRITTEN BY CHGBACK FOR THE FINANCE         *
      *    SYSTEM'S MONTHLY LOAD.  RECORD CONTAINS 80 CHARACTERS;   *
      *    EVERY NUMBER IS UNSIGNED AND ZERO-FILLED.  EVERY RECORD  *
      *    CARRIES THE CHARGE MONTH (CCYYMM).  A 'U' RECORD IS ONE  *
      *    APPLICATION'S USAGE UNDER ITS COST CENTER - RUNS, RUNS   *
      *    WITH A TIMED START AND END, RECORDS, ERRORS,             *
      *    EXCEPTIONS, AND ELAPSED SECONDS OVER THE TIMED           *
      *    RUNS.  EACH 'U' RECORD IS FOLLOWED BY ONE 'C' RECORD PER *
      *    NAMED COUNTER THE APPLICATION'S PROGRAMS LOGGED, WITH    *
      *    THE COUNTER'S MONTH TOTAL.  ONE 'T' TRAILER RECORD ENDS  *
      *    THE FILE WITH THE COUNT OF RECORDS BEFORE IT AND THE     *
      *    MONTH'S TOTALS, SO THE LOAD CAN PROVE IT RECEIVED THE    *
      *    WHOLE FILE.  PROGRAMS WITH NO OWNERSHIP CARD ARE CHARGED *
      *    TO COST CENTER AND APPLICATION UNASSGND.                 *
      ***************************************************************
       01  CHARGEBACK-EXTRACT-RECORD.
           05  CBX-RECORD-TYPE          PIC X.
               88  CBX-USAGE-RECORD         VALUE 'U'.
               88  CBX-COUNTER-RECORD       VALUE 'C'.
               88  CBX-TRAILER-RECORD       VALUE 'T'.
           05  CBX-MONTH                PIC 9(6).
           05  CBX-COST-CENTER          PIC X(8).
           05  CBX-APPLICATION          PIC X(8).
           05  CBX-DETAIL               PIC X(57).
           05  CBX-USAGE-DETAIL REDEFINES CBX-DETAIL.
               10  CBX-RUNS             PIC 9(7).
               10  CBX-TIMED-RUNS       PIC 9(7).
               10  CBX-RECORDS          PIC 9(11).
               10  CBX-ERRORS           PIC 9(9).
               10  CBX-EXCEPTIONS       PIC 9(9).
               10  CBX-ELAPSED-SECONDS  PIC 9(9).
               10  FILLER               PIC X(5).
           05  CBX-COUNTER-DETAIL REDEFINES CBX-DETAIL.
               10  CBX-COUNTER-NAME     PIC X(12).
               10  CBX-COUNTER-TOTAL    PIC 9(11).
               10  FILLER               PIC X(34).
           05  CBX-TRAILER-DETAIL REDEFINES CBX-DETAIL.
               10  CBX-RECORD-COUNT     PIC 9(7).
               10  CBX-TOTAL-RUNS       PIC 9(7).
               10  CBX-TOTAL-RECORDS    PIC 9(11).
               10  CBX-TOTAL-SECONDS    PIC 9(9).
               10  FILLER               PIC X(23).
