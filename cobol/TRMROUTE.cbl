000260* ANSWERS THE QUESTION ONCE, NOT ONE PRIVATE TABLE PER BMP.     *
000270* THE DIRECTORY IS LOADED ON THE FIRST CALL OF THE JOB AND HELD *
000280* FOR THE DURATION, THE SAME KEEP-OPEN TREATMENT DATECALC GIVES *
000285* THE HOLIDAY FILE.  TRMAUDT LAYS THE DIRECTORY'S WEEK OUT      *
000290* HOUR BY HOUR PER ROUTING CLASS AND REPORTS EVERY COVERAGE     *
000295* GAP.                                                          *
000300*                                                               *
000310* DIRECTORY CARD LAYOUT (ONE TERMINAL PER 80-BYTE CARD):        *
000320*   COLS  1-8   TERMINAL ID                                     *
