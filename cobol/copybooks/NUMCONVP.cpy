      ***************************************************************
      *    NUMCONVP - PARAMETER AREA FOR CALL 'NUMCONV', THE SHOP'S *
      *    SHARED NUMERIC CONVERSION SUBROUTINE.  THE CALLER MOVES  *
      *    ITS OWN PROGRAM-ID, THE NAME OF THE VALUE (THE           *
      *    CONTROL-CARD KEYWORD, SAY), ITS RUN-ID, AND THE EDITED   *
      *    DISPLAY TEXT TO NCV-PROGRAM-ID, NCV-FIELD-NAME,          *
      *    NCV-RUN-ID, AND NCV-INPUT-TEXT; SETS THE USAGE WANTED,   *
      *    THE DIGITS ITS OWN FIELD HOLDS BEFORE THE DECIMAL POINT, *
      *    THE DECIMAL PLACES (SCALE), AND WHETHER A SIGN IS        *
      *    ALLOWED; AND CALLS 'NUMCONV' USING NUMCONV-PARM.         *
      *                                                             *
      *    THE TEXT MAY CARRY LEADING AND TRAILING SPACES, A        *
      *    LEADING OR TRAILING + OR -, COMMAS BEFORE THE DECIMAL    *
      *    POINT, AND ONE DECIMAL POINT - '1,250', ' -12.5', AND    *
      *    '300-' ARE ALL NUMBERS.  ZERO DIGITS BEFORE THE POINT    *
      *    MEANS AS MANY AS 18 LESS THE SCALE ALLOWS.  THE BINARY,  *
      *    PACKED, AND ZONED RESULTS CARRY THE VALUE WITH NCV-SCALE *
      *    IMPLIED DECIMAL PLACES - '12.5' AT SCALE 2 COMES BACK    *
      *    1250 - AND THE FLOATING-POINT RESULT CARRIES THE VALUE   *
      *    ITSELF.  DECIMAL PLACES PAST THE SCALE ARE ROUNDED OFF   *
      *    AND THE CALL COMES BACK NCV-ROUNDED.  TEXT THAT IS NOT A *
      *    NUMBER (BLANK INCLUDED), OR A NEGATIVE VALUE FOR AN      *
      *    UNSIGNED FIELD, COMES BACK NCV-INVALID-VALUE; A VALUE    *
      *    TOO LARGE FOR THE CALLER'S DIGITS COMES BACK             *
      *    NCV-OVERFLOW; AN UNKNOWN USAGE OR A SCALE AND DIGITS     *
      *    OVER 18 COMES BACK NCV-INVALID-REQUEST.  EVERY REJECT IS *
      *    LOGGED THROUGH ERRLOG UNDER THE CALLER'S PROGRAM-ID WITH *
      *    THE FIELD NAME AS THE PARAGRAPH, SO A MISTYPED           *
      *    CONTROL-CARD VALUE IS TREATED THE SAME WAY IN EVERY      *
      *    PROGRAM - THE CALLER KEEPS ITS OWN DEFAULT AND CALLS     *
      *    'ERRLOGC' AT END OF JOB.                                 *
      ***************************************************************
       01  NUMCONV-PARM.
           05  NCV-PROGRAM-ID              PIC X(8).
           05  NCV-FIELD-NAME              PIC X(15).
           05  NCV-RUN-ID                  PIC X(14).
           05  NCV-INPUT-TEXT              PIC X(30).
           05  NCV-USAGE                   PIC X(1).
               88  NCV-USAGE-BINARY            VALUE 'B'.
               88  NCV-USAGE-PACKED            VALUE 'P'.
               88  NCV-USAGE-ZONED             VALUE 'Z'.
               88  NCV-USAGE-FLOAT             VALUE 'F'.
               88  NCV-VALID-USAGE             VALUE 'B' 'P' 'Z' 'F'.
           05  NCV-INTEGER-DIGITS          PIC 9(2).
           05  NCV-SCALE                   PIC 9(1).
           05  NCV-SIGN-OPTION             PIC X(1).
               88  NCV-UNSIGNED                VALUE 'U'.
               88  NCV-SIGNED                  VALUE 'S'.
           05  NCV-RETURN-CODE             PIC XX.
               88  NCV-CONVERTED               VALUE '00' '04'.
               88  NCV-EXACT                   VALUE '00'.
               88  NCV-ROUNDED                 VALUE '04'.
               88  NCV-INVALID-VALUE           VALUE '08'.
               88  NCV-OVERFLOW                VALUE '12'.
               88  NCV-INVALID-REQUEST         VALUE '16'.
           05  NCV-RESULT-AREA             PIC X(18).
           05  NCV-RESULT-BINARY REDEFINES NCV-RESULT-AREA
                                           PIC S9(18) COMP.
           05  NCV-RESULT-PACKED REDEFINES NCV-RESULT-AREA
                                           PIC S9(18) COMP-3.
           05  NCV-RESULT-ZONED REDEFINES NCV-RESULT-AREA
                                           PIC S9(18).
           05  NCV-RESULT-FLOAT REDEFINES NCV-RESULT-AREA
                                           COMP-2.
