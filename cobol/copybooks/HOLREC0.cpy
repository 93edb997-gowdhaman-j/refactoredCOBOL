      ***************************************************************
      *    HOLREC0 - HOLIDAY CALENDAR CARD LAYOUT (DD               *
      *    UT-S-HOLIDAY).  RECORD CONTAINS 80 CHARACTERS.  A        *
      *    HOLIDAY CARD CARRIES THE HOLIDAY AS CCYYMMDD IN COLUMNS  *
      *    1-8 AND THE ID OF THE CALENDAR IT BELONGS TO IN COLUMNS  *
      *    10-17 - BLANK FOR THE SHOP'S DEFAULT CALENDAR, SO A DECK *
      *    WRITTEN BEFORE CALENDARS WERE NAMED IS THE DEFAULT       *
      *    CALENDAR UNCHANGED.  A CARD WITH 'CALENDAR' IN COLUMNS   *
      *    1-8 DEFINES THE CALENDAR NAMED IN COLUMNS 10-17 AND MAY  *
      *    NAME IN COLUMNS 19-26 A SIBLING CALENDAR WHOSE HOLIDAYS  *
      *    ARE SUPPOSED TO MATCH ITS OWN, WITH A DESCRIPTION FROM   *
      *    COLUMN 28.  DATECALC SKIPS DEFINITION CARDS; HOLAUDT     *
      *    AUDITS EACH CALENDAR SEPARATELY AND REPORTS EVERY DATE   *
      *    THAT IS A HOLIDAY IN ONE SIBLING BUT NOT THE OTHER.      *
      ***************************************************************
       01  HOLIDAY-RECORD.
           05  HOL-DATE                 PIC X(8).
               88  HOL-CALENDAR-CARD        VALUE 'CALENDAR'.
           05  FILLER                   PIC X.
           05  HOL-CALENDAR-ID          PIC X(8).
           05  FILLER                   PIC X.
           05  HOL-SIBLING-CALENDAR-ID  PIC X(8).
           05  FILLER                   PIC X.
           05  HOL-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(23).
