      ***************************************************************
      *    MAILTHR0 - MAIL THROTTLE RECORD LAYOUT.  RECORD CONTAINS *
      *    80 CHARACTERS, ONE PER CONDITION MAILNOTE HAS MAILED IN  *
      *    THE LAST SEVEN DAYS.  MAILNOTE CARRIES IT FROM RUN TO    *
      *    RUN (DD UT-S-MAILTHR IN, DD UT-S-MAILTHRN OUT): THE      *
      *    CONDITION KEY (TYPE - F FATAL ENTRY, B OPSSUM BREACH, E  *
      *    ESCALATION - AND THE PROGRAM, PARAGRAPH, OR BROADCAST    *
      *    TEXT IT IS ABOUT), THE DATE (CCYYMMDD) AND TIME (HHMM)   *
      *    IT WAS LAST MAILED, AND HOW MANY LATER OCCURRENCES THE   *
      *    THROTTLE HAS HELD BACK SINCE.                            *
      ***************************************************************
       01  MAIL-THROTTLE-RECORD.
           05  MTH-CONDITION-KEY.
               10  MTH-CONDITION-TYPE   PIC X.
               10  MTH-CONDITION-ID     PIC X(39).
           05  MTH-LAST-MAILED-DATE     PIC 9(8).
           05  MTH-LAST-MAILED-TIME     PIC 9(4).
           05  MTH-SUPPRESSED-COUNT     PIC 9(5).
           05  FILLER                   PIC X(23).
