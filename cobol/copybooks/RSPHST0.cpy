      ***************************************************************
      *    RSPHST0 - BROADCAST RESPONSE HISTORY RECORD LAYOUT.       *
      *    RECORD CONTAINS 80 CHARACTERS.  APPENDED TO BY BMPRECON - *
      *    ONE 'D' RECORD PER RECONCILED REPLY-REQUESTED DELIVERY,   *
      *    ACKNOWLEDGED OR UNANSWERED - AND BY BMPESCAL - ONE 'E'    *
      *    RECORD PER SILENT DESK NAMED ON AN ESCALATION SENT - AND  *
      *    READ BACK BY BMPSCORE, SO ALL THREE PROGRAMS AGREE ON THE *
      *    SAME FORMAT.  THE EVENT TIMESTAMP IS THE DELIVERY'S ON A  *
      *    'D' RECORD AND THE MESSAGE'S FIRST DELIVERY ON AN 'E'     *
      *    RECORD, SO BOTH LAND IN THE MONTH THE BROADCAST WENT OUT. *
      *    THE RESPONSE TIME IS CARRIED ONLY ON AN ACKNOWLEDGED      *
      *    DELIVERY AND IS ZERO OTHERWISE.  THE MESSAGE KEY IS THE   *
      *    FIRST 40 BYTES OF THE MESSAGE TEXT.                       *
      ***************************************************************
       01  RESPONSE-HISTORY-RECORD.
           05  RSH-TERMINAL-ID          PIC X(8).
           05  RSH-RECORD-TYPE          PIC X.
               88  RSH-DELIVERY             VALUE 'D'.
               88  RSH-ESCALATION           VALUE 'E'.
           05  RSH-EVENT-TIMESTAMP.
               10  RSH-EVENT-DATE       PIC 9(6).
               10  RSH-EVENT-TIME       PIC 9(8).
           05  RSH-DISPOSITION          PIC X.
               88  RSH-ACKNOWLEDGED         VALUE 'A'.
               88  RSH-UNANSWERED           VALUE 'U'.
               88  RSH-ESCALATED            VALUE 'E'.
           05  RSH-RESPONSE-SECONDS     PIC 9(7).
           05  RSH-MESSAGE-KEY          PIC X(40).
           05  FILLER                   PIC X(9).
