      ***************************************************************
      *    DSNTPND0 - DSNAME TABLE PENDING TRANSACTION RECORD       *
      *    LAYOUT.  RECORD CONTAINS 100 CHARACTERS.  DSNTMNT        *
      *    CARRIES IT FROM RUN TO RUN (DD UT-S-DSNTPND IN, DD       *
      *    UT-S-DSNTPNN OUT FOR THE JCL TO SWAP IN).  THE FIRST     *
      *    RECORD IS THE 'H' CONTROL RECORD, WHOSE PND-NUMBER IS    *
      *    THE LAST PENDING NUMBER ASSIGNED; EACH 'P' RECORD        *
      *    AFTER IT IS ONE ADD, CHANGE OR DELETE CARD HELD UNTIL    *
      *    A SECOND PERSON RELEASES OR CANCELS IT - THE CARD'S      *
      *    FIELDS AS KEYED, THE REQUESTER'S ID, AND THE DATE AND    *
      *    TIME THE CARD WAS HELD.                                  *
      ***************************************************************
       01  PENDING-TRANSACTION-RECORD.
           05  PND-RECORD-TYPE          PIC X.
               88  PND-CONTROL-RECORD       VALUE 'H'.
               88  PND-HELD-RECORD          VALUE 'P'.
           05  PND-NUMBER               PIC 9(7).
           05  PND-ACTION               PIC X.
           05  PND-ARG                  PIC X(4).
           05  PND-DSNAME               PIC X(33).
           05  PND-EFFECTIVE            PIC X(8).
           05  PND-EXPIRY               PIC X(8).
           05  PND-REQUESTER            PIC X(8).
           05  PND-REQUEST-DATE         PIC 9(8).
           05  PND-REQUEST-TIME         PIC 9(6).
           05  FILLER                   PIC X(16).
