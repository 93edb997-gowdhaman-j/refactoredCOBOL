      ***************************************************************
      *    MSGCAT0 - ERROR MESSAGE CATALOG CARD LAYOUT.  RECORD     *
      *    CONTAINS 80 CHARACTERS (DD UT-S-MSGCAT).  EACH CATALOG   *
      *    ENTRY IS AN 'E' CARD FOLLOWED BY ITS OWN 'C' AND 'A'     *
      *    CARDS.  THE 'E' CARD KEYS THE ENTRY EITHER BY A MESSAGE  *
      *    NUMBER THE LOGGED MESSAGE TEXT BEGINS WITH, OR BY THE    *
      *    LOGGING PROGRAM-ID AND PARAGRAPH - A BLANK PARAGRAPH     *
      *    COVERS EVERY PARAGRAPH OF THE PROGRAM NOT CATALOGED ON   *
      *    ITS OWN - AND CARRIES THE STANDARD SEVERITY (I/W/E/F)    *
      *    AND A RUNBOOK REFERENCE.  THE 'C' CARD GIVES THE SHORT   *
      *    CAUSE; EACH 'A' CARD IS ONE LINE OF OPERATOR ACTION, IN  *
      *    THE ORDER TO BE TAKEN.  '*' IN COLUMN 1 IS A COMMENT.    *
      *    READ BY MSGCAT.                                          *
      ***************************************************************
       01  MESSAGE-CATALOG-RECORD.
           05  MCT-CARD-TYPE            PIC X.
               88  MCT-ENTRY-CARD           VALUE 'E'.
               88  MCT-CAUSE-CARD           VALUE 'C'.
               88  MCT-ACTION-CARD          VALUE 'A'.
               88  MCT-COMMENT-CARD         VALUE '*'.
           05  FILLER                   PIC X.
           05  MCT-ENTRY-DATA.
               10  MCT-PROGRAM-ID       PIC X(8).
               10  FILLER               PIC X.
               10  MCT-PARAGRAPH        PIC X(30).
               10  FILLER               PIC X.
               10  MCT-MESSAGE-NUMBER   PIC X(8).
               10  FILLER               PIC X.
               10  MCT-SEVERITY         PIC X.
               10  FILLER               PIC X.
               10  MCT-RUNBOOK          PIC X(16).
               10  FILLER               PIC X(11).
           05  MCT-TEXT-DATA REDEFINES MCT-ENTRY-DATA.
               10  MCT-TEXT             PIC X(70).
               10  FILLER               PIC X(8).
