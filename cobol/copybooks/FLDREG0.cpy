      ***************************************************************
      *    FLDREG0 - SHOP LAYOUT REGISTRY CARD (DD UT-S-FLDREG).    *
      *    RECORD CONTAINS 80 CHARACTERS, ONE CARD PER FIELD, A     *
      *    LAYOUT'S FIELDS BEING ITS CARDS IN FILE ORDER.  COLUMNS  *
      *    1-8 LAYOUT ID, 10-13 1-BASED FIELD OFFSET, 15-16 LENGTH  *
      *    IN BYTES, 18 TYPE - 'P' PACKED, 'Z' ZONED, OR 'X'        *
      *    CHARACTER (CARRIED SO THE WHOLE RECORD CAN BE PRINTED;   *
      *    FLDVAL HAS NOTHING TO TEST IN IT).  COLUMNS 20-35 NAME   *
      *    THE FIELD AND COLUMN 37 GIVES A NUMERIC FIELD'S IMPLIED  *
      *    DECIMAL PLACES (BLANK = NONE) - BOTH ARE READ BY         *
      *    FLDPRINT ONLY.  FLDVAL AND FLDPRINT BOTH READ IT.        *
      ***************************************************************
       01  LAYOUT-REGISTRY-RECORD.
           05  LRG-LAYOUT-ID            PIC X(8).
           05  FILLER                   PIC X.
           05  LRG-FIELD-OFFSET         PIC X(4).
           05  FILLER                   PIC X.
           05  LRG-FIELD-LENGTH         PIC X(2).
           05  FILLER                   PIC X.
           05  LRG-FIELD-TYPE           PIC X.
           05  FILLER                   PIC X.
           05  LRG-FIELD-NAME           PIC X(16).
           05  FILLER                   PIC X.
           05  LRG-DECIMAL-PLACES       PIC X.
           05  FILLER                   PIC X(43).
