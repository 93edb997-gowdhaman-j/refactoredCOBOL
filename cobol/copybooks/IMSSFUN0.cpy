           05  PURG-FUNCTION-CODE      PIC X(4) VALUE 'PURG'.
           05  REPL-FUNCTION-CODE      PIC X(4) VALUE 'REPL'.
           05  DLET-FUNCTION-CODE      PIC X(4) VALUE 'DLET'.
           05  CHKP-FUNCTION-CODE      PIC X(4) VALUE 'CHKP'.
           05  XRST-FUNCTION-CODE      PIC X(4) VALUE 'XRST'.
