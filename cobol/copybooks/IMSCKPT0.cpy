      ***************************************************************
      *    IMSCKPT0 - SYMBOLIC CHECKPOINT/RESTART WORK AREAS FOR    *
      *    THE BROADCAST BMPS.  EACH BMP ISSUES XRST BEFORE ANY     *
      *    OTHER DL/I CALL, WITH CHECKPOINT-IO-AREA CLEARED TO      *
      *    SPACES - IT COMES BACK BLANK ON A NORMAL START, OR       *
      *    HOLDING THE CHECKPOINT ID THE JCL NAMED (CKPTID=) ON A   *
      *    RESTART, WITH THE BMP'S OWN SAVE AREA RESTORED AS IT     *
      *    STOOD AT THAT CHECKPOINT.  EVERY CHECKPOINT-INTERVAL     *
      *    DELIVERIES THE BMP ISSUES CHKP WITH THE NEXT ID (PROGRAM *
      *    PREFIX PLUS A FOUR-DIGIT SEQUENCE) IN THE FIRST EIGHT    *
      *    BYTES OF THE I/O AREA AND LOGS THE ID THROUGH ERRLOG AS  *
      *    AN INFORMATIONAL ENTRY.  THE I/O AREA IS SIZED FOR ONE   *
      *    80-BYTE MESSAGE SEGMENT BECAUSE A MESSAGE-DRIVEN BMP     *
      *    GETS ITS NEXT INPUT MESSAGE BACK THERE ON A CHKP.  BOTH  *
      *    LENGTHS ARE FULLWORDS, AS DL/I EXPECTS.  THE INTERVAL    *
      *    DEFAULTS TO 100 AND IS SET PER BMP BY A CKPT-INTERVAL    *
      *    CONTROL CARD, THE SAME KEYWORD BCBSEXT3 USES.            *
      ***************************************************************
       01  CHECKPOINT-CONTROLS.
           05  CHECKPOINT-INTERVAL         PIC S9(4) COMP VALUE +100.
           05  DELIVERIES-SINCE-CHECKPOINT PIC S9(4) COMP VALUE +0.
           05  CHECKPOINT-NUMBER           PIC 9(4) VALUE ZERO.
           05  CHECKPOINT-ID-BUILD.
               10  CKP-ID-PREFIX           PIC X(4) VALUE SPACES.
               10  CKP-ID-NUMBER           PIC 9(4) VALUE ZERO.
           05  CHECKPOINT-IO-LENGTH        PIC S9(8) COMP VALUE +84.
           05  CHECKPOINT-SAVE-LENGTH      PIC S9(8) COMP VALUE +0.
           05  RESTART-SWITCH              PIC X(1) VALUE 'N'.
               88  RESTARTED-FROM-CHECKPOINT   VALUE 'Y'.
           05  RESTART-CHECKPOINT-ID       PIC X(8) VALUE SPACES.
           05  RESTART-RESUME-SUB          PIC S9(4) COMP VALUE +1.
           05  CKPT-INTERVAL-CARD-VALUE    PIC 9(4) VALUE ZERO.
       01  CHECKPOINT-IO-AREA.
           05  CHECKPOINT-ID               PIC X(8).
           05  FILLER                      PIC X(76).
       01  CHECKPOINT-MESSAGE REDEFINES CHECKPOINT-IO-AREA.
           05  CKM-LENG                    PIC S9(4) COMP.
           05  FILLER                      PIC S9(4) COMP.
           05  CKM-TEXT                    PIC X(80).
       01  CHECKPOINT-LOG-TEXT.
           05  CLT-ACTION                  PIC X(31).
           05  CLT-CHECKPOINT-ID           PIC X(8).
           05  FILLER                      PIC X(41) VALUE SPACES.
