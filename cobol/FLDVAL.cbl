000295     BLOCK CONTAINS 0 RECORDS
000296     RECORD CONTAINS 80 CHARACTERS
000297     LABEL RECORDS ARE OMITTED.
000307 COPY FLDREG0.
000308 WORKING-STORAGE SECTION.
000310 77  FILLER PIC X(36)  VALUE
000320     'FLDVAL WORKING STORAGE BEGINS HERE'.
000387     05  ACTIVE-FIELD-LENGTH      PIC 9(2) VALUE ZEROS.
000388     05  ACTIVE-FIELD-TYPE        PIC X VALUE SPACE.
000389         88  ACTIVE-PACKED-FIELD      VALUE 'P'.
000390         88  ACTIVE-CHARACTER-FIELD   VALUE 'X'.
000391         88  ACTIVE-ZONED-FIELD       VALUE 'Z'.
000392     05  LAYOUT-FIELD-COUNT       PIC S9(4) COMP VALUE +0.
000393     05  REGISTRY-SUB             PIC S9(4) COMP VALUE +0.
001842                 PERFORM 3000-TEST-ZONED-FIELD THRU 3000-EXIT
001843             END-IF
001844         ELSE
001845             PERFORM 2500-TEST-OTHER-FIELD THRU 2500-EXIT
001846         END-IF
001847     END-IF.
001848     IF NOT FV-BAD-FIELD-MAP
002080         AND PW-PACKED-8 NUMERIC
002090         MOVE 'Y' TO FIELD-VALID-SWITCH.
002100 2000-EXIT. EXIT.
002101*
002102*    2500 - A CHARACTER FIELD HAS NO DIGITS TO TEST, SO IT IS
002103*    ALWAYS VALID; ANY OTHER TYPE IS A BAD FIELD MAP.
002104 2500-TEST-OTHER-FIELD.
002105     IF ACTIVE-CHARACTER-FIELD
002106         MOVE 'Y' TO FIELD-VALID-SWITCH
002107     ELSE
002108         MOVE '12' TO FV-RETURN-CODE.
002109 2500-EXIT. EXIT.
002110*
002120 3000-TEST-ZONED-FIELD.
002130     MOVE 'N' TO FIELD-VALID-SWITCH.
