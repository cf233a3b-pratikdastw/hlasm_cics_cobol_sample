000370*                  SAME CUSTOMER AND TERMINAL NO LONGER
000380*                  COLLIDE - THE -803 SKIP NOW ONLY EVER
000390*                  MEANS A TRUE RERUN DUPLICATE.
000393*   OCT 2026  CAG  COUNT A STATEMENT VIEWED ON CUSTSTV (AUDIT
000396*                  ACTION 'E') AS AN INQUIRY-TYPE ACTION.
000400*-----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
002860     END-IF.
002870     IF WS-ENTRY-FOUND
002880         ADD 1 TO OPR-TOTAL (WS-OPR-IDX)
002890         IF AIN-ACTION-FLAG = SPACE OR 'I' OR 'B' OR 'E'
002900             ADD 1 TO OPR-INQUIRIES (WS-OPR-IDX)
002910         END-IF
002920     END-IF.
