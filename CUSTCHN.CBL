000320*                  THE MORNING AFTER INSTEAD OF AT
000330*                  MONTH-END. READ-ONLY; RC=4 WHEN ANY
000340*                  BREAK IS FOUND.
000341*   OCT 2026  CAG  HISTORY MOVED TO A SURVIVING CUSTOMER BY A
000342*                  MERGE KEEPS THE ID IT WAS POSTED UNDER IN
000343*                  MERGED_FROM_ID. EACH CUSTOMER'S OWN ROWS
000344*                  AND EACH MERGED-IN SET ARE WALKED AS
000345*                  SEPARATE CHAINS; A MERGED-IN CHAIN MUST
000346*                  END AT ZERO, CLOSED BY ITS MERGE ROW.
000350*-----------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.

000550* Host variables for the history chain cursor
000560 01  DB-CUST-ID              PIC X(6).
000565 01  DB-MERGED-FROM-ID       PIC X(6).
000570 01  DB-HIST-ACTION          PIC X(1).
000580 01  DB-HIST-AMOUNT          PIC S9(9)V99 COMP-3.
000590 01  DB-BAL-BEFORE           PIC S9(9)V99 COMP-3.
000750* has been seen yet for this customer.
000760 01  WS-CHAIN-STATE.
000770     05  WS-PRIOR-CUST-ID    PIC X(6)  VALUE SPACES.
000775     05  WS-PRIOR-MERGED-FROM PIC X(6) VALUE SPACES.
000780     05  WS-PRIOR-BAL-AFTER  PIC S9(9)V99 COMP-3 VALUE 0.
000790     05  WS-PRIOR-TS         PIC X(26) VALUE SPACES.
000800     05  WS-FIRST-ROW-SW     PIC X(01) VALUE 'Y'.

001550     EXEC SQL
001560         DECLARE CHNCSR CURSOR FOR
001570         SELECT CUST_ID, MERGED_FROM_ID, HIST_ACTION,
001580                HIST_AMOUNT, BAL_BEFORE, BAL_AFTER,
001585                CHAR(HIST_TS)
001590           FROM CUST_HIST
001600          ORDER BY CUST_ID, MERGED_FROM_ID, HIST_TS
001610     END-EXEC.

001620     EXEC SQL
001730     EXIT.

001740*-----------------------------------------------------------
001750* ONE ROW OF THE CHAIN. A NEW CHAIN FIRST SETTLES THE PRIOR
001760* CHAIN'S ENDING BALANCE, THEN EACH ROW'S BAL_BEFORE IS HELD
001770* AGAINST THE PRIOR ROW'S BAL_AFTER. A CUSTOMER'S OWN ROWS
001780* (MERGED_FROM_ID BLANK) SORT AHEAD OF ANY SET MERGED IN.
001790*-----------------------------------------------------------
001800 2000-PROCESS-ONE-ROW.
001810     IF DB-CUST-ID NOT = WS-PRIOR-CUST-ID
001815      OR DB-MERGED-FROM-ID NOT = WS-PRIOR-MERGED-FROM
001820         IF WS-PRIOR-CUST-ID NOT = SPACES
001830             PERFORM 2400-CHECK-ENDING-BALANCE
001840                 THRU 2400-EXIT
001850         END-IF
001852         IF DB-CUST-ID NOT = WS-PRIOR-CUST-ID
001854             ADD 1 TO WS-CUST-COUNT
001856         END-IF
001860         MOVE DB-CUST-ID TO WS-PRIOR-CUST-ID
001865         MOVE DB-MERGED-FROM-ID TO WS-PRIOR-MERGED-FROM
001870         MOVE 'Y' TO WS-FIRST-ROW-SW
001890     END-IF.

001900     ADD 1 TO WS-ROW-COUNT.
002030 2100-FETCH-NEXT-ROW.
002040     EXEC SQL
002050         FETCH CHNCSR
002060         INTO :DB-CUST-ID, :DB-MERGED-FROM-ID, :DB-HIST-ACTION,
002070              :DB-HIST-AMOUNT, :DB-BAL-BEFORE, :DB-BAL-AFTER,
002075              :DB-HIST-TS
002080     END-EXEC.

002090     EVALUATE SQLCODE
002490* THE LAST ROW'S BAL_AFTER MUST MATCH THE BALANCE ON FILE.
002500* A DELETED CUSTOMER HAS NO ROW LEFT TO MATCH - THE 'D'
002510* ROW ALREADY CLOSED THE CHAIN AT ZERO - SO NOT FOUND IS
002520* NOT A BREAK. A MERGED-IN CHAIN HAS NO BALANCE OF ITS OWN
002525* ON FILE; ITS MERGE ROW MUST HAVE CLOSED IT AT ZERO.
002530*-----------------------------------------------------------
002540 2400-CHECK-ENDING-BALANCE.
002541     IF WS-PRIOR-MERGED-FROM NOT = SPACES
002542         MOVE ZERO TO DB-CUST-BALANCE
002543         IF WS-PRIOR-BAL-AFTER NOT = ZERO
002544             PERFORM 2450-REPORT-ENDING-BREAK
002545                 THRU 2450-EXIT
002546         END-IF
002547         GO TO 2400-EXIT
002548     END-IF.
002550     EXEC SQL
002560         SELECT CUST_BALANCE INTO :DB-CUST-BALANCE
002570           FROM CUSTOMER
002820     COMPUTE WS-GAP-AMOUNT =
002830         DB-CUST-BALANCE - WS-PRIOR-BAL-AFTER.
002840     MOVE WS-PRIOR-CUST-ID   TO RB-CUST-ID.
002841     IF WS-PRIOR-MERGED-FROM NOT = SPACES
002842         MOVE SPACES TO RB-HIST-TS
002843         STRING 'MERGED FROM ' WS-PRIOR-MERGED-FROM
002844             DELIMITED BY SIZE INTO RB-HIST-TS
002845     ELSE
002850         MOVE 'ENDING BALANCE     ' TO RB-HIST-TS
002855     END-IF.
002860     MOVE SPACE              TO RB-ACTION.
002870     MOVE DB-CUST-BALANCE    TO RB-BAL-BEFORE.
002880     MOVE WS-PRIOR-BAL-AFTER TO RB-PRIOR-AFTER.
