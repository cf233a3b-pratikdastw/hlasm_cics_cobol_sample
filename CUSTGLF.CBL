000450*   SEP 2026  CAG  FEED NSF FEES (CUST_HIST ACTION F) AS
000460*                  POSITIVE FEE MOVEMENT - THE FEE RAISES
000470*                  THE RECEIVABLE LIKE AN ACCRUAL.
      *   OCT 2026  CAG  RUN UNDER THE CUSTRUN BATCH RUN CONTROL.
      *                  THE FEED REFUSES TO START UNTIL THE NIGHT'S
      *                  CUSTPAY, CUSTDFT AND CUSTDFR ARE COMPLETE,
      *                  DATES ITS ENTRIES WITH THE BUSINESS DATE ON
      *                  CUST_BUSDATE, AND IS REFUSED A SECOND TIME
      *                  FOR THE SAME DATE WITHOUT A RERUN OVERRIDE.
      *   OCT 2026  CAG  FEED LATE FEES (CUST_HIST ACTION G, POSTED
      *                  BY CUSTLFE) AS POSITIVE LTF MOVEMENT, KEPT
      *                  APART FROM THE NSF FEE INCOME.
      *   OCT 2026  CAG  FEED CREDIT BALANCE REFUNDS (CUST_HIST
      *                  ACTION E, POSTED BY CUSTRFD) AS POSITIVE
      *                  RFD MOVEMENT - THE REFUND TAKES THE
      *                  CUSTOMER'S CREDIT OFF THE RECEIVABLE
      *                  AGAINST THE AP DISBURSEMENT.
000480*-----------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000950     05  WS-CURR-MM          PIC 9(02).
000960     05  WS-CURR-DD          PIC 9(02).

000963* Batch run control call area (CUSTRUN)
000966 COPY CUSTRUN.

000970 01  WS-ENTRY-DATE.
000980     05  WS-ED-YYYY          PIC 9(04).
000990     05  FILLER              PIC X(01)  VALUE '-'.

001210 1000-INITIALIZE.
001220     OPEN OUTPUT GLJ-FILE.
001225     PERFORM 1050-BEGIN-RUN
001230         THRU 1050-EXIT.
001235     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.

001240     MOVE WS-CURR-YYYY TO WS-ED-YYYY.
001250     MOVE WS-CURR-MM   TO WS-ED-MM.
001440          WHERE C.CUST_ID = H.CUST_ID
001450            AND H.HIST_TS > TIMESTAMP(:DB-LAST-FED-TS)
001460            AND H.HIST_TS <= TIMESTAMP(:DB-MAX-FED-TS)
001466            AND H.HIST_ACTION IN ('P', 'I', 'V', 'W', 'R', 'F',
001473                                  'G', 'E')
001480          GROUP BY C.ACCOUNT_TYPE, H.HIST_ACTION
001490          ORDER BY C.ACCOUNT_TYPE, H.HIST_ACTION
001500     END-EXEC.

001600     PERFORM 2100-FETCH-NEXT-SUMMARY.
001610 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (THE NIGHT'S POSTING NOT COMPLETE, OR THE DATE ALREADY FED
      * WITH NO RERUN OVERRIDE) BEFORE THE HIGH-WATER MARK IS TAKEN.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTGLF ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTGLF - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       1050-EXIT.
001620     EXIT.

001630*-----------------------------------------------------------
002090           INTO :DB-MAX-FED-TS
002100           FROM CUST_HIST
002110          WHERE HIST_TS > TIMESTAMP(:DB-LAST-FED-TS)
002116            AND HIST_ACTION IN ('P', 'I', 'V', 'W', 'R', 'F',
002123                                'G', 'E')
002130     END-EXEC.

002140     IF SQLCODE NOT = ZERO
002490         WHEN 'F'
002500             MOVE DB-MOVEMENT-TOTAL TO WS-ENTRY-AMOUNT
002510             MOVE 'FEE' TO GLJ-ENTRY-TYPE
002512         WHEN 'G'
002514             MOVE DB-MOVEMENT-TOTAL TO WS-ENTRY-AMOUNT
002516             MOVE 'LTF' TO GLJ-ENTRY-TYPE
002517         WHEN 'E'
002518             MOVE DB-MOVEMENT-TOTAL TO WS-ENTRY-AMOUNT
002519             MOVE 'RFD' TO GLJ-ENTRY-TYPE
002520         WHEN OTHER
002530             MOVE DB-MOVEMENT-TOTAL TO WS-ENTRY-AMOUNT
002540             MOVE 'INT' TO GLJ-ENTRY-TYPE
003100     CLOSE GLJ-FILE.
003110     DISPLAY 'CUSTGLF - JOURNAL RECORDS WRITTEN: '
003120         WS-RECORD-COUNT ' HASH TOTAL: ' WS-HASH-TOTAL.
003123     PERFORM 3900-END-RUN
003126         THRU 3900-EXIT.
003130 3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MARK THE FEED COMPLETE FOR THE BUSINESS DATE SO CUSTREC
      * MAY START.
      *-----------------------------------------------------------
       3900-END-RUN.
           MOVE WS-RECORD-COUNT TO RUN-READ-COUNT.
           MOVE WS-RECORD-COUNT TO RUN-POSTED-COUNT.
           MOVE ZERO            TO RUN-REJECT-COUNT.
           SET RUN-END TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTGLF - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
003140     EXIT.

003150* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
003160* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
003170* UNIT OF WORK. ROLL IT BACK FIRST SO A FAILED RUN NEVER
003176* ADVANCES THE LAST-FED CUTOFF. THE RUN IS THEN MARKED FAILED ON
003182* CUST_RUNCTL.
003190 9999-ABEND.
003200     EXEC SQL
003210         ROLLBACK
003220     END-EXEC.
003222     IF RUN-STARTED
003224         SET RUN-FAIL TO TRUE
003226         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
003228     END-IF.
003230     CLOSE GLJ-FILE.
003240     MOVE WS-ABEND-CODE TO RETURN-CODE.
003250     GOBACK.
