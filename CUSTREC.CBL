000220*                  ON THE GL CONTROL FEED, SUMS CUSTOMER
000230*                  BALANCES ON DB2 AND REPORTS ANY BREAK
000240*                  AGAINST THE GENERAL LEDGER CONTROL TOTAL.
000241*   OCT 2026  CAG  RUN UNDER THE CUSTRUN BATCH RUN CONTROL
000242*                  ONCE PER BUSINESS MONTH, AFTER THE NIGHT'S
000243*                  CUSTGLF FEED IS COMPLETE. THE REPORT IS
000244*                  DATED WITH THE BUSINESS DATE ON
000245*                  CUST_BUSDATE; A SECOND RUN FOR THE SAME
000246*                  MONTH NEEDS A RERUN OVERRIDE.
000250*-----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000620 77  WS-BREAK-AMOUNT          PIC S9(11)V99 COMP-3.
000630 77  WS-BREAK-COUNT           PIC S9(05) COMP-3 VALUE 0.
000640 77  WS-TOLERANCE             PIC S9(09)V99 COMP-3 VALUE 0.01.
000643 77  WS-GL-COUNT              PIC S9(09) COMP VALUE 0.
000646 77  WS-RUN-RC                PIC S9(04) COMP.

000650 01  WS-CURRENT-DATE          PIC 9(08).
000660 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
000680     05  WS-CURR-MM           PIC 9(02).
000690     05  WS-CURR-DD           PIC 9(02).

000693* Batch run control call area (CUSTRUN)
000696 COPY CUSTRUN.

000700 01  RPT-HEADING-1.
000710     05  FILLER               PIC X(01)  VALUE SPACE.
000720     05  FILLER               PIC X(40)  VALUE
001270 1000-INITIALIZE.
001280     OPEN INPUT GL-FILE.
001290     OPEN OUTPUT RPT-FILE.
001295     PERFORM 1050-BEGIN-RUN
001300         THRU 1050-EXIT.
001305     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
001310     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001320     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001330     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
001340     PERFORM 2100-READ-GL-RECORD.
001350 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (THE NIGHT'S CUSTGLF FEED NOT COMPLETE, OR THE MONTH
      * ALREADY RECONCILED WITH NO RERUN OVERRIDE). NOTHING HAS
      * BEEN READ, SO A REFUSAL JUST CLOSES THE FILES AND ENDS.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTREC ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTREC - ' RUN-MESSAGE
               CLOSE GL-FILE
               CLOSE RPT-FILE
               MOVE 912 TO RETURN-CODE
               GOBACK
           END-IF.
       1050-EXIT.
001360     EXIT.

001370 2000-PROCESS-ONE-GL-RECORD.
001400             THRU 2200-EXIT
001410     END-IF.

001415     ADD 1 TO WS-GL-COUNT.
001420     PERFORM 2300-SUM-DB2-BALANCE
001430         THRU 2300-EXIT.

002150         AFTER ADVANCING 1 LINE.
002160     CLOSE GL-FILE.
002170     CLOSE RPT-FILE.
002173     PERFORM 3900-END-RUN
002176         THRU 3900-EXIT.
002180 3000-EXIT.
002190     EXIT.

002200*-----------------------------------------------------------
002210* MARK THE MONTH'S RECONCILIATION COMPLETE ON CUST_RUNCTL, OR
002220* FAILED IF A BALANCE QUERY FAILED. ACCOUNT TYPES OUT OF
002230* BALANCE COUNT AS REJECTED. THE JOB'S OWN RETURN CODE IS
002240* KEPT ACROSS THE CALL.
002250*-----------------------------------------------------------
002260 3900-END-RUN.
002270     MOVE WS-GL-COUNT    TO RUN-READ-COUNT.
002280     COMPUTE RUN-POSTED-COUNT = WS-GL-COUNT - WS-BREAK-COUNT.
002290     MOVE WS-BREAK-COUNT TO RUN-REJECT-COUNT.
002300     MOVE RETURN-CODE TO WS-RUN-RC.
002310     IF WS-RUN-RC = ZERO
002320         SET RUN-END TO TRUE
002330     ELSE
002340         SET RUN-FAIL TO TRUE
002350     END-IF.
002360     CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
002370     MOVE WS-RUN-RC TO RETURN-CODE.
002380     IF NOT RUN-OK
002390         DISPLAY 'CUSTREC - ' RUN-MESSAGE
002400         MOVE 912 TO RETURN-CODE
002410     END-IF.
002420 3900-EXIT.
002430     EXIT.
