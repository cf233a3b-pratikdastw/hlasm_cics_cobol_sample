000370*                  REGISTER, WITH A CUST_RESTART CHECKPOINT
000380*                  (LAST CUSTOMER WRITTEN OFF) SO A RESTART
000390*                  NEVER WRITES THE SAME ACCOUNT OFF TWICE.
      *   OCT 2026  CAG  RUN UNDER THE CUSTRUN BATCH RUN CONTROL
      *                  ONCE PER BUSINESS MONTH, AFTER THE NIGHT'S
      *                  CUSTPAY, CUSTDFT AND CUSTDFR ARE COMPLETE.
      *                  DAYS SINCE PAYMENT AND WO_DATE ARE TAKEN
      *                  FROM THE BUSINESS DATE ON CUST_BUSDATE; A
      *                  SECOND RUN FOR THE SAME MONTH NEEDS A RERUN
      *                  OVERRIDE.
      *   OCT 2026  CAG  JOURNAL A CRM CHANGE EVENT (CUSTEVT) WITH
      *                  EVERY CUST_HIST ROW, IN THE SAME UNIT OF
      *                  WORK, SO THE CRM FEED CARRIES ONLY COMMITTED
      *                  POSTINGS.
000400*-----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000730 01  DB-POSTED-AMOUNT        PIC S9(11)V99 COMP-3.
000740 01  DB-REJECT-COUNT         PIC S9(9) COMP.

000743* Host variable for the business date the run posts under
000746 01  DB-BUS-DATE             PIC X(10).

000750 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000760     88  WS-EOF-REACHED        VALUE 'Y'.
000770 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
001010     05  WS-CURR-MM          PIC 9(02).
001020     05  WS-CURR-DD          PIC 9(02).

001023* Batch run control call area (CUSTRUN)
001026 COPY CUSTRUN.

001027* CRM change-event call area (CUSTEVT)
001028 COPY CUSTEVT.

001030 01  WS-PAYMENT-DATE         PIC 9(08).

001040* Written-off balances by account type for the register

001700 1000-INITIALIZE.
001710     OPEN OUTPUT RPT-FILE.
001715     PERFORM 1050-BEGIN-RUN
001720         THRU 1050-EXIT.
001725     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
001730     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001740     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001750     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
001770         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
001780     MOVE 'CUSTWOF ' TO DB-JOB-NAME.
001790     MOVE 'CUSTWOF ' TO DB-HIST-OPERATOR.
001795     INITIALIZE EVT-CONTROL-AREA.
001800     MOVE 'W' TO DB-HIST-ACTION.

001810     PERFORM 1100-READ-CHECKPOINT

002050     PERFORM 2100-FETCH-NEXT-ROW.
002060 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (THE NIGHT'S POSTING NOT COMPLETE, OR THE MONTH ALREADY
      * WRITTEN OFF WITH NO RERUN OVERRIDE) BEFORE ANYTHING MOVES.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTWOF ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTWOF - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
       1050-EXIT.
002070     EXIT.

002080 1100-READ-CHECKPOINT.
003210         INSERT INTO CUST_WRITEOFF
003220             (CUST_ID, WO_DATE, WO_AMOUNT, WO_RECOVERED)
003230         VALUES
003236             (:DB-CUST-ID, DATE(:DB-BUS-DATE),
003242              :DB-CUST-BALANCE, 0)
003250     END-EXEC.

003260     IF SQLCODE NOT = ZERO
003300         PERFORM 9999-ABEND
003310     END-IF.

003313     PERFORM 2410-TAKE-SNAPSHOT
003316         THRU 2410-EXIT.

003320     EXEC SQL
003330         UPDATE CUSTOMER
003340            SET CUST_BALANCE = 0,
003560         MOVE 906 TO WS-ABEND-CODE
003570         PERFORM 9999-ABEND
003580     END-IF.
003582     MOVE DB-HIST-ACTION TO EVT-HIST-ACTION.
003584     MOVE DB-CUST-BALANCE TO EVT-BAL-BEFORE.
003586     PERFORM 2420-JOURNAL-EVENT
003588         THRU 2420-EXIT.

003590     ADD 1 TO WS-WRITEOFF-COUNT.
003600     ADD 1 TO WS-SINCE-COMMIT.
003640     PERFORM 2450-WRITE-REGISTER-LINE
003650         THRU 2450-EXIT.
003660 2400-EXIT.
           EXIT.

      * BEFORE IMAGE OF THE CUSTOMER ROW FOR THE CHANGE EVENT, TAKEN
      * AHEAD OF AN UPDATE THAT TOUCHES MORE THAN THE BALANCE.
       2410-TAKE-SNAPSHOT.
           MOVE DB-CUST-ID TO EVT-CUST-ID.
           SET EVT-SNAPSHOT TO TRUE.
           CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CRM CHANGE EVENT FOR THE CUST_HIST ROW JUST WRITTEN, IN THE
      * SAME UNIT OF WORK, SO IT IS PUBLISHED ONLY IF THE POSTING
      * COMMITS. THE CALLER SETS THE ACTION AND BEFORE BALANCE.
      * A FAILED EVENT FAILS THE RUN THE SAME WAY A FAILED
      * HISTORY INSERT DOES.
      *-----------------------------------------------------------
       2420-JOURNAL-EVENT.
           MOVE DB-CUST-ID TO EVT-CUST-ID.
           MOVE DB-HIST-OPERATOR TO EVT-OPERATOR.
           SET EVT-JOURNAL TO TRUE.
           CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
           IF NOT EVT-OK
               DISPLAY 'CUSTWOF - CHANGE EVENT FAILED FOR '
                   DB-CUST-ID ' SQLCODE = ' EVT-SQLCODE
               MOVE 906 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       2420-EXIT.
003670     EXIT.

003680 2450-WRITE-REGISTER-LINE.
004980     DISPLAY 'CUSTWOF - ACCOUNTS WRITTEN OFF: '
004990         WS-WRITEOFF-COUNT ' LEFT ON BOOKS: '
005000         WS-SKIPPED-COUNT.
005003     PERFORM 3900-END-RUN
005006         THRU 3900-EXIT.
005010 3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MARK THE MONTH'S WRITE-OFF RUN COMPLETE ON CUST_RUNCTL.
      * ACCOUNTS LEFT ON THE BOOKS COUNT AS REJECTED.
      *-----------------------------------------------------------
       3900-END-RUN.
           COMPUTE RUN-READ-COUNT = WS-WRITEOFF-COUNT
                                  + WS-SKIPPED-COUNT.
           MOVE WS-WRITEOFF-COUNT TO RUN-POSTED-COUNT.
           MOVE WS-SKIPPED-COUNT TO RUN-REJECT-COUNT.
           SET RUN-END TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTWOF - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
005020     EXIT.

005030* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
005040* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
005050* UNIT OF WORK. ROLL IT BACK FIRST SO EVERYTHING SINCE THE
005060* LAST CHECKPOINT IS UNDONE AND THE RESTART CANNOT WRITE
005066* THE SAME ACCOUNT OFF TWICE. THE RUN IS THEN MARKED FAILED ON
005072* CUST_RUNCTL.
005080 9999-ABEND.
005090     EXEC SQL
005100         ROLLBACK
005110     END-EXEC.
005112     IF RUN-STARTED
005114         SET RUN-FAIL TO TRUE
005116         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
005118     END-IF.
005120     CLOSE RPT-FILE.
005130     MOVE WS-ABEND-CODE TO RETURN-CODE.
005140     GOBACK.
