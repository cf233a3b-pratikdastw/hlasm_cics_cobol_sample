000390*                  THE BALANCE PRICED THROUGH CUSTHLPR -
000400*                  MONEY THE CUSTOMER MAY NOT OWE MUST NOT
000410*                  DRAW INTEREST WHILE THE DISPUTE IS OPEN.
      *   OCT 2026  CAG  RUN UNDER THE CUSTRUN BATCH RUN CONTROL
      *                  ONCE PER BUSINESS MONTH, AFTER THE NIGHT'S
      *                  CUSTPAY, CUSTDFT AND CUSTDFR ARE COMPLETE.
      *                  THE RATE IN EFFECT IS PICKED BY THE
      *                  BUSINESS DATE ON CUST_BUSDATE; A SECOND RUN
      *                  FOR THE SAME MONTH NEEDS A RERUN OVERRIDE.
      *   OCT 2026  CAG  JOURNAL A CRM CHANGE EVENT (CUSTEVT) WITH
      *                  EVERY CUST_HIST ROW, IN THE SAME UNIT OF
      *                  WORK, SO THE CRM FEED CARRIES ONLY COMMITTED
      *                  POSTINGS.
000420*-----------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000810 01  DB-POSTED-AMOUNT        PIC S9(11)V99 COMP-3.
000820 01  DB-REJECT-COUNT         PIC S9(9) COMP.

000823* Host variable for the business date the run posts under
000826 01  DB-BUS-DATE             PIC X(10).

000830 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000840     88  WS-EOF-REACHED        VALUE 'Y'.
000850 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
001140     05  WS-CURR-MM          PIC 9(02).
001150     05  WS-CURR-DD          PIC 9(02).

001153* Batch run control call area (CUSTRUN)
001156 COPY CUSTRUN.

001157* CRM change-event call area (CUSTEVT)
001158 COPY CUSTEVT.

001160* Accrued interest by account type for the register totals
001170 01  WS-ACCRUAL-TOTALS.
001180     05  WS-ACCR-TOTAL-R     PIC S9(11)V99 COMP-3 VALUE 0.

001820 1000-INITIALIZE.
001830     OPEN OUTPUT RPT-FILE.
001835     PERFORM 1050-BEGIN-RUN
001840         THRU 1050-EXIT.
001845     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
001850     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001860     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001870     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
001880     MOVE 'CUSTINT ' TO DB-JOB-NAME.
001890     MOVE 'CUSTINT ' TO DB-HIST-OPERATOR.
001895     INITIALIZE EVT-CONTROL-AREA.
001900     MOVE 'I' TO DB-HIST-ACTION.

001910     PERFORM 1100-READ-CHECKPOINT

002110     PERFORM 2100-FETCH-NEXT-ROW.
002120 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (THE NIGHT'S POSTING NOT COMPLETE, OR THE MONTH ALREADY
      * ACCRUED WITH NO RERUN OVERRIDE) BEFORE ANY INTEREST POSTS.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTINT ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTINT - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
       1050-EXIT.
002130     EXIT.

002140 1100-READ-CHECKPOINT.
003640                              FROM CUST_RATE
003650                             WHERE ACCOUNT_TYPE
003660                                   = :DB-ACCOUNT-TYPE
003670                               AND EFF_DATE <= DATE(:DB-BUS-DATE))
003680     END-EXEC.
003690     IF SQLCODE = ZERO
003700         MOVE DB-INT-RATE TO WS-INTEREST-RATE
004030         MOVE 906 TO WS-ABEND-CODE
004040         PERFORM 9999-ABEND
004050     END-IF.
004052     MOVE DB-HIST-ACTION TO EVT-HIST-ACTION.
004054     MOVE DB-CUST-BALANCE TO EVT-BAL-BEFORE.
004056     PERFORM 2420-JOURNAL-EVENT
004058         THRU 2420-EXIT.

004060     ADD 1 TO WS-ACCRUED-COUNT.
004070     ADD 1 TO WS-SINCE-COMMIT.
004110     PERFORM 2450-WRITE-REGISTER-LINE
004120         THRU 2450-EXIT.
004130 2400-EXIT.
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
               DISPLAY 'CUSTINT - CHANGE EVENT FAILED FOR '
                   DB-CUST-ID ' SQLCODE = ' EVT-SQLCODE
               MOVE 906 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       2420-EXIT.
004140     EXIT.

004150 2450-WRITE-REGISTER-LINE.

005390     CLOSE RPT-FILE.
005400     DISPLAY 'CUSTINT - ACCOUNTS ACCRUED: ' WS-ACCRUED-COUNT.
005403     PERFORM 3900-END-RUN
005406         THRU 3900-EXIT.
005410 3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MARK THE MONTH'S ACCRUAL COMPLETE ON CUST_RUNCTL.
      *-----------------------------------------------------------
       3900-END-RUN.
           MOVE WS-ACCRUED-COUNT TO RUN-READ-COUNT.
           MOVE WS-ACCRUED-COUNT TO RUN-POSTED-COUNT.
           MOVE ZERO             TO RUN-REJECT-COUNT.
           SET RUN-END TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTINT - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
005420     EXIT.

005430* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
005440* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
005450* UNIT OF WORK. ROLL IT BACK FIRST SO EVERYTHING SINCE THE
005460* LAST CHECKPOINT IS UNDONE AND THE RESTART CANNOT
005470* DOUBLE-ACCRUE. THE RUN IS THEN MARKED FAILED ON CUST_RUNCTL.
005480 9999-ABEND.
005490     EXEC SQL
005500         ROLLBACK
005510     END-EXEC.
005512     IF RUN-STARTED
005514         SET RUN-FAIL TO TRUE
005516         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
005518     END-IF.
005520     CLOSE RPT-FILE.
005530     MOVE WS-ABEND-CODE TO RETURN-CODE.
005540     GOBACK.
