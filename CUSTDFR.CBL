000370*                  JOURNALED AS ITS OWN 'F' ROW - THE SAME
000380*                  FEE THE ONLINE NSF REVERSAL DRAWS. AN
000390*                  ADMINISTRATIVE RETURN DRAWS NO FEE.
      *   OCT 2026  CAG  RUN UNDER THE CUSTRUN BATCH RUN CONTROL.
      *                  THE BUSINESS DATE ON CUST_BUSDATE, NOT THE
      *                  SYSTEM CLOCK, PICKS THE NSF FEE IN EFFECT,
      *                  THE RUN IS REFUSED A SECOND TIME FOR THE
      *                  SAME DATE WITHOUT A RERUN OVERRIDE, AND ITS
      *                  START, END, STATUS AND COUNTS GO ON
      *                  CUST_RUNCTL.
      *   OCT 2026  CAG  JOURNAL A CRM CHANGE EVENT (CUSTEVT) WITH
      *                  EVERY CUST_HIST ROW, IN THE SAME UNIT OF
      *                  WORK, SO THE CRM FEED CARRIES ONLY COMMITTED
      *                  POSTINGS.
000400*-----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000980 01  DB-POSTED-AMOUNT        PIC S9(11)V99 COMP-3.
000990 01  DB-REJECT-COUNT         PIC S9(9) COMP.

000993* Host variable for the business date the run posts under
000996 01  DB-BUS-DATE             PIC X(10).

001000 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001010     88  WS-EOF-REACHED        VALUE 'Y'.
001020 77  WS-EDIT-SWITCH          PIC X(01)      VALUE 'Y'.
001230     05  WS-CURR-MM          PIC 9(02).
001240     05  WS-CURR-DD          PIC 9(02).

001243* Batch run control call area (CUSTRUN)
001246 COPY CUSTRUN.

001247* CRM change-event call area (CUSTEVT)
001248 COPY CUSTEVT.

001250 01  WS-PRIOR-PMT-DATE       PIC 9(08).
001260 01  WS-PRIOR-PMT-DATE-R REDEFINES WS-PRIOR-PMT-DATE.
001270     05  WS-PPD-YYYY         PIC 9(04).
001850     OPEN INPUT RTN-FILE.
001860     OPEN EXTEND REJ-FILE.
001870     OPEN OUTPUT RPT-FILE.
001875     PERFORM 1050-BEGIN-RUN
001880         THRU 1050-EXIT.
001885     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
001890     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001900     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001910     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
001920     MOVE 'CUSTDFR ' TO DB-JOB-NAME.
001930     MOVE 'CUSTDFR ' TO DB-HIST-OPERATOR.
001935     INITIALIZE EVT-CONTROL-AREA.
001940     MOVE 'V' TO DB-HIST-ACTION.

001950     PERFORM 1100-READ-CHECKPOINT
001970     PERFORM 2100-READ-RTN-RECORD
001980         THRU 2100-EXIT.
001990 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (ALREADY COMPLETE FOR THE DATE WITH NO RERUN OVERRIDE)
      * BEFORE ANYTHING IS REVERSED.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTDFR ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTDFR - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
       1050-EXIT.
002000     EXIT.

002010*-----------------------------------------------------------
004160         MOVE 906 TO WS-ABEND-CODE
004170         PERFORM 9999-ABEND
004180     END-IF.
004182     MOVE DB-HIST-ACTION TO EVT-HIST-ACTION.
004184     MOVE DB-HIST-BAL-BEFORE TO EVT-BAL-BEFORE.
004186     PERFORM 2435-JOURNAL-EVENT
004188         THRU 2435-EXIT.
004190 2430-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CRM CHANGE EVENT FOR THE CUST_HIST ROW JUST WRITTEN, IN THE
      * SAME UNIT OF WORK, SO IT IS PUBLISHED ONLY IF THE POSTING
      * COMMITS. THE CALLER SETS THE ACTION AND BEFORE BALANCE.
      * A FAILED EVENT FAILS THE RUN THE SAME WAY A FAILED
      * HISTORY INSERT DOES.
      *-----------------------------------------------------------
       2435-JOURNAL-EVENT.
           MOVE DB-ID TO EVT-CUST-ID.
           MOVE DB-HIST-OPERATOR TO EVT-OPERATOR.
           SET EVT-JOURNAL TO TRUE.
           CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
           IF NOT EVT-OK
               DISPLAY 'CUSTDFR - CHANGE EVENT FAILED FOR '
                   DB-ID ' SQLCODE = ' EVT-SQLCODE
               MOVE 906 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       2435-EXIT.
004200     EXIT.

004210*-----------------------------------------------------------
004440                              FROM CUST_FEE
004450                             WHERE ACCOUNT_TYPE
004460                                   = :DB-ACCOUNT-TYPE
004470                               AND EFF_DATE <= DATE(:DB-BUS-DATE))
004480     END-EXEC.
004490     IF SQLCODE NOT = ZERO OR DB-NSF-FEE = ZERO
004500         GO TO 2440-EXIT
004850         MOVE 906 TO WS-ABEND-CODE
004860         PERFORM 9999-ABEND
004870     END-IF.
004872     MOVE 'F' TO EVT-HIST-ACTION.
004874     MOVE DB-HIST-BAL-BEFORE TO EVT-BAL-BEFORE.
004876     PERFORM 2435-JOURNAL-EVENT
004878         THRU 2435-EXIT.
004880 2440-EXIT.
004890     EXIT.

006160     CLOSE RPT-FILE.
006170     DISPLAY 'CUSTDFR - DRAFTS REVERSED: ' WS-REVERSED-COUNT
006180         ' REJECTED: ' WS-REJECT-COUNT.
006183     PERFORM 3900-END-RUN
006186         THRU 3900-EXIT.
006190 3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MARK THE RUN COMPLETE FOR THE BUSINESS DATE SO CUSTGLF AND
      * THE OTHER SUCCESSORS MAY START.
      *-----------------------------------------------------------
       3900-END-RUN.
           MOVE WS-RECORD-NO      TO RUN-READ-COUNT.
           MOVE WS-REVERSED-COUNT TO RUN-POSTED-COUNT.
           MOVE WS-REJECT-COUNT   TO RUN-REJECT-COUNT.
           SET RUN-END TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTDFR - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
006200     EXIT.

006210* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
006220* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
006230* UNIT OF WORK. ROLL IT BACK FIRST SO EVERYTHING SINCE THE
006240* LAST CHECKPOINT IS UNDONE AND THE RESTART CANNOT
006250* DOUBLE-REVERSE. THE RUN IS THEN MARKED FAILED ON CUST_RUNCTL.
006260 9999-ABEND.
006270     EXEC SQL
006280         ROLLBACK
006290     END-EXEC.
006292     IF RUN-STARTED
006294         SET RUN-FAIL TO TRUE
006296         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
006298     END-IF.
006300     CLOSE RTN-FILE.
006310     CLOSE REJ-FILE.
006320     CLOSE RPT-FILE.
