000350*                  INTERVAL WITH A CUST_RESTART CHECKPOINT
000360*                  ROW SO AN ABEND RESTARTS FROM THE LAST
000370*                  COMMIT INSTEAD OF DOUBLE-APPLYING.
      *   OCT 2026  CAG  RUN UNDER THE CUSTRUN BATCH RUN CONTROL.
      *                  THE REGISTER IS DATED WITH THE BUSINESS DATE
      *                  ON CUST_BUSDATE, THE RUN IS REFUSED A SECOND
      *                  TIME FOR THE SAME DATE WITHOUT A RERUN
      *                  OVERRIDE, AND ITS START, END, STATUS AND
      *                  COUNTS GO ON CUST_RUNCTL.
      *   OCT 2026  CAG  JOURNAL A CRM CHANGE EVENT (CUSTEVT) WITH
      *                  EVERY CUST_HIST ROW, IN THE SAME UNIT OF
      *                  WORK, SO THE CRM FEED CARRIES ONLY COMMITTED
      *                  POSTINGS.
000380*-----------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
001170     05  WS-CURR-MM          PIC 9(02).
001180     05  WS-CURR-DD          PIC 9(02).

001183* Batch run control call area (CUSTRUN)
001186 COPY CUSTRUN.

001187* CRM change-event call area (CUSTEVT)
001188 COPY CUSTEVT.

001190 01  RPT-HEADING-1.
001200     05  FILLER              PIC X(01)  VALUE SPACE.
001210     05  FILLER              PIC X(40)  VALUE
001720     OPEN INPUT MNT-FILE.
001730     OPEN EXTEND REJ-FILE.
001740     OPEN OUTPUT RPT-FILE.
001745     PERFORM 1050-BEGIN-RUN
001750         THRU 1050-EXIT.
001755     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
001760     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001770     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001780     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
001790     MOVE 'CUSTMNT ' TO DB-JOB-NAME.
001800     MOVE 'CUSTMNT ' TO DB-HIST-OPERATOR.
001805     INITIALIZE EVT-CONTROL-AREA.

001810     PERFORM 1100-READ-CHECKPOINT
001820         THRU 1100-EXIT.
001830     PERFORM 2100-READ-MNT-RECORD
001840         THRU 2100-EXIT.
001850 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (ALREADY COMPLETE FOR THE DATE WITH NO RERUN OVERRIDE)
      * BEFORE ANY MAINTENANCE IS APPLIED.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTMNT ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTMNT - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       1050-EXIT.
001860     EXIT.

001870*-----------------------------------------------------------
003340     ELSE
003350         MOVE MNT-ACCT-STATUS TO DB-ACCT-STATUS
003360     END-IF.
003363     PERFORM 2455-TAKE-SNAPSHOT
003366         THRU 2455-EXIT.

003370     EXEC SQL
003380         INSERT INTO CUSTOMER
003700     MOVE MNT-CUST-ADDRESS TO DB-ADDRESS.
003710     PERFORM 2450-FETCH-BALANCE
003720         THRU 2450-EXIT.
003723     PERFORM 2455-TAKE-SNAPSHOT
003726         THRU 2455-EXIT.

003730     EXEC SQL
003740         UPDATE CUSTOMER

004320* THE ARCHIVE ROW IS THE ROW ITSELF PLUS WHO DELETED IT AND
004330* WHEN - SAME COPY THE ONLINE DELETE TAKES.
004333     PERFORM 2455-TAKE-SNAPSHOT
004336         THRU 2455-EXIT.
004340     EXEC SQL
004350         INSERT INTO CUST_ARCHIVE
004360             (CUST_ID, CUST_NAME, CUST_ADDRESS, CUST_BALANCE,
004910 2450-EXIT.
004920     EXIT.

004921* BEFORE IMAGE OF THE CUSTOMER ROW FOR THE CHANGE EVENT, TAKEN
004922* AHEAD OF AN UPDATE THAT TOUCHES MORE THAN THE BALANCE.
004923 2455-TAKE-SNAPSHOT.
004924     MOVE DB-ID TO EVT-CUST-ID.
004925     SET EVT-SNAPSHOT TO TRUE.
004926     CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
004927 2455-EXIT.
004928     EXIT.

004930*-----------------------------------------------------------
004940* ONE CUST_HIST ROW PER APPLIED ACTION, IN THE SAME UNIT OF
004950* WORK AS THE MAINTENANCE IT JOURNALS - SAME ROW THE ONLINE
005110         MOVE 906 TO WS-ABEND-CODE
005120         PERFORM 9999-ABEND
005130     END-IF.
005132     MOVE DB-HIST-ACTION TO EVT-HIST-ACTION.
005134     MOVE DB-HIST-BAL-BEFORE TO EVT-BAL-BEFORE.
005136     PERFORM 2465-JOURNAL-EVENT
005138         THRU 2465-EXIT.
005140 2460-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CRM CHANGE EVENT FOR THE CUST_HIST ROW JUST WRITTEN, IN THE
      * SAME UNIT OF WORK, SO IT IS PUBLISHED ONLY IF THE POSTING
      * COMMITS. THE CALLER SETS THE ACTION AND BEFORE BALANCE.
      * A FAILED EVENT FAILS THE RUN THE SAME WAY A FAILED
      * HISTORY INSERT DOES.
      *-----------------------------------------------------------
       2465-JOURNAL-EVENT.
           MOVE DB-ID TO EVT-CUST-ID.
           MOVE DB-HIST-OPERATOR TO EVT-OPERATOR.
           SET EVT-JOURNAL TO TRUE.
           CALL 'CUSTEVT' USING EVT-CONTROL-AREA.
           IF NOT EVT-OK
               DISPLAY 'CUSTMNT - CHANGE EVENT FAILED FOR '
                   DB-ID ' SQLCODE = ' EVT-SQLCODE
               MOVE 906 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       2465-EXIT.
005150     EXIT.

005160 2470-COUNT-APPLIED.
006620     CLOSE RPT-FILE.
006630     DISPLAY 'CUSTMNT - TRANSACTIONS APPLIED: '
006640         WS-APPLIED-COUNT ' REJECTED: ' WS-REJECT-COUNT.
006643     PERFORM 3900-END-RUN
006646         THRU 3900-EXIT.
006650 3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MARK THE RUN COMPLETE FOR THE BUSINESS DATE SO ITS
      * SUCCESSORS MAY START.
      *-----------------------------------------------------------
       3900-END-RUN.
           MOVE WS-RECORD-NO     TO RUN-READ-COUNT.
           MOVE WS-APPLIED-COUNT TO RUN-POSTED-COUNT.
           MOVE WS-REJECT-COUNT  TO RUN-REJECT-COUNT.
           SET RUN-END TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTMNT - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
006660     EXIT.

006670* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
006680* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
006690* UNIT OF WORK. ROLL IT BACK FIRST SO EVERYTHING SINCE THE
006700* LAST CHECKPOINT IS UNDONE AND THE RESTART CANNOT
006710* DOUBLE-APPLY. THE RUN IS THEN MARKED FAILED ON CUST_RUNCTL.
006720 9999-ABEND.
006730     EXEC SQL
006740         ROLLBACK
006750     END-EXEC.
006752     IF RUN-STARTED
006754         SET RUN-FAIL TO TRUE
006756         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
006758     END-IF.
006760     CLOSE MNT-FILE.
006770     CLOSE REJ-FILE.
006780     CLOSE RPT-FILE.
