000370*                  COLLECTIONS EXPOSURE. A BALANCE THAT
000380*                  NETS TO ZERO OR LESS IS SKIPPED
000390*                  ENTIRELY, AS CUSTLTR AND CUSTINT DO.
      *   OCT 2026  CAG  RUN UNDER THE CUSTRUN BATCH RUN CONTROL.
      *                  THE AGING REFUSES TO START UNTIL THE NIGHT'S
      *                  CUSTPAY, CUSTDFT AND CUSTDFR ARE COMPLETE,
      *                  AGES AND SNAPSHOTS AS OF THE BUSINESS DATE
      *                  ON CUST_BUSDATE, AND IS REFUSED A SECOND
      *                  TIME FOR THE SAME DATE WITHOUT A RERUN
      *                  OVERRIDE. A PARTIAL RUN IS MARKED FAILED SO
      *                  CUSTLTR WILL NOT START BEHIND IT.
      *   OCT 2026  CAG  RECORD EACH CUSTOMER'S WORST BUCKET FOR THE
      *                  MONTH ON CUST_AGE_WORST (ONE ROW PER CUSTOMER
      *                  PER MONTH, ONLY ONCE PAST CURRENT) SO THE
      *                  CUSTCLR CREDIT-LINE REVIEW CAN SEE THE WORST
      *                  AGING REACHED OVER THE PAST YEAR. A RERUN
      *                  ONLY EVER RAISES THE MONTH'S BUCKET.
000400*-----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000730 01  DB-SNAP-TOTAL-B         PIC S9(11)V99 COMP-3.
000740 01  DB-SNAP-COUNT           PIC S9(9) COMP.

000743* Host variable for the business date the run posts under
000746 01  DB-BUS-DATE             PIC X(10).

000747* Host variable for the CUST_AGE_WORST month (CCYYMM)
000748 01  DB-AGE-MONTH            PIC X(6).

000750 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000760     88  WS-EOF-REACHED        VALUE 'Y'.
000770 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
000820 77  WS-PAYMENT-INTEGER      PIC S9(09) COMP.
000830 77  WS-ABEND-CODE           PIC S9(04) COMP.
000840 77  WS-BUCKET-IX            PIC 9(01) COMP.
000843 77  WS-AGED-COUNT           PIC S9(09) COMP VALUE 0.
000846 77  WS-RUN-RC               PIC S9(04) COMP.

000850 01  WS-CURRENT-DATE         PIC 9(08).
000860 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
000880     05  WS-CURR-MM          PIC 9(02).
000890     05  WS-CURR-DD          PIC 9(02).

000893* Batch run control call area (CUSTRUN)
000896 COPY CUSTRUN.

000900 01  WS-PAYMENT-DATE         PIC 9(08).

000910* Bucket subtotals by account type (R/C/B - see CUSTDEF)

001760 1000-INITIALIZE.
001770     OPEN OUTPUT RPT-FILE.
001775     PERFORM 1050-BEGIN-RUN
001780         THRU 1050-EXIT.
001785     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
001790     MOVE WS-CURR-MM   TO RH2-RUN-MM.
001800     MOVE WS-CURR-DD   TO RH2-RUN-DD.
001810     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
002010 1000-EXIT.
002020     EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (THE NIGHT'S POSTING NOT COMPLETE, OR THE DATE ALREADY AGED
      * WITH NO RERUN OVERRIDE) BEFORE ANY ACCOUNT IS AGED.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTAGE ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTAGE - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
           MOVE RUN-BUS-DATE-ISO (1:4) TO DB-AGE-MONTH (1:4).
           MOVE RUN-BUS-DATE-ISO (6:2) TO DB-AGE-MONTH (5:2).
       1050-EXIT.
           EXIT.

002030 2000-PROCESS-ONE-ROW.
002040     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
002050         PERFORM 2200-WRITE-HEADINGS
002200         THRU 2300-EXIT.
002210     PERFORM 2400-ACCUMULATE-BUCKET
002220         THRU 2400-EXIT.
002222     IF WS-BUCKET-IX > 1
002224         PERFORM 2450-RECORD-WORST-BUCKET
002226             THRU 2450-EXIT
002228     END-IF.

002230     MOVE DB-CUST-ID       TO RD-CUST-ID.
002240     MOVE DB-CUST-NAME     TO RD-CUST-NAME.

003080     SET WS-BKT-IDX TO WS-BUCKET-IX.
003090     ADD 1 TO WS-BKT-COUNT (WS-BKT-IDX).
003095     ADD 1 TO WS-AGED-COUNT.
003100     EVALUATE DB-ACCOUNT-TYPE
003110         WHEN 'R'
003120             ADD DB-CUST-BALANCE TO WS-BKT-TOTAL-R (WS-BKT-IDX)
003180             ADD DB-CUST-BALANCE TO WS-BKT-TOTAL-R (WS-BKT-IDX)
003190     END-EVALUATE.
003200 2400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * RAISE THE CUSTOMER'S WORST BUCKET FOR THE MONTH. NO ROW YET
      * FOR THE MONTH IS AN INSERT; A ROW ALREADY AT THIS BUCKET OR
      * WORSE (-803 ON THE INSERT) IS LEFT ALONE. A CUSTOMER WITH NO
      * ROW FOR A MONTH WAS CURRENT ALL THAT MONTH.
      *-----------------------------------------------------------
       2450-RECORD-WORST-BUCKET.
           MOVE WS-BUCKET-IX TO DB-BUCKET-NO.
           EXEC SQL
               UPDATE CUST_AGE_WORST
                  SET WORST_BUCKET = :DB-BUCKET-NO
                WHERE CUST_ID = :DB-CUST-ID
                  AND AGE_MONTH = :DB-AGE-MONTH
                  AND WORST_BUCKET < :DB-BUCKET-NO
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CUST_AGE_WORST
                       (CUST_ID, AGE_MONTH, WORST_BUCKET)
                   VALUES
                       (:DB-CUST-ID, :DB-AGE-MONTH, :DB-BUCKET-NO)
               END-EXEC
           END-IF.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               DISPLAY 'CUSTAGE - WORST BUCKET WRITE FAILED FOR '
                   DB-CUST-ID ' SQLCODE = ' SQLCODE
               MOVE 905 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       2450-EXIT.
003210     EXIT.

003220 2200-WRITE-HEADINGS.
003630     END-EXEC.

003640     CLOSE RPT-FILE.
003643     PERFORM 3900-END-RUN
003646         THRU 3900-EXIT.
003650 3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MARK THE RUN COMPLETE FOR THE BUSINESS DATE SO CUSTLTR MAY
      * START - OR, AFTER A FETCH FAILURE, FAILED SO IT MAY NOT.
      * THE JOB'S OWN RETURN CODE IS KEPT ACROSS THE CALL.
      *-----------------------------------------------------------
       3900-END-RUN.
           MOVE WS-AGED-COUNT TO RUN-READ-COUNT.
           MOVE WS-AGED-COUNT TO RUN-POSTED-COUNT.
           MOVE ZERO          TO RUN-REJECT-COUNT.
           MOVE RETURN-CODE TO WS-RUN-RC.
           IF WS-RUN-RC = ZERO
               SET RUN-END TO TRUE
           ELSE
               SET RUN-FAIL TO TRUE
           END-IF.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           MOVE WS-RUN-RC TO RETURN-CODE.
           IF NOT RUN-OK
               DISPLAY 'CUSTAGE - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
003660     EXIT.

003670*-----------------------------------------------------------
003710 3150-CLEAR-TODAYS-SNAPSHOT.
003720     EXEC SQL
003730         DELETE FROM CUST_AGE_SNAP
003740          WHERE SNAP_DATE = DATE(:DB-BUS-DATE)
003750     END-EXEC.
003760     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
003770         DISPLAY 'CUSTAGE - SNAPSHOT CLEAR FAILED, '
003920             (SNAP_DATE, BUCKET_NO, TOTAL_R, TOTAL_C,
003930              TOTAL_B, ACCT_COUNT)
003940         VALUES
003946             (DATE(:DB-BUS-DATE), :DB-BUCKET-NO,
003952              :DB-SNAP-TOTAL-R,
003960              :DB-SNAP-TOTAL-C, :DB-SNAP-TOTAL-B,
003970              :DB-SNAP-COUNT)
003980     END-EXEC.
004280* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
004290* UNIT OF WORK. ROLL IT BACK FIRST SO A FAILED SNAPSHOT
004300* WRITE NEVER LEAVES A PARTIAL SET OF TODAY'S ROWS ON
004306* CUST_AGE_SNAP FOR CUSTTRD TO PICK UP. THE RUN IS THEN MARKED
004312* FAILED ON CUST_RUNCTL.
004320 9999-ABEND.
004330     EXEC SQL
004340         ROLLBACK
004350     END-EXEC.
004352     IF RUN-STARTED
004354         SET RUN-FAIL TO TRUE
004356         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
004358     END-IF.
004360     CLOSE RPT-FILE.
004370     MOVE WS-ABEND-CODE TO RETURN-CODE.
004380     GOBACK.
