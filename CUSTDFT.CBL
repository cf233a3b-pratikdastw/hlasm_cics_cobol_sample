000420*                  DRAFT TWICE. HASH-TOTAL TRAILER ON THE
000430*                  DEBIT FILE IN THE CUSTGLF STYLE, AND AN
000440*                  ORIGINATION REGISTER.
      *   OCT 2026  CAG  RUN UNDER THE CUSTRUN BATCH RUN CONTROL.
      *                  THE BUSINESS DATE ON CUST_BUSDATE, NOT THE
      *                  SYSTEM CLOCK, PICKS THE DRAFT DAY AND
      *                  STAMPS LAST_PAYMENT AND THE DEBIT DATE,
      *                  THE RUN IS REFUSED A SECOND TIME FOR THE
      *                  SAME DATE WITHOUT A RERUN OVERRIDE, AND ITS
      *                  START, END, STATUS AND COUNTS GO ON
      *                  CUST_RUNCTL. THE EXTRACT WINDOW STAYS ON
      *                  THE CLOCK - IT BOUNDS WHEN ROWS WERE
      *                  JOURNALED, NOT WHAT DAY THEY POST FOR.
      *   OCT 2026  CAG  JOURNAL A CRM CHANGE EVENT (CUSTEVT) WITH
      *                  EVERY CUST_HIST ROW, IN THE SAME UNIT OF
      *                  WORK, SO THE CRM FEED CARRIES ONLY COMMITTED
      *                  POSTINGS.
      *   OCT 2026  CAG  DRAFT EVERY ENROLLMENT WHOSE DRAFT DAY FELL
      *                  AFTER THE LAST BUSINESS DAY (CUSTCAL) UP TO
      *                  AND INCLUDING THE BUSINESS DATE, NOT JUST
      *                  TODAY'S DAY OF THE MONTH: A DRAFT DAY ON A
      *                  WEEKEND OR HOLIDAY GOES TO THE BANK THE NEXT
      *                  BUSINESS DAY, AND ON THE LAST DAY OF A SHORT
      *                  MONTH THE DAYS IT DOES NOT HAVE (29-31) DRAFT
      *                  WITH IT. CONSECUTIVE RUNS COVER DAYS THAT
      *                  BUTT TOGETHER, SO NOTHING DRAFTS TWICE; ON A
      *                  DATE THAT IS NOT A BUSINESS DAY NOTHING
      *                  DRAFTS AND THE DAYS CARRY TO THE NEXT RUN.
000450*-----------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000840 01  DB-DRAFT-AMOUNT         PIC S9(9)V99 COMP-3.
000850 01  DB-CUST-BALANCE         PIC S9(9)V99 COMP-3.
000860 01  DB-ACCT-STATUS          PIC X(1).
000865* One Y/N byte per draft day 1-31: Y = the day falls in this
000870* run's window
000875 01  DB-DAY-FLAGS            PIC X(31).
000880 01  DB-PAYMENT-AMOUNT       PIC S9(9)V99 COMP-3.
000890 01  DB-LAST-PAYMENT         PIC S9(9)V99 COMP-3.
000900 01  DB-BALANCE              PIC S9(9)V99 COMP-3.
001250* CUSTOMER IDS ARE STRICTLY NUMERIC; THIS CONVERTS BETWEEN
001260* THE X(6) ID AND THE CHECKPOINT ROW'S INTEGER COLUMN.
001270 77  WS-RESTART-NUM          PIC 9(06).
001271* THE DRAFT WINDOW AS INTEGER DATES
001272 77  WS-WIN-FROM-INT         PIC S9(09) COMP VALUE 0.
001273 77  WS-WIN-THRU-INT         PIC S9(09) COMP VALUE 0.
001274 77  WS-WIN-DAY-INT          PIC S9(09) COMP VALUE 0.
001275 77  WS-FLAG-LEN             PIC S9(04) COMP VALUE 0.

001280 01  WS-CURRENT-DATE         PIC 9(08).
001290 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001310     05  WS-CURR-MM          PIC 9(02).
001320     05  WS-CURR-DD          PIC 9(02).

       01  WS-WORK-DATE            PIC 9(08).
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY        PIC 9(04).
           05  WS-WORK-MM          PIC 9(02).
           05  WS-WORK-DD          PIC 9(02).

       01  WS-NEXT-DATE            PIC 9(08).
       01  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
           05  FILLER              PIC 9(06).
           05  WS-NEXT-DD          PIC 9(02).

      * First day of the draft window, for the register heading
       01  WS-WIN-FROM-DATE.
           05  WS-WF-YYYY          PIC 9(04).
           05  FILLER              PIC X(01)  VALUE '-'.
           05  WS-WF-MM            PIC 9(02).
           05  FILLER              PIC X(01)  VALUE '-'.
           05  WS-WF-DD            PIC 9(02).

001330 01  WS-DRAFT-DATE.
001340     05  WS-DD-YYYY          PIC 9(04).
001350     05  FILLER              PIC X(01)  VALUE '-'.
001540     05  WST-RECORD-COUNT    PIC 9(07).
001550     05  FILLER              PIC X(27)  VALUE SPACES.

001551* Batch run control call area (CUSTRUN)
001552 COPY CUSTRUN.

001553* CRM change-event call area (CUSTEVT)
001554 COPY CUSTEVT.

001555* Business calendar call area (CUSTCAL)
001556 COPY CUSTCAL.

001560 01  RPT-HEADING-1.
001570     05  FILLER              PIC X(01)  VALUE SPACE.
001580     05  FILLER              PIC X(40)  VALUE
001690     05  RH2-RUN-DD          PIC 99.
001700     05  FILLER              PIC X(01)  VALUE '/'.
001710     05  RH2-RUN-YYYY        PIC 9999.
001712     05  FILLER              PIC X(05)  VALUE SPACES.
001714     05  FILLER              PIC X(17)  VALUE 'DRAFT DAYS FROM '.
001716     05  RH2-FROM-DATE       PIC X(10).
001718     05  FILLER              PIC X(06)  VALUE ' THRU '.
001720     05  RH2-THRU-DATE       PIC X(10).
001722     05  FILLER              PIC X(57)  VALUE SPACES.

001730 01  RPT-HEADING-3.
001740     05  FILLER              PIC X(01)  VALUE SPACE.
002120 1000-INITIALIZE.
002130     OPEN OUTPUT DFT-FILE.
002140     OPEN OUTPUT RPT-FILE.
002145     PERFORM 1050-BEGIN-RUN
002150         THRU 1050-EXIT.
002155     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
002160     MOVE WS-CURR-MM   TO RH2-RUN-MM.
002170     MOVE WS-CURR-DD   TO RH2-RUN-DD.
002180     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
002190     MOVE WS-CURR-YYYY TO WS-DD-YYYY.
002200     MOVE WS-CURR-MM   TO WS-DD-MM.
002210     MOVE WS-CURR-DD   TO WS-DD-DD.
002220     MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RST-YYYY.
002230     MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RST-MM.
002240     MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RST-DD.
002250     MOVE WS-RUN-START-TS TO DB-RUN-START-TS.
002260     MOVE WS-CURRENT-DATE TO WS-TODAY-YYYYMMDD.
002270     MOVE WS-TODAY-YYYYMMDD TO DB-LAST-PAYMENT.
002276     PERFORM 1200-SET-DRAFT-WINDOW
002282         THRU 1200-EXIT.
002290     MOVE 'CUSTDFT ' TO DB-JOB-NAME.
002300     MOVE 'CUSTDFT ' TO DB-HIST-OPERATOR.
002305     INITIALIZE EVT-CONTROL-AREA.
002310     MOVE 'P' TO DB-HIST-ACTION.

002320     PERFORM 1100-READ-CHECKPOINT
002330         THRU 1100-EXIT.

002340* THE CURSOR RESUMES PAST THE LAST CUSTOMER DRAFTED BEFORE
002346* THE CHECKPOINT, SO A RESTART NEVER DRAFTS TWICE. IT TAKES
002352* EVERY ENROLLMENT WHOSE DRAFT DAY IS FLAGGED IN THE WINDOW.
002360     EXEC SQL
002370         DECLARE DFTCSR CURSOR WITH HOLD FOR
002380         SELECT D.CUST_ID, D.BANK_ROUTING, D.BANK_ACCOUNT,
002400                C.CUST_BALANCE, C.ACCT_STATUS
002410           FROM CUST_DRAFT D, CUSTOMER C
002420          WHERE C.CUST_ID = D.CUST_ID
002430            AND SUBSTR(:DB-DAY-FLAGS, D.DRAFT_DAY, 1) = 'Y'
002440            AND D.CUST_ID > :DB-RESTART-ID
002450          ORDER BY D.CUST_ID
002460     END-EXEC.

002560     PERFORM 2100-FETCH-NEXT-ROW.
002570 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (ALREADY COMPLETE FOR THE DATE WITH NO RERUN OVERRIDE)
      * BEFORE ANYTHING IS DRAFTED.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTDFT ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTDFT - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       1050-EXIT.
002580     EXIT.

002590 1100-READ-CHECKPOINT.
003040             PERFORM 9999-ABEND
003050     END-EVALUATE.
003060 1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * THE DRAFT WINDOW: EVERY DAY AFTER THE LAST BUSINESS DAY UP
      * TO AND INCLUDING THE BUSINESS DATE. THE PREVIOUS RUN'S
      * WINDOW ENDED ON THAT LAST BUSINESS DAY, SO THE WINDOWS NEVER
      * OVERLAP. THE LAST DAY OF A MONTH ALSO TAKES THE DRAFT DAYS
      * PAST ITS END, SO A DAY 31 ENROLLMENT DRAFTS IN A 30-DAY
      * MONTH AND 29-31 DRAFT AT THE END OF FEBRUARY. A BUSINESS
      * DATE THAT IS NOT ITSELF A BUSINESS DAY DRAFTS NOTHING; ITS
      * DAYS FALL IN THE NEXT BUSINESS DAY'S WINDOW.
      *-----------------------------------------------------------
       1200-SET-DRAFT-WINDOW.
           MOVE ALL 'N' TO DB-DAY-FLAGS.
           MOVE 'NONE' TO RH2-FROM-DATE.
           MOVE 'NONE' TO RH2-THRU-DATE.
           INITIALIZE CAL-CONTROL-AREA.
           SET CAL-PREV-BUSINESS-DAY TO TRUE.
           MOVE RUN-BUS-DATE-ISO TO CAL-DATE.
           CALL 'CUSTCAL' USING CAL-CONTROL-AREA.
           IF NOT CAL-OK
               DISPLAY 'CUSTDFT - BUSINESS CALENDAR FAILED: '
                   CAL-MESSAGE ' SQLCODE = ' CAL-SQLCODE
               MOVE 909 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
           IF CAL-NOT-BUSINESS-DAY
               DISPLAY 'CUSTDFT - ' RUN-BUS-DATE-ISO
                   ' IS NOT A BUSINESS DAY - NOTHING DRAFTED'
               GO TO 1200-EXIT
           END-IF.

           MOVE CAL-RESULT-DATE (1:4) TO WS-WORK-YYYY.
           MOVE CAL-RESULT-DATE (6:2) TO WS-WORK-MM.
           MOVE CAL-RESULT-DATE (9:2) TO WS-WORK-DD.
           COMPUTE WS-WIN-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1.
           COMPUTE WS-WIN-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WIN-FROM-INT).
           MOVE WS-WORK-YYYY TO WS-WF-YYYY.
           MOVE WS-WORK-MM   TO WS-WF-MM.
           MOVE WS-WORK-DD   TO WS-WF-DD.
           MOVE WS-WIN-FROM-DATE TO RH2-FROM-DATE.
           MOVE RUN-BUS-DATE-ISO TO RH2-THRU-DATE.

           MOVE WS-WIN-FROM-INT TO WS-WIN-DAY-INT.
           PERFORM 1210-FLAG-DRAFT-DAY
               THRU 1210-EXIT
               UNTIL WS-WIN-DAY-INT > WS-WIN-THRU-INT.
       1200-EXIT.
           EXIT.

       1210-FLAG-DRAFT-DAY.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WIN-DAY-INT).
           MOVE 'Y' TO DB-DAY-FLAGS (WS-WORK-DD:1).
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WIN-DAY-INT + 1).
           IF WS-NEXT-DD = 1 AND WS-WORK-DD < 31
               COMPUTE WS-FLAG-LEN = 31 - WS-WORK-DD
               MOVE ALL 'Y' TO DB-DAY-FLAGS (WS-WORK-DD + 1:WS-FLAG-LEN)
           END-IF.
           ADD 1 TO WS-WIN-DAY-INT.
       1210-EXIT.
003070     EXIT.

003080*-----------------------------------------------------------
004180         MOVE 906 TO WS-ABEND-CODE
004190         PERFORM 9999-ABEND
004200     END-IF.
004202     MOVE DB-HIST-ACTION TO EVT-HIST-ACTION.
004204     MOVE DB-HIST-BAL-BEFORE TO EVT-BAL-BEFORE.
004206     PERFORM 2420-JOURNAL-EVENT
004208         THRU 2420-EXIT.

004210     ADD 1 TO WS-DRAFT-COUNT.
004220     ADD 1 TO WS-SINCE-COMMIT.
004240     PERFORM 2450-WRITE-REGISTER-LINE
004250         THRU 2450-EXIT.
004260 2400-EXIT.
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
               DISPLAY 'CUSTDFT - CHANGE EVENT FAILED FOR '
                   DB-CUST-ID ' SQLCODE = ' EVT-SQLCODE
               MOVE 906 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       2420-EXIT.
004270     EXIT.

004280 2450-WRITE-REGISTER-LINE.
005390     DISPLAY 'CUSTDFT - DRAFTS ORIGINATED: ' WS-DRAFT-COUNT
005400         ' SKIPPED: ' WS-SKIP-COUNT
005410         ' DEBIT RECORDS: ' WS-FILE-COUNT.
005413     PERFORM 3900-END-RUN
005416         THRU 3900-EXIT.
005420 3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MARK THE RUN COMPLETE FOR THE BUSINESS DATE SO CUSTGLF AND
      * THE OTHER SUCCESSORS MAY START.
      *-----------------------------------------------------------
       3900-END-RUN.
           COMPUTE RUN-READ-COUNT = WS-DRAFT-COUNT + WS-SKIP-COUNT.
           MOVE WS-DRAFT-COUNT TO RUN-POSTED-COUNT.
           MOVE ZERO TO RUN-REJECT-COUNT.
           SET RUN-END TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTDFT - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
005430     EXIT.

005440*-----------------------------------------------------------
006180* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
006190* UNIT OF WORK. ROLL IT BACK FIRST SO EVERYTHING SINCE THE
006200* LAST CHECKPOINT IS UNDONE AND THE RESTART CANNOT DRAFT
006206* THE SAME ACCOUNT TWICE. THE RUN IS THEN MARKED FAILED ON
006212* CUST_RUNCTL.
006220 9999-ABEND.
006230     EXEC SQL
006240         ROLLBACK
006250     END-EXEC.
006252     IF RUN-STARTED
006254         SET RUN-FAIL TO TRUE
006256         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
006258     END-IF.
006260     CLOSE DFT-FILE.
006270     CLOSE RPT-FILE.
006280     MOVE WS-ABEND-CODE TO RETURN-CODE.
