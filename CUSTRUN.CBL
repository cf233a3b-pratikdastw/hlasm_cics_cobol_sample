000100*****************************************************************
000110* CUSTRUN - BATCH RUN CONTROL (BUSINESS DATE AND JOB ORDER)
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTRUN.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. CALLED BY EVERY NIGHTLY
000220*                  AND MONTH-END JOB. HOLDS THE CURRENT
000230*                  BUSINESS DATE (CUST_BUSDATE) SO NO JOB WORKS
000240*                  "TODAY" OUT FROM THE CLOCK, RECORDS EACH
000250*                  JOB'S START, END, STATUS AND COUNTS ON
000260*                  CUST_RUNCTL, REFUSES A JOB WHOSE
000270*                  PREDECESSORS HAVE NOT COMPLETED FOR THE
000280*                  BUSINESS DATE, AND REFUSES A SECOND RUN FOR
000290*                  THE SAME DATE OR PERIOD UNLESS OPERATIONS
000300*                  HAS SET A RERUN OVERRIDE. ALSO CLOSES THE
000310*                  BUSINESS DAY FOR CUSTEOD.
      *   OCT 2026  CAG  ADD THE CUSTLFE LATE FEE RUN TO THE
      *                  SCHEDULE, DAILY, AFTER THE NIGHT'S PAYMENT
      *                  POSTING.
      *   OCT 2026  CAG  ADD THE CUSTRFD REFUND DISBURSEMENT RUN TO
      *                  THE SCHEDULE, DAILY, AFTER THE NIGHT'S
      *                  PAYMENT POSTING.
      *   OCT 2026  CAG  ADD THE QUARTERLY FREQUENCY (RUN KEY CCYYQN)
      *                  AND THE CUSTCLR QUARTERLY CREDIT-LINE REVIEW,
      *                  WHICH MUST FOLLOW THE NIGHT'S CUSTAGE AGING.
      *   OCT 2026  CAG  THE DAY CLOSE ROLLS THE BUSINESS DATE TO THE
      *                  NEXT BUSINESS DAY ON THE CUSTCAL CALENDAR
      *                  INSTEAD OF THE NEXT CALENDAR DAY, SO NO
      *                  NIGHTLY RUN IS EVER KEYED TO A WEEKEND OR
      *                  BANK HOLIDAY.
      *   OCT 2026  CAG  ADD THE CUSTFRD ACCOUNT-TAKEOVER DETECTION
      *                  RUN TO THE SCHEDULE, DAILY, AFTER THE
      *                  NIGHT'S PAYMENT POSTING.
      *   OCT 2026  CAG  ADD THE CUSTSRP STATEMENT REPRINT RUN TO THE
      *                  SCHEDULE, DAILY, WITH NO PREREQUISITE.
      *   OCT 2026  CAG  ADD THE CUSTHAR RETENTION ARCHIVAL RUN TO THE
      *                  SCHEDULE, MONTHLY, AFTER THE NIGHT'S POSTING.
      *   OCT 2026  CAG  ADD THE CUSTPOL PAYOFF LETTER RUN TO THE
      *                  SCHEDULE, DAILY, AFTER CUSTPAY HAS MATCHED THE
      *                  NIGHT'S PAYMENTS TO OPEN PAYOFF QUOTES.
000320*-----------------------------------------------------------
000330* RUN STATUS ON CUST_RUNCTL:
000340*   R - RUNNING (OR ENDED WITHOUT REACHING ITS ABEND ROUTINE)
000350*   C - COMPLETE
000360*   F - FAILED (ABEND ROUTINE, WORK ROLLED BACK)
000370* A JOB FOUND 'R' OR 'F' FOR ITS RUN KEY IS A RESTART AND IS
000380* LET THROUGH - ITS OWN CUST_RESTART CHECKPOINT PICKS UP THE
000390* WORK. ONLY A 'C' ROW BLOCKS, UNTIL RERUN_OK IS SET.
000400*-----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.

000450 DATA DIVISION.
000460 WORKING-STORAGE SECTION.
000470* DB2 communication area
000480 EXEC SQL
000490     INCLUDE SQLCA
000500 END-EXEC.

000510* Host variables for CUST_BUSDATE and CUST_RUNCTL
000520 01  DB-BUS-DATE-ISO         PIC X(10).
000525 01  DB-NEXT-BUS-DATE        PIC X(10).
000530 01  DB-JOB-NAME             PIC X(8).
000540 01  DB-RUN-KEY              PIC X(10).
000550 01  DB-RUN-STATUS           PIC X(1).
000560 01  DB-RERUN-OK             PIC X(1).
000570 01  DB-READ-COUNT           PIC S9(9) COMP.
000580 01  DB-POSTED-COUNT         PIC S9(9) COMP.
000590 01  DB-REJECT-COUNT         PIC S9(9) COMP.
000600 01  DB-OPEN-COUNT           PIC S9(9) COMP.

000610 77  WS-JOB-SUB              PIC S9(04) COMP VALUE 0.
000620 77  WS-PRE-SUB              PIC S9(04) COMP VALUE 0.
000630 77  WS-JOB-MAX              PIC S9(04) COMP VALUE 18.
000640 77  WS-FREQUENCY            PIC X(01)      VALUE 'D'.
000650     88  WS-FREQ-DAILY         VALUE 'D'.
000660     88  WS-FREQ-MONTHLY       VALUE 'M'.
000670     88  WS-FREQ-CYCLE         VALUE 'C'.
000673     88  WS-FREQ-QUARTERLY     VALUE 'Q'.
000676 77  WS-QUARTER              PIC 9(01).
000680 77  WS-SQLCODE-ED           PIC -ZZZZZZZZ9.

000690 01  WS-BUS-DATE-X           PIC X(08).

000693* Business calendar call area (CUSTCAL)
000696 COPY CUSTCAL.

000700*-----------------------------------------------------------
000710* THE BATCH SCHEDULE THE TABLE ENFORCES. FREQUENCY D RUNS ONCE
000720* PER BUSINESS DATE (AND MUST BE COMPLETE BEFORE THE DAY
000727* CLOSES), M ONCE PER MONTH, Q ONCE PER CALENDAR QUARTER, C
000734* ONCE PER BUSINESS DATE AND QUALIFIER (STATEMENT CYCLE).
000741* EVERY PREREQUISITE IS A DAILY JOB AND MUST BE COMPLETE
000750* FOR THE SAME BUSINESS DATE.
000760*-----------------------------------------------------------
000770 01  WS-JOB-VALUES.
000780     05  FILLER PIC X(33) VALUE 'CUSTPAY D'.
000790     05  FILLER PIC X(33) VALUE 'CUSTDFT D'.
000800     05  FILLER PIC X(33) VALUE 'CUSTDFR D'.
000810     05  FILLER PIC X(33) VALUE 'CUSTMNT D'.
000820     05  FILLER PIC X(33) VALUE
000830         'CUSTGLF DCUSTPAY CUSTDFT CUSTDFR '.
000840     05  FILLER PIC X(33) VALUE
000850         'CUSTAGE DCUSTPAY CUSTDFT CUSTDFR '.
000860     05  FILLER PIC X(33) VALUE 'CUSTLTR DCUSTAGE'.
000870     05  FILLER PIC X(33) VALUE
000880         'CUSTINT MCUSTPAY CUSTDFT CUSTDFR '.
000890     05  FILLER PIC X(33) VALUE
000900         'CUSTWOF MCUSTPAY CUSTDFT CUSTDFR '.
000910     05  FILLER PIC X(33) VALUE
000920         'CUSTSTM CCUSTPAY CUSTDFT CUSTDFR '.
000930     05  FILLER PIC X(33) VALUE 'CUSTREC MCUSTGLF'.
           05  FILLER PIC X(33) VALUE
               'CUSTLFE DCUSTPAY CUSTDFT CUSTDFR '.
           05  FILLER PIC X(33) VALUE
               'CUSTRFD DCUSTPAY CUSTDFT CUSTDFR '.
           05  FILLER PIC X(33) VALUE 'CUSTCLR QCUSTAGE'.
           05  FILLER PIC X(33) VALUE
               'CUSTFRD DCUSTPAY CUSTDFT CUSTDFR '.
           05  FILLER PIC X(33) VALUE 'CUSTSRP D'.
           05  FILLER PIC X(33) VALUE
               'CUSTHAR MCUSTPAY CUSTDFT CUSTDFR '.
           05  FILLER PIC X(33) VALUE 'CUSTPOL DCUSTPAY'.
000940 01  WS-JOB-TABLE REDEFINES WS-JOB-VALUES.
000952     05  WS-JOB-ENTRY OCCURS 18 TIMES.
000960         10  WS-JOB-NAME     PIC X(08).
000970         10  WS-JOB-FREQ     PIC X(01).
000980         10  WS-JOB-PREREQ   PIC X(08) OCCURS 3 TIMES.

000990 LINKAGE SECTION.
001000 COPY CUSTRUN.

001010 PROCEDURE DIVISION USING RUN-CONTROL-AREA.
001020 0000-MAINLINE.
001030     MOVE ZERO TO RUN-RETURN-CODE.
001040     MOVE SPACES TO RUN-MESSAGE.
001050     EVALUATE TRUE
001060         WHEN RUN-BEGIN
001070             PERFORM 1000-BEGIN-RUN
001080                 THRU 1000-EXIT
001090         WHEN RUN-END
001100             MOVE 'C' TO DB-RUN-STATUS
001110             PERFORM 2000-FINISH-RUN
001120                 THRU 2000-EXIT
001130         WHEN RUN-FAIL
001140             MOVE 'F' TO DB-RUN-STATUS
001150             PERFORM 2000-FINISH-RUN
001160                 THRU 2000-EXIT
001170         WHEN RUN-CLOSE-DAY
001180             PERFORM 3000-CLOSE-DAY
001190                 THRU 3000-EXIT
001200         WHEN RUN-SET-OVERRIDE
001210             PERFORM 4000-SET-OVERRIDE
001220                 THRU 4000-EXIT
001230         WHEN OTHER
001240             MOVE 12 TO RUN-RETURN-CODE
001250             MOVE 'INVALID RUN CONTROL FUNCTION' TO RUN-MESSAGE
001260     END-EVALUATE.
001270     GOBACK.

001280*-----------------------------------------------------------
001290* BEGIN A JOB'S RUN: BUSINESS DATE, PREREQUISITES, THEN THE
001300* JOB'S OWN ROW FOR ITS RUN KEY. THE ROW IS COMMITTED HERE, SO
001310* THE STATUS REPORT SHOWS THE JOB RUNNING WHILE IT RUNS.
001320*-----------------------------------------------------------
001330 1000-BEGIN-RUN.
001340     MOVE 'N' TO RUN-STARTED-SW.
001350     PERFORM 8000-READ-BUSINESS-DATE
001360         THRU 8000-EXIT.
001370     IF NOT RUN-OK
001380         GO TO 1000-EXIT
001390     END-IF.

001400     PERFORM 8100-BUILD-RUN-KEY
001410         THRU 8100-EXIT.

001420     IF WS-JOB-SUB NOT > WS-JOB-MAX
001430         PERFORM 1100-CHECK-PREREQ
001440             THRU 1100-EXIT
001450             VARYING WS-PRE-SUB FROM 1 BY 1
001460             UNTIL WS-PRE-SUB > 3
001470                OR NOT RUN-OK
001480     END-IF.
001490     IF NOT RUN-OK
001500         GO TO 1000-EXIT
001510     END-IF.

001520     MOVE RUN-JOB-NAME TO DB-JOB-NAME.
001530     MOVE RUN-KEY      TO DB-RUN-KEY.
001540     EXEC SQL
001550         SELECT RUN_STATUS, RERUN_OK
001560           INTO :DB-RUN-STATUS, :DB-RERUN-OK
001570           FROM CUST_RUNCTL
001580          WHERE JOB_NAME = :DB-JOB-NAME
001590            AND RUN_KEY  = :DB-RUN-KEY
001600     END-EXEC.

001610     EVALUATE SQLCODE
001620         WHEN ZERO
001630             PERFORM 1200-RESTART-OR-RERUN
001640                 THRU 1200-EXIT
001650         WHEN 100
001660             PERFORM 1300-INSERT-RUN
001670                 THRU 1300-EXIT
001680         WHEN OTHER
001690             MOVE 'RUN CONTROL READ FAILED, SQLCODE'
001700                 TO RUN-MESSAGE
001710             PERFORM 8900-SQL-ERROR
001720                 THRU 8900-EXIT
001730     END-EVALUATE.
001740     IF NOT RUN-OK
001750         GO TO 1000-EXIT
001760     END-IF.

001770     PERFORM 8500-COMMIT
001780         THRU 8500-EXIT.
001790     IF RUN-OK
001800         SET RUN-STARTED TO TRUE
001810         DISPLAY RUN-JOB-NAME ' - BUSINESS DATE ' RUN-BUS-DATE-ISO
001820             ' RUN KEY ' RUN-KEY
001830     END-IF.
001840 1000-EXIT.
001850     EXIT.

001860 1100-CHECK-PREREQ.
001870     IF WS-JOB-PREREQ (WS-JOB-SUB, WS-PRE-SUB) = SPACES
001880         GO TO 1100-EXIT
001890     END-IF.

001900     MOVE WS-JOB-PREREQ (WS-JOB-SUB, WS-PRE-SUB) TO DB-JOB-NAME.
001910     MOVE WS-BUS-DATE-X TO DB-RUN-KEY.
001920     EXEC SQL
001930         SELECT RUN_STATUS
001940           INTO :DB-RUN-STATUS
001950           FROM CUST_RUNCTL
001960          WHERE JOB_NAME = :DB-JOB-NAME
001970            AND RUN_KEY  = :DB-RUN-KEY
001980     END-EXEC.

001990     EVALUATE SQLCODE
002000         WHEN ZERO
002010             CONTINUE
002020         WHEN 100
002030             MOVE 'N' TO DB-RUN-STATUS
002040         WHEN OTHER
002050             MOVE 'PREREQUISITE READ FAILED, SQLCODE'
002060                 TO RUN-MESSAGE
002070             PERFORM 8900-SQL-ERROR
002080                 THRU 8900-EXIT
002090             GO TO 1100-EXIT
002100     END-EVALUATE.

002110     IF DB-RUN-STATUS NOT = 'C'
002120         MOVE 8 TO RUN-RETURN-CODE
002130         STRING 'REFUSED - ' DB-JOB-NAME
002140                ' NOT COMPLETE FOR ' RUN-BUS-DATE-ISO
002150             DELIMITED BY SIZE INTO RUN-MESSAGE
002160     END-IF.
002170 1100-EXIT.
002180     EXIT.

002190*-----------------------------------------------------------
002200* A ROW ALREADY ON FILE FOR THIS RUN KEY. COMPLETE WITHOUT AN
002210* OVERRIDE IS A SECOND RUN AND IS REFUSED; THE OVERRIDE IS
002220* USED UP BY THE RERUN IT ALLOWS. ANYTHING ELSE IS A RESTART.
002230*-----------------------------------------------------------
002240 1200-RESTART-OR-RERUN.
002250     IF DB-RUN-STATUS = 'C'
002260         IF DB-RERUN-OK NOT = 'Y'
002270             MOVE 8 TO RUN-RETURN-CODE
002280             STRING 'REFUSED - ALREADY COMPLETE FOR ' RUN-KEY
002290                    ' - RERUN OVERRIDE REQUIRED'
002300                 DELIMITED BY SIZE INTO RUN-MESSAGE
002310             GO TO 1200-EXIT
002320         END-IF
002330         DISPLAY RUN-JOB-NAME ' - RERUN OVERRIDE IN EFFECT FOR '
002340             RUN-KEY
002350     ELSE
002360         DISPLAY RUN-JOB-NAME ' - PRIOR RUN FOR ' RUN-KEY
002370             ' DID NOT COMPLETE (STATUS ' DB-RUN-STATUS
002380             ') - RESTARTING'
002390     END-IF.

002400     EXEC SQL
002410         UPDATE CUST_RUNCTL
002420            SET RUN_STATUS   = 'R',
002430                START_TS     = CURRENT TIMESTAMP,
002440                END_TS       = NULL,
002450                RUN_COUNT    = RUN_COUNT + 1,
002460                RERUN_OK     = 'N'
002470          WHERE JOB_NAME = :DB-JOB-NAME
002480            AND RUN_KEY  = :DB-RUN-KEY
002490     END-EXEC.

002500     IF SQLCODE NOT = ZERO
002510         MOVE 'RUN CONTROL UPDATE FAILED, SQLCODE' TO RUN-MESSAGE
002520         PERFORM 8900-SQL-ERROR
002530             THRU 8900-EXIT
002540     END-IF.
002550 1200-EXIT.
002560     EXIT.

002570 1300-INSERT-RUN.
002580     EXEC SQL
002590         INSERT INTO CUST_RUNCTL
002600             (JOB_NAME, RUN_KEY, BUS_DATE, RUN_STATUS, START_TS,
002610              READ_COUNT, POSTED_COUNT, REJECT_COUNT, RUN_COUNT,
002620              RERUN_OK)
002630         VALUES
002640             (:DB-JOB-NAME, :DB-RUN-KEY, DATE(:DB-BUS-DATE-ISO),
002650              'R', CURRENT TIMESTAMP, 0, 0, 0, 1, 'N')
002660     END-EXEC.

002670     IF SQLCODE NOT = ZERO
002680         MOVE 'RUN CONTROL INSERT FAILED, SQLCODE' TO RUN-MESSAGE
002690         PERFORM 8900-SQL-ERROR
002700             THRU 8900-EXIT
002710     END-IF.
002720 1300-EXIT.
002730     EXIT.

002740*-----------------------------------------------------------
002750* END ('C') OR FAIL ('F') THE RUN BEGUN ON THIS CALL AREA.
002760* THE CALLER HAS ALREADY COMMITTED OR ROLLED BACK ITS OWN
002770* WORK, SO THIS COMMIT CARRIES ONLY THE STATUS ROW.
002780*-----------------------------------------------------------
002790 2000-FINISH-RUN.
002800     IF NOT RUN-STARTED
002810         MOVE 12 TO RUN-RETURN-CODE
002820         MOVE 'RUN WAS NEVER BEGUN' TO RUN-MESSAGE
002830         GO TO 2000-EXIT
002840     END-IF.

002850     MOVE RUN-JOB-NAME     TO DB-JOB-NAME.
002860     MOVE RUN-KEY          TO DB-RUN-KEY.
002870     MOVE RUN-READ-COUNT   TO DB-READ-COUNT.
002880     MOVE RUN-POSTED-COUNT TO DB-POSTED-COUNT.
002890     MOVE RUN-REJECT-COUNT TO DB-REJECT-COUNT.
002900     EXEC SQL
002910         UPDATE CUST_RUNCTL
002920            SET RUN_STATUS   = :DB-RUN-STATUS,
002930                END_TS       = CURRENT TIMESTAMP,
002940                READ_COUNT   = :DB-READ-COUNT,
002950                POSTED_COUNT = :DB-POSTED-COUNT,
002960                REJECT_COUNT = :DB-REJECT-COUNT
002970          WHERE JOB_NAME = :DB-JOB-NAME
002980            AND RUN_KEY  = :DB-RUN-KEY
002990     END-EXEC.

003000     IF SQLCODE NOT = ZERO
003010         MOVE 'RUN CONTROL UPDATE FAILED, SQLCODE' TO RUN-MESSAGE
003020         PERFORM 8900-SQL-ERROR
003030             THRU 8900-EXIT
003040         GO TO 2000-EXIT
003050     END-IF.

003060     PERFORM 8500-COMMIT
003070         THRU 8500-EXIT.
003080     MOVE 'N' TO RUN-STARTED-SW.
003090 2000-EXIT.
003100     EXIT.

003110*-----------------------------------------------------------
003120* END-OF-DAY CLOSE. EVERY DAILY JOB MUST BE COMPLETE FOR THE
003130* BUSINESS DATE AND NO JOB MAY BE RUNNING OR FAILED AGAINST
003134* IT, UNLESS OPERATIONS FORCES THE CLOSE. THEN THE DATE ROLLS
003138* TO THE NEXT BUSINESS DAY - WEEKENDS AND HOLIDAYS ARE NEVER A
003142* BUSINESS DATE, SO THE NEXT NIGHT'S JOBS PICK UP WHATEVER FELL
003146* DUE IN BETWEEN.
003150*-----------------------------------------------------------
003160 3000-CLOSE-DAY.
003170     PERFORM 8000-READ-BUSINESS-DATE
003180         THRU 8000-EXIT.
003190     IF NOT RUN-OK
003200         GO TO 3000-EXIT
003210     END-IF.

003220     IF NOT RUN-FORCE
003230         PERFORM 3100-CHECK-DAILY-JOB
003240             THRU 3100-EXIT
003250             VARYING WS-JOB-SUB FROM 1 BY 1
003260             UNTIL WS-JOB-SUB > WS-JOB-MAX
003270                OR NOT RUN-OK
003280         IF RUN-OK
003290             PERFORM 3200-CHECK-OPEN-RUNS
003300                 THRU 3200-EXIT
003310         END-IF
003320     END-IF.
003330     IF NOT RUN-OK
003340         GO TO 3000-EXIT
003350     END-IF.

           INITIALIZE CAL-CONTROL-AREA.
           SET CAL-NEXT-BUSINESS-DAY TO TRUE.
           MOVE RUN-BUS-DATE-ISO TO CAL-DATE.
           CALL 'CUSTCAL' USING CAL-CONTROL-AREA.
           IF NOT CAL-OK
               MOVE CAL-RETURN-CODE TO RUN-RETURN-CODE
               STRING 'NEXT BUSINESS DAY NOT FOUND - ' CAL-MESSAGE
                   DELIMITED BY SIZE INTO RUN-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           MOVE CAL-RESULT-DATE TO DB-NEXT-BUS-DATE.

003360     MOVE RUN-JOB-NAME TO DB-JOB-NAME.
003370     EXEC SQL
003380         UPDATE CUST_BUSDATE
003390            SET PREV_BUS_DATE = BUS_DATE,
003400                BUS_DATE      = DATE(:DB-NEXT-BUS-DATE),
003410                CLOSED_TS     = CURRENT TIMESTAMP,
003420                CLOSED_BY     = :DB-JOB-NAME
003430     END-EXEC.

003440     IF SQLCODE NOT = ZERO
003450         MOVE 'BUSINESS DATE ROLL FAILED, SQLCODE' TO RUN-MESSAGE
003460         PERFORM 8900-SQL-ERROR
003470             THRU 8900-EXIT
003480         GO TO 3000-EXIT
003490     END-IF.

003500     PERFORM 8500-COMMIT
003510         THRU 8500-EXIT.
003520     IF NOT RUN-OK
003530         GO TO 3000-EXIT
003540     END-IF.

003550* HAND BACK THE NEW BUSINESS DATE
003560     PERFORM 8000-READ-BUSINESS-DATE
003570         THRU 8000-EXIT.
003580 3000-EXIT.
003590     EXIT.

003600 3100-CHECK-DAILY-JOB.
003610     IF WS-JOB-FREQ (WS-JOB-SUB) NOT = 'D'
003620         GO TO 3100-EXIT
003630     END-IF.

003640     MOVE WS-JOB-NAME (WS-JOB-SUB) TO DB-JOB-NAME.
003650     MOVE WS-BUS-DATE-X TO DB-RUN-KEY.
003660     EXEC SQL
003670         SELECT RUN_STATUS
003680           INTO :DB-RUN-STATUS
003690           FROM CUST_RUNCTL
003700          WHERE JOB_NAME = :DB-JOB-NAME
003710            AND RUN_KEY  = :DB-RUN-KEY
003720     END-EXEC.

003730     EVALUATE SQLCODE
003740         WHEN ZERO
003750             CONTINUE
003760         WHEN 100
003770             MOVE 'N' TO DB-RUN-STATUS
003780         WHEN OTHER
003790             MOVE 'RUN CONTROL READ FAILED, SQLCODE'
003800                 TO RUN-MESSAGE
003810             PERFORM 8900-SQL-ERROR
003820                 THRU 8900-EXIT
003830             GO TO 3100-EXIT
003840     END-EVALUATE.

003850     IF DB-RUN-STATUS NOT = 'C'
003860         MOVE 8 TO RUN-RETURN-CODE
003870         STRING 'CLOSE REFUSED - ' DB-JOB-NAME
003880                ' NOT COMPLETE FOR ' RUN-BUS-DATE-ISO
003890             DELIMITED BY SIZE INTO RUN-MESSAGE
003900     END-IF.
003910 3100-EXIT.
003920     EXIT.

003930*-----------------------------------------------------------
003940* A MONTH-END OR CYCLE JOB STILL RUNNING, OR LEFT FAILED,
003950* AGAINST THE DATE ALSO HOLDS THE CLOSE.
003960*-----------------------------------------------------------
003970 3200-CHECK-OPEN-RUNS.
003980     EXEC SQL
003990         SELECT COUNT(*)
004000           INTO :DB-OPEN-COUNT
004010           FROM CUST_RUNCTL
004020          WHERE BUS_DATE = DATE(:DB-BUS-DATE-ISO)
004030            AND RUN_STATUS IN ('R', 'F')
004040     END-EXEC.

004050     IF SQLCODE NOT = ZERO
004060         MOVE 'RUN CONTROL READ FAILED, SQLCODE' TO RUN-MESSAGE
004070         PERFORM 8900-SQL-ERROR
004080             THRU 8900-EXIT
004090         GO TO 3200-EXIT
004100     END-IF.

004110     IF DB-OPEN-COUNT > ZERO
004120         MOVE 8 TO RUN-RETURN-CODE
004130         STRING 'CLOSE REFUSED - A JOB IS RUNNING OR FAILED FOR '
004140                RUN-BUS-DATE-ISO
004150             DELIMITED BY SIZE INTO RUN-MESSAGE
004160     END-IF.
004170 3200-EXIT.
004180     EXIT.

004190*-----------------------------------------------------------
004200* RERUN OVERRIDE: LET THE NAMED JOB RUN ONCE MORE FOR A RUN
004210* KEY IT HAS ALREADY COMPLETED. RUN-KEY MAY BE GIVEN (AN
004220* EARLIER DATE OR PERIOD); OTHERWISE IT IS THE JOB'S KEY FOR
004230* THE CURRENT BUSINESS DATE.
004240*-----------------------------------------------------------
004250 4000-SET-OVERRIDE.
004260     PERFORM 8000-READ-BUSINESS-DATE
004270         THRU 8000-EXIT.
004280     IF NOT RUN-OK
004290         GO TO 4000-EXIT
004300     END-IF.

004310     IF RUN-KEY = SPACES
004320         PERFORM 8100-BUILD-RUN-KEY
004330             THRU 8100-EXIT
004340     END-IF.

004350     MOVE RUN-JOB-NAME TO DB-JOB-NAME.
004360     MOVE RUN-KEY      TO DB-RUN-KEY.
004370     EXEC SQL
004380         UPDATE CUST_RUNCTL
004390            SET RERUN_OK = 'Y'
004400          WHERE JOB_NAME   = :DB-JOB-NAME
004410            AND RUN_KEY    = :DB-RUN-KEY
004420            AND RUN_STATUS = 'C'
004430     END-EXEC.

004440     EVALUATE TRUE
004450         WHEN SQLCODE = 100
004460         WHEN SQLCODE = ZERO AND SQLERRD(3) = 0
004470             MOVE 8 TO RUN-RETURN-CODE
004480             STRING 'NO COMPLETED RUN OF ' RUN-JOB-NAME
004490                    ' FOR ' RUN-KEY
004500                 DELIMITED BY SIZE INTO RUN-MESSAGE
004510         WHEN SQLCODE = ZERO
004520             PERFORM 8500-COMMIT
004530                 THRU 8500-EXIT
004540         WHEN OTHER
004550             MOVE 'OVERRIDE UPDATE FAILED, SQLCODE' TO RUN-MESSAGE
004560             PERFORM 8900-SQL-ERROR
004570                 THRU 8900-EXIT
004580     END-EVALUATE.
004590 4000-EXIT.
004600     EXIT.

004610 8000-READ-BUSINESS-DATE.
004620     EXEC SQL
004630         SELECT CHAR(BUS_DATE, ISO)
004640           INTO :DB-BUS-DATE-ISO
004650           FROM CUST_BUSDATE
004660     END-EXEC.

004670     EVALUATE SQLCODE
004680         WHEN ZERO
004690             MOVE DB-BUS-DATE-ISO TO RUN-BUS-DATE-ISO
004700             MOVE DB-BUS-DATE-ISO (1:4) TO WS-BUS-DATE-X (1:4)
004710             MOVE DB-BUS-DATE-ISO (6:2) TO WS-BUS-DATE-X (5:2)
004720             MOVE DB-BUS-DATE-ISO (9:2) TO WS-BUS-DATE-X (7:2)
004730             MOVE WS-BUS-DATE-X TO RUN-BUS-DATE
004740         WHEN 100
004750             MOVE 12 TO RUN-RETURN-CODE
004760             MOVE 'NO BUSINESS DATE ON CUST_BUSDATE'
004770                 TO RUN-MESSAGE
004780         WHEN OTHER
004790             MOVE 'BUSINESS DATE READ FAILED, SQLCODE'
004800                 TO RUN-MESSAGE
004810             PERFORM 8900-SQL-ERROR
004820                 THRU 8900-EXIT
004830     END-EVALUATE.
004840 8000-EXIT.
004850     EXIT.

004860*-----------------------------------------------------------
004870* RUN KEY FOR THE JOB FROM ITS FREQUENCY. A JOB NOT IN THE
004880* SCHEDULE TABLE IS TREATED AS DAILY WITH NO PREREQUISITES.
004890*-----------------------------------------------------------
004900 8100-BUILD-RUN-KEY.
004910     PERFORM 8110-SCAN-JOB
004920         THRU 8110-EXIT
004930         VARYING WS-JOB-SUB FROM 1 BY 1
004940         UNTIL WS-JOB-SUB > WS-JOB-MAX
004950            OR WS-JOB-NAME (WS-JOB-SUB) = RUN-JOB-NAME.

004960     IF WS-JOB-SUB > WS-JOB-MAX
004970         MOVE 'D' TO WS-FREQUENCY
004980     ELSE
004990         MOVE WS-JOB-FREQ (WS-JOB-SUB) TO WS-FREQUENCY
005000     END-IF.

005010     MOVE SPACES TO RUN-KEY.
005020     EVALUATE TRUE
005030         WHEN WS-FREQ-MONTHLY
005040             MOVE WS-BUS-DATE-X (1:6) TO RUN-KEY
005050         WHEN WS-FREQ-CYCLE
005060             MOVE WS-BUS-DATE-X TO RUN-KEY (1:8)
005070             MOVE RUN-QUALIFIER TO RUN-KEY (9:2)
005071         WHEN WS-FREQ-QUARTERLY
005072             COMPUTE WS-QUARTER = (RUN-BUS-MM + 2) / 3
005073             MOVE WS-BUS-DATE-X (1:4) TO RUN-KEY
005074             MOVE 'Q' TO RUN-KEY (5:1)
005075             MOVE WS-QUARTER TO RUN-KEY (6:1)
005080         WHEN OTHER
005090             MOVE WS-BUS-DATE-X TO RUN-KEY
005100     END-EVALUATE.
005110 8100-EXIT.
005120     EXIT.

005130 8110-SCAN-JOB.
005140     CONTINUE.
005150 8110-EXIT.
005160     EXIT.

005170 8500-COMMIT.
005180     EXEC SQL
005190         COMMIT
005200     END-EXEC.

005210     IF SQLCODE NOT = ZERO
005220         MOVE 'RUN CONTROL COMMIT FAILED, SQLCODE' TO RUN-MESSAGE
005230         PERFORM 8900-SQL-ERROR
005240             THRU 8900-EXIT
005250     END-IF.
005260 8500-EXIT.
005270     EXIT.

005280*-----------------------------------------------------------
005290* RUN-MESSAGE HOLDS THE FAILING STEP; THE SQLCODE GOES ON
005300* THE END OF IT.
005310*-----------------------------------------------------------
005320 8900-SQL-ERROR.
005330     MOVE 12 TO RUN-RETURN-CODE.
005340     MOVE SQLCODE TO WS-SQLCODE-ED.
005350     MOVE WS-SQLCODE-ED TO RUN-MESSAGE (41:10).
005360 8900-EXIT.
005370     EXIT.
