000100*****************************************************************
000110* CUSTCQB - NIGHTLY COLLECTIONS WORK QUEUE BUILD
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CUSTCQB.
000150 AUTHOR.        CUSTOMER APPLICATIONS GROUP.
000160 INSTALLATION.  DATA CENTER.
000170 DATE-WRITTEN.  OCTOBER 2026.
000180 DATE-COMPILED.
000190*-----------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   OCT 2026  CAG  ORIGINAL PROGRAM. BUILDS THE CUST_COLLQ
000220*                  COLLECTIONS WORK QUEUE FROM THE SAME RULES
000230*                  THE PAPER REPORTS USE: THE CUSTAGE AGING
000240*                  BUCKET, THE CUSTEXR OVER-LIMIT TEST, THE
000250*                  CUSTPRB BROKEN PROMISES, THE CUSTLTR LETTER
000260*                  LEVEL AND THE CUSTSPR OPEN SUSPENSE ITEMS.
000270*                  SKIPS ACCOUNTS WITH AN OPEN DISPUTE, AN OPEN
000280*                  PROMISE OR THE DO-NOT-CONTACT MARKER. RANKS
000290*                  THE QUEUE BY BUCKET, BALANCE, BROKEN
000300*                  PROMISES AND LETTER LEVEL AND DEALS IT OUT
000310*                  ACROSS THE REPS HOLDING COLLECTIONS ('K')
000320*                  AUTHORITY ON CUST_OPAUTH. RERUN-SAFE - THE
000330*                  UNWORKED QUEUE IS REBUILT, ACCOUNTS ALREADY
000340*                  WORKED TODAY KEEP THEIR ROW.
000341*   OCT 2026  CAG  RUN UNDER CUSTRUN AND DATE THE QUEUE, THE
000342*                  WORKED-TODAY TEST, THE BROKEN-PROMISE YEAR
000343*                  AND THE AGING BY THE BUSINESS DATE, NOT THE
000344*                  CLOCK, SO A RUN THAT STARTS AFTER MIDNIGHT
000345*                  STILL BUILDS THE QUEUE FOR THE DAY BEING
000346*                  CLOSED. A RESTART AFTER AN ABEND RERUNS AS-IS;
000347*                  A SECOND RUN FOR THE SAME BUSINESS DATE TAKES
000348*                  THE CUSTEOD RERUN OVERRIDE.
000350*-----------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.

000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RPT-FILE ASSIGN TO RPTOUT
000430         ORGANIZATION IS SEQUENTIAL.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  RPT-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 01  RPT-RECORD              PIC X(133).

000500 WORKING-STORAGE SECTION.
000510* DB2 communication area
000520 EXEC SQL
000530     INCLUDE SQLCA
000540 END-EXEC.

000550* Host variables for the customer cursor
000560 01  DB-CUST-ID              PIC X(6).
000570 01  DB-CUST-NAME            PIC X(30).
000580 01  DB-CUST-BALANCE         PIC S9(9)V99 COMP-3.
000590 01  DB-LAST-PAYMENT         PIC S9(9)V99 COMP-3.
000600 01  DB-CREDIT-LIMIT         PIC S9(9)V99 COMP-3.
000610 01  DB-DNC-FLAG             PIC X(1).

000620* Host variables for the dispute, promise, letter and
000630* suspense probes
000640 01  DB-COUNT                PIC S9(9) COMP.
000650 01  DB-LETTER-LEVEL         PIC S9(4) COMP.
000660* Letters dated before the customer's last payment no longer
000670* count, the same cutoff CUSTLTR escalates from.
000680 01  DB-LETTER-CUTOFF        PIC X(10).
000683* Business date from CUSTRUN - the queue date
000686 01  DB-BUS-DATE             PIC X(10).

000690* Host variables for the CUST_COLLQ queue row
000700 01  DB-AGE-BUCKET           PIC S9(4) COMP.
000710 01  DB-BROKEN-COUNT         PIC S9(4) COMP.
000720 01  DB-OVER-LIMIT           PIC X(1).
000730 01  DB-SUSP-FLAG            PIC X(1).
000740 01  DB-QUEUE-RANK           PIC S9(9) COMP.
000750 01  DB-ASSIGNED-REP         PIC X(8).

000760* Host variable for the collections rep cursor
000770 01  DB-REP-ID               PIC X(3).

000780 77  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
000790     88  WS-EOF-REACHED        VALUE 'Y'.
000800 77  WS-RANK-EOF-SWITCH      PIC X(01)      VALUE 'N'.
000810     88  WS-RANK-EOF           VALUE 'Y'.
000820 77  WS-REP-EOF-SWITCH       PIC X(01)      VALUE 'N'.
000830     88  WS-REP-EOF            VALUE 'Y'.
000840 77  WS-PAGE-NO              PIC 9(03) COMP VALUE 0.
000850 77  WS-LINE-CNT             PIC 9(02) COMP VALUE 99.
000860 77  WS-LINES-PER-PAGE       PIC 9(02) COMP VALUE 55.
000870 77  WS-DAYS-SINCE-PMT       PIC S9(09) COMP.
000880 77  WS-TODAY-INTEGER        PIC S9(09) COMP.
000890 77  WS-PAYMENT-INTEGER      PIC S9(09) COMP.
000900 77  WS-COMMIT-INTERVAL      PIC S9(04) COMP VALUE 100.
000910 77  WS-SINCE-COMMIT         PIC S9(04) COMP VALUE 0.
000920 77  WS-REP-MAX              PIC S9(04) COMP VALUE 200.
000930 77  WS-REP-COUNT            PIC S9(04) COMP VALUE 0.
000940 77  WS-REP-SUB              PIC S9(04) COMP VALUE 0.
000950 77  WS-READ-COUNT           PIC S9(07) COMP-3 VALUE 0.
000960 77  WS-QUEUED-COUNT         PIC S9(07) COMP-3 VALUE 0.
000970 77  WS-QUEUED-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
000980 77  WS-SKIP-DNC             PIC S9(07) COMP-3 VALUE 0.
000990 77  WS-SKIP-DISPUTE         PIC S9(07) COMP-3 VALUE 0.
001000 77  WS-SKIP-PROMISE         PIC S9(07) COMP-3 VALUE 0.
001010 77  WS-SKIP-WORKED          PIC S9(07) COMP-3 VALUE 0.
001020 77  WS-SKIP-CURRENT         PIC S9(07) COMP-3 VALUE 0.
001030 77  WS-ABEND-CODE           PIC S9(04) COMP.

001033* Batch run control call area (CUSTRUN)
001036 COPY CUSTRUN.

001040 01  WS-CURRENT-DATE         PIC 9(08).
001050 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001060     05  WS-CURR-YYYY        PIC 9(04).
001070     05  WS-CURR-MM          PIC 9(02).
001080     05  WS-CURR-DD          PIC 9(02).

001090 01  WS-PAYMENT-DATE         PIC 9(08).
001100 01  WS-PAYMENT-DATE-R REDEFINES WS-PAYMENT-DATE.
001110     05  WS-PMT-YYYY         PIC 9(04).
001120     05  WS-PMT-MM           PIC 9(02).
001130     05  WS-PMT-DD           PIC 9(02).

001140* Reps holding collections authority, in operator-ID order.
001150* The ranked queue is dealt out one account per rep in turn,
001160* so every rep gets the same mix of high and low priority work.
001170 01  WS-REP-TABLE.
001180     05  WS-REP-ENTRY OCCURS 200 TIMES.
001190         10  WS-REP-ID       PIC X(08).
001200         10  WS-REP-ASSIGNED PIC S9(07) COMP-3.
001210         10  WS-REP-AMOUNT   PIC S9(11)V99 COMP-3.

001220 01  RPT-HEADING-1.
001230     05  FILLER              PIC X(01)  VALUE SPACE.
001240     05  FILLER              PIC X(40)  VALUE
001250         'COLLECTIONS WORK QUEUE'.
001260     05  FILLER              PIC X(20)  VALUE SPACES.
001270     05  FILLER              PIC X(05)  VALUE 'PAGE '.
001280     05  RH1-PAGE-NO         PIC ZZ9.
001290     05  FILLER              PIC X(63)  VALUE SPACES.

001300 01  RPT-HEADING-2.
001310     05  FILLER              PIC X(01)  VALUE SPACE.
001320     05  FILLER              PIC X(11)  VALUE 'RUN DATE: '.
001330     05  RH2-RUN-MM          PIC 99.
001340     05  FILLER              PIC X(01)  VALUE '/'.
001350     05  RH2-RUN-DD          PIC 99.
001360     05  FILLER              PIC X(01)  VALUE '/'.
001370     05  RH2-RUN-YYYY        PIC 9999.
001380     05  FILLER              PIC X(105) VALUE SPACES.

001390 01  RPT-HEADING-3.
001400     05  FILLER              PIC X(01)  VALUE SPACE.
001410     05  FILLER              PIC X(08)  VALUE 'RANK'.
001420     05  FILLER              PIC X(08)  VALUE 'CUST ID'.
001430     05  FILLER              PIC X(32)  VALUE 'CUSTOMER NAME'.
001440     05  FILLER              PIC X(10)  VALUE 'REP'.
001450     05  FILLER              PIC X(13)  VALUE 'BUCKET'.
001460     05  FILLER              PIC X(15)  VALUE 'BALANCE'.
001470     05  FILLER              PIC X(07)  VALUE 'BROKEN'.
001480     05  FILLER              PIC X(07)  VALUE 'LETTER'.
001490     05  FILLER              PIC X(06)  VALUE 'OVER'.
001500     05  FILLER              PIC X(05)  VALUE 'SUSP'.
001510     05  FILLER              PIC X(21)  VALUE SPACES.

001520 01  RPT-DETAIL-LINE.
001530     05  FILLER              PIC X(01)  VALUE SPACE.
001540     05  RD-RANK             PIC ZZZZZ9.
001550     05  FILLER              PIC X(02)  VALUE SPACES.
001560     05  RD-CUST-ID          PIC X(06).
001570     05  FILLER              PIC X(02)  VALUE SPACES.
001580     05  RD-CUST-NAME        PIC X(30).
001590     05  FILLER              PIC X(02)  VALUE SPACES.
001600     05  RD-REP              PIC X(08).
001610     05  FILLER              PIC X(02)  VALUE SPACES.
001620     05  RD-BUCKET           PIC X(12).
001630     05  FILLER              PIC X(01)  VALUE SPACE.
001640     05  RD-BALANCE          PIC Z,ZZZ,ZZ9.99-.
001650     05  FILLER              PIC X(04)  VALUE SPACES.
001660     05  RD-BROKEN           PIC ZZ9.
001670     05  FILLER              PIC X(05)  VALUE SPACES.
001680     05  RD-LETTER           PIC 9.
001690     05  FILLER              PIC X(07)  VALUE SPACES.
001700     05  RD-OVER-LIMIT       PIC X(01).
001710     05  FILLER              PIC X(05)  VALUE SPACES.
001720     05  RD-SUSP-FLAG        PIC X(01).
001730     05  FILLER              PIC X(21)  VALUE SPACES.

001740 01  RPT-REP-LINE.
001750     05  FILLER              PIC X(01)  VALUE SPACE.
001760     05  FILLER              PIC X(06)  VALUE '  REP '.
001770     05  RR-REP-ID           PIC X(08).
001780     05  FILLER              PIC X(11)  VALUE SPACES.
001790     05  RR-COUNT            PIC ZZZZZZZ9.
001800     05  FILLER              PIC X(05)  VALUE SPACES.
001810     05  RR-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001820     05  FILLER              PIC X(77)  VALUE SPACES.

001830 01  RPT-TOTAL-LINE.
001840     05  FILLER              PIC X(01)  VALUE SPACE.
001850     05  RT-LABEL            PIC X(25).
001860     05  RT-COUNT            PIC ZZZZZZZ9.
001870     05  FILLER              PIC X(05)  VALUE SPACES.
001880     05  RT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001890     05  FILLER              PIC X(77)  VALUE SPACES.

001900 PROCEDURE DIVISION.
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE
001930         THRU 1000-EXIT.
001940     PERFORM 2000-PROCESS-ONE-ROW
001950         THRU 2000-EXIT
001960         UNTIL WS-EOF-REACHED.
001970     PERFORM 2500-RANK-AND-ASSIGN
001980         THRU 2500-EXIT.
001990     PERFORM 3000-TERMINATE
002000         THRU 3000-EXIT.
002010     GOBACK.

002020 1000-INITIALIZE.
002030     OPEN OUTPUT RPT-FILE.
002034     PERFORM 1050-BEGIN-RUN
002038         THRU 1050-EXIT.
002042     MOVE RUN-BUS-DATE TO WS-CURRENT-DATE.
002046     MOVE RUN-BUS-DATE-ISO TO DB-BUS-DATE.
002050     MOVE WS-CURR-MM   TO RH2-RUN-MM.
002060     MOVE WS-CURR-DD   TO RH2-RUN-DD.
002070     MOVE WS-CURR-YYYY TO RH2-RUN-YYYY.
002080     COMPUTE WS-TODAY-INTEGER =
002090         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).

002100     PERFORM 1100-LOAD-REPS
002110         THRU 1100-EXIT.
002120     PERFORM 1200-CLEAR-UNWORKED
002130         THRU 1200-EXIT.

002140* CLOSED AND WRITTEN-OFF ACCOUNTS ARE NO LONGER COLLECTIONS
002150* WORK - A WRITTEN-OFF BALANCE IS ALREADY ZERO ON CUSTOMER.
002160     EXEC SQL
002170         DECLARE CQBCSR CURSOR WITH HOLD FOR
002180         SELECT CUST_ID, CUST_NAME, CUST_BALANCE, LAST_PAYMENT,
002190                CREDIT_LIMIT, DNC_FLAG
002200           FROM CUSTOMER
002210          WHERE CUST_BALANCE > 0
002220            AND ACCT_STATUS NOT IN ('X', 'W')
002230          ORDER BY CUST_ID
002240     END-EXEC.

002250     EXEC SQL
002260         OPEN CQBCSR
002270     END-EXEC.

002280     IF SQLCODE NOT = ZERO
002290         DISPLAY 'CUSTCQB - OPEN CURSOR FAILED, SQLCODE = '
002300             SQLCODE
002310         MOVE 900 TO WS-ABEND-CODE
002320         PERFORM 9999-ABEND
002330     END-IF.

002340     PERFORM 2100-FETCH-NEXT-ROW
002350         THRU 2100-EXIT.
002360 1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CUSTRUN HANDS BACK THE BUSINESS DATE, OR REFUSES THE RUN
      * (ALREADY COMPLETE FOR THE DATE WITH NO RERUN OVERRIDE). THE
      * QUEUE IS A WORKING LIST, NOT A BALANCE, SO THE JOB IS NOT ON
      * THE DAILY SCHEDULE THE DAY CLOSE CHECKS.
      *-----------------------------------------------------------
       1050-BEGIN-RUN.
           INITIALIZE RUN-CONTROL-AREA.
           MOVE 'CUSTCQB ' TO RUN-JOB-NAME.
           SET RUN-BEGIN TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTCQB - ' RUN-MESSAGE
               MOVE 912 TO WS-ABEND-CODE
               PERFORM 9999-ABEND
           END-IF.
       1050-EXIT.
002370     EXIT.

002380*-----------------------------------------------------------
002390* THE REPS WHO GET QUEUE WORK ARE THE OPERATORS HOLDING
002400* COLLECTIONS AUTHORITY ('K') ON CUST_OPAUTH. GRANTING OR
002410* REVOKING IT ON THE SECURITY SCREEN ADDS OR DROPS A REP FROM
002420* THE NEXT NIGHT'S DEAL.
002430*-----------------------------------------------------------
002440 1100-LOAD-REPS.
002450     EXEC SQL
002460         DECLARE REPCSR CURSOR FOR
002470         SELECT OPERATOR_ID
002480           FROM CUST_OPAUTH
002490          WHERE AUTH_ACTION = 'K'
002500          ORDER BY OPERATOR_ID
002510     END-EXEC.

002520     EXEC SQL
002530         OPEN REPCSR
002540     END-EXEC.

002550     IF SQLCODE NOT = ZERO
002560         DISPLAY 'CUSTCQB - OPEN REP CURSOR FAILED, SQLCODE = '
002570             SQLCODE
002580         MOVE 900 TO WS-ABEND-CODE
002590         PERFORM 9999-ABEND
002600     END-IF.

002610     PERFORM 1110-FETCH-REP
002620         THRU 1110-EXIT
002630         UNTIL WS-REP-EOF.

002640     EXEC SQL
002650         CLOSE REPCSR
002660     END-EXEC.
002670 1100-EXIT.
002680     EXIT.

002690 1110-FETCH-REP.
002700     EXEC SQL
002710         FETCH REPCSR INTO :DB-REP-ID
002720     END-EXEC.

002730     EVALUATE SQLCODE
002740         WHEN ZERO
002750             IF WS-REP-COUNT < WS-REP-MAX
002760                 ADD 1 TO WS-REP-COUNT
002770                 MOVE DB-REP-ID TO WS-REP-ID (WS-REP-COUNT)
002780                 MOVE ZERO TO WS-REP-ASSIGNED (WS-REP-COUNT)
002790                 MOVE ZERO TO WS-REP-AMOUNT (WS-REP-COUNT)
002800             END-IF
002810         WHEN 100
002820             SET WS-REP-EOF TO TRUE
002830         WHEN OTHER
002840             DISPLAY 'CUSTCQB - REP FETCH FAILED, SQLCODE = '
002850                 SQLCODE
002860             MOVE 901 TO WS-ABEND-CODE
002870             PERFORM 9999-ABEND
002880     END-EVALUATE.
002890 1110-EXIT.
002900     EXIT.

002910*-----------------------------------------------------------
002920* YESTERDAY'S UNWORKED QUEUE (AND ANY UNWORKED ROWS FROM AN
002930* EARLIER RUN TODAY) IS REBUILT FROM SCRATCH. WORKED ROWS
002940* STAY - THEY CARRY THE DISPOSITIONS CUSTCQR REPORTS ON.
002950*-----------------------------------------------------------
002960 1200-CLEAR-UNWORKED.
002970     EXEC SQL
002980         DELETE FROM CUST_COLLQ
002990          WHERE DISP_CODE = ' '
003000     END-EXEC.
003010     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
003020         DISPLAY 'CUSTCQB - QUEUE CLEAR FAILED, SQLCODE = '
003030             SQLCODE
003040         MOVE 902 TO WS-ABEND-CODE
003050         PERFORM 9999-ABEND
003060     END-IF.

003070     EXEC SQL
003080         COMMIT
003090     END-EXEC.
003100 1200-EXIT.
003110     EXIT.

003120 2000-PROCESS-ONE-ROW.
003130     ADD 1 TO WS-READ-COUNT.

003140* THE SAME BARS CUSTLTR HONORS: NO COLLECTIONS CALL TO AN
003150* ACCOUNT WE MAY NOT CONTACT, ONE IN DISPUTE, OR ONE THAT
003160* HAS ALREADY PROMISED PAYMENT.
003170     IF DB-DNC-FLAG = 'Y'
003180         ADD 1 TO WS-SKIP-DNC
003190         GO TO 2000-NEXT
003200     END-IF.

003210     PERFORM 2310-CHECK-WORKED-TODAY
003220         THRU 2310-EXIT.
003230     IF DB-COUNT > ZERO
003240         ADD 1 TO WS-SKIP-WORKED
003250         GO TO 2000-NEXT
003260     END-IF.

003270     PERFORM 2320-CHECK-OPEN-DISPUTE
003280         THRU 2320-EXIT.
003290     IF DB-COUNT > ZERO
003300         ADD 1 TO WS-SKIP-DISPUTE
003310         GO TO 2000-NEXT
003320     END-IF.

003330     PERFORM 2330-CHECK-OPEN-PROMISE
003340         THRU 2330-EXIT.
003350     IF DB-COUNT > ZERO
003360         ADD 1 TO WS-SKIP-PROMISE
003370         GO TO 2000-NEXT
003380     END-IF.

003390     PERFORM 2300-COMPUTE-AGE
003400         THRU 2300-EXIT.
003410     PERFORM 2340-COUNT-BROKEN-PROMISES
003420         THRU 2340-EXIT.
003430     PERFORM 2350-FETCH-LETTER-LEVEL
003440         THRU 2350-EXIT.
003450     PERFORM 2360-CHECK-SUSPENSE
003460         THRU 2360-EXIT.

003470     IF DB-CUST-BALANCE > DB-CREDIT-LIMIT
003480         MOVE 'Y' TO DB-OVER-LIMIT
003490     ELSE
003500         MOVE 'N' TO DB-OVER-LIMIT
003510     END-IF.

003520* A CURRENT ACCOUNT (UNDER 31 DAYS) WITH NO OVER-LIMIT, NO
003530* BROKEN PROMISE AND NO LETTER OUT IS NOT COLLECTIONS WORK.
003540     IF DB-AGE-BUCKET < 2
003550      AND DB-OVER-LIMIT = 'N'
003560      AND DB-BROKEN-COUNT = ZERO
003570      AND DB-LETTER-LEVEL = ZERO
003580         ADD 1 TO WS-SKIP-CURRENT
003590         GO TO 2000-NEXT
003600     END-IF.

003610     PERFORM 2400-INSERT-QUEUE-ROW
003620         THRU 2400-EXIT.

003630 2000-NEXT.
003640     PERFORM 2100-FETCH-NEXT-ROW
003650         THRU 2100-EXIT.
003660 2000-EXIT.
003670     EXIT.

003680 2100-FETCH-NEXT-ROW.
003690     EXEC SQL
003700         FETCH CQBCSR
003710         INTO :DB-CUST-ID, :DB-CUST-NAME, :DB-CUST-BALANCE,
003720              :DB-LAST-PAYMENT, :DB-CREDIT-LIMIT, :DB-DNC-FLAG
003730     END-EXEC.

003740     EVALUATE SQLCODE
003750         WHEN ZERO
003760             CONTINUE
003770         WHEN 100
003780             SET WS-EOF-REACHED TO TRUE
003790         WHEN OTHER
003800             DISPLAY 'CUSTCQB - FETCH FAILED, SQLCODE = '
003810                 SQLCODE
003820             MOVE 901 TO WS-ABEND-CODE
003830             PERFORM 9999-ABEND
003840     END-EVALUATE.
003850 2100-EXIT.
003860     EXIT.

003870*-----------------------------------------------------------
003880* SAME BUCKETS AS CUSTAGE: DAYS SINCE LAST PAYMENT, 1 = 1-30,
003890* 2 = 31-60, 3 = 61-90, 4 = 91-120, 5 = 120+. LAST_PAYMENT
003900* CARRIES A CCYYMMDD DATE IN ITS INTEGER PORTION.
003910*-----------------------------------------------------------
003920 2300-COMPUTE-AGE.
003930     MOVE DB-LAST-PAYMENT TO WS-PAYMENT-DATE.
003940     IF DB-LAST-PAYMENT = ZERO
003950         MOVE 999999 TO WS-DAYS-SINCE-PMT
003960         MOVE '0001-01-01' TO DB-LETTER-CUTOFF
003970     ELSE
003980         COMPUTE WS-PAYMENT-INTEGER =
003990             FUNCTION INTEGER-OF-DATE(WS-PAYMENT-DATE)
004000         COMPUTE WS-DAYS-SINCE-PMT =
004010             WS-TODAY-INTEGER - WS-PAYMENT-INTEGER
004020         STRING WS-PMT-YYYY '-' WS-PMT-MM '-' WS-PMT-DD
004030             DELIMITED BY SIZE
004040             INTO DB-LETTER-CUTOFF
004050     END-IF.

004060     EVALUATE TRUE
004070         WHEN WS-DAYS-SINCE-PMT <= 30
004080             MOVE 1 TO DB-AGE-BUCKET
004090         WHEN WS-DAYS-SINCE-PMT <= 60
004100             MOVE 2 TO DB-AGE-BUCKET
004110         WHEN WS-DAYS-SINCE-PMT <= 90
004120             MOVE 3 TO DB-AGE-BUCKET
004130         WHEN WS-DAYS-SINCE-PMT <= 120
004140             MOVE 4 TO DB-AGE-BUCKET
004150         WHEN OTHER
004160             MOVE 5 TO DB-AGE-BUCKET
004170     END-EVALUATE.
004180 2300-EXIT.
004190     EXIT.

004200* AN ACCOUNT A REP ALREADY WORKED TODAY KEEPS ITS ROW AND
004210* DISPOSITION; A RERUN DOES NOT QUEUE IT A SECOND TIME.
004220 2310-CHECK-WORKED-TODAY.
004230     EXEC SQL
004240         SELECT COUNT(*)
004250           INTO :DB-COUNT
004260           FROM CUST_COLLQ
004270          WHERE QUEUE_DATE = DATE(:DB-BUS-DATE)
004280            AND CUST_ID = :DB-CUST-ID
004290     END-EXEC.
004300     IF SQLCODE NOT = ZERO
004310         DISPLAY 'CUSTCQB - QUEUE PROBE FAILED FOR '
004320             DB-CUST-ID ' SQLCODE = ' SQLCODE
004330         MOVE 903 TO WS-ABEND-CODE
004340         PERFORM 9999-ABEND
004350     END-IF.
004360 2310-EXIT.
004370     EXIT.

004380 2320-CHECK-OPEN-DISPUTE.
004390     EXEC SQL
004400         SELECT COUNT(*)
004410           INTO :DB-COUNT
004420           FROM CUST_DISPUTE
004430          WHERE CUST_ID = :DB-CUST-ID
004440            AND DISP_STATUS = 'O'
004450     END-EXEC.
004460     IF SQLCODE NOT = ZERO
004470         DISPLAY 'CUSTCQB - DISPUTE PROBE FAILED FOR '
004480             DB-CUST-ID ' SQLCODE = ' SQLCODE
004490         MOVE 903 TO WS-ABEND-CODE
004500         PERFORM 9999-ABEND
004510     END-IF.
004520 2320-EXIT.
004530     EXIT.

004540 2330-CHECK-OPEN-PROMISE.
004550     EXEC SQL
004560         SELECT COUNT(*)
004570           INTO :DB-COUNT
004580           FROM CUST_PROMISE
004590          WHERE CUST_ID = :DB-CUST-ID
004600            AND PROM_STATUS = 'O'
004610     END-EXEC.
004620     IF SQLCODE NOT = ZERO
004630         DISPLAY 'CUSTCQB - PROMISE PROBE FAILED FOR '
004640             DB-CUST-ID ' SQLCODE = ' SQLCODE
004650         MOVE 903 TO WS-ABEND-CODE
004660         PERFORM 9999-ABEND
004670     END-IF.
004680 2330-EXIT.
004690     EXIT.

004700* PROMISES CUSTPRB MARKED BROKEN OVER THE PAST YEAR.
004710 2340-COUNT-BROKEN-PROMISES.
004720     EXEC SQL
004730         SELECT COUNT(*)
004740           INTO :DB-COUNT
004750           FROM CUST_PROMISE
004760          WHERE CUST_ID = :DB-CUST-ID
004770            AND PROM_STATUS = 'B'
004780            AND PROM_DATE >= DATE(:DB-BUS-DATE) - 12 MONTHS
004790     END-EXEC.
004800     IF SQLCODE NOT = ZERO
004810         DISPLAY 'CUSTCQB - BROKEN PROMISE COUNT FAILED FOR '
004820             DB-CUST-ID ' SQLCODE = ' SQLCODE
004830         MOVE 903 TO WS-ABEND-CODE
004840         PERFORM 9999-ABEND
004850     END-IF.
004860     IF DB-COUNT > 999
004870         MOVE 999 TO DB-BROKEN-COUNT
004880     ELSE
004890         MOVE DB-COUNT TO DB-BROKEN-COUNT
004900     END-IF.
004910 2340-EXIT.
004920     EXIT.

004930* THE LEVEL OF THE LATEST CUSTLTR LETTER SINCE THE LAST
004940* PAYMENT; ZERO WHEN NONE IS OUT.
004950 2350-FETCH-LETTER-LEVEL.
004960     MOVE ZERO TO DB-LETTER-LEVEL.
004970     EXEC SQL
004980         SELECT LETTER_LEVEL
004990           INTO :DB-LETTER-LEVEL
005000           FROM CUST_LETTER
005010          WHERE CUST_ID = :DB-CUST-ID
005020            AND LETTER_DATE =
005030                (SELECT MAX(LETTER_DATE)
005040                   FROM CUST_LETTER
005050                  WHERE CUST_ID = :DB-CUST-ID
005060                    AND LETTER_DATE
005070                        >= DATE(:DB-LETTER-CUTOFF))
005080     END-EXEC.
005090     EVALUATE SQLCODE
005100         WHEN ZERO
005110             CONTINUE
005120         WHEN 100
005130             MOVE ZERO TO DB-LETTER-LEVEL
005140         WHEN OTHER
005150             DISPLAY 'CUSTCQB - LETTER LOOKUP FAILED FOR '
005160                 DB-CUST-ID ' SQLCODE = ' SQLCODE
005170             MOVE 903 TO WS-ABEND-CODE
005180             PERFORM 9999-ABEND
005190     END-EVALUATE.
005200 2350-EXIT.
005210     EXIT.

005220* OPEN CUST_SUSP MONEY KEYED TO THIS CUSTOMER MAY BE A
005230* PAYMENT THAT NEVER POSTED - THE REP SEES THE FLAG AND
005240* CHECKS SUSPENSE BEFORE DUNNING.
005250 2360-CHECK-SUSPENSE.
005260     EXEC SQL
005270         SELECT COUNT(*)
005280           INTO :DB-COUNT
005290           FROM CUST_SUSP
005300          WHERE CUST_ID_KEYED = :DB-CUST-ID
005310            AND SUSP_STATUS = 'O'
005320     END-EXEC.
005330     IF SQLCODE NOT = ZERO
005340         DISPLAY 'CUSTCQB - SUSPENSE PROBE FAILED FOR '
005350             DB-CUST-ID ' SQLCODE = ' SQLCODE
005360         MOVE 903 TO WS-ABEND-CODE
005370         PERFORM 9999-ABEND
005380     END-IF.
005390     IF DB-COUNT > ZERO
005400         MOVE 'Y' TO DB-SUSP-FLAG
005410     ELSE
005420         MOVE 'N' TO DB-SUSP-FLAG
005430     END-IF.
005440 2360-EXIT.
005450     EXIT.

005460*-----------------------------------------------------------
005470* THE ROW GOES IN UNRANKED AND UNASSIGNED; 2500 RANKS AND
005480* DEALS THE WHOLE QUEUE ONCE EVERY ACCOUNT IS ON IT.
005490*-----------------------------------------------------------
005500 2400-INSERT-QUEUE-ROW.
005510     EXEC SQL
005520         INSERT INTO CUST_COLLQ
005530             (QUEUE_DATE, CUST_ID, QUEUE_RANK, ASSIGNED_REP,
005540              AGE_BUCKET, NET_BALANCE, OVER_LIMIT,
005550              BROKEN_COUNT, LETTER_LEVEL, SUSP_FLAG,
005560              DISP_CODE, DISP_OPERATOR)
005570         VALUES
005580             (DATE(:DB-BUS-DATE), :DB-CUST-ID, 0, ' ',
005590              :DB-AGE-BUCKET, :DB-CUST-BALANCE, :DB-OVER-LIMIT,
005600              :DB-BROKEN-COUNT, :DB-LETTER-LEVEL, :DB-SUSP-FLAG,
005610              ' ', ' ')
005620     END-EXEC.

005630     IF SQLCODE NOT = ZERO
005640         DISPLAY 'CUSTCQB - QUEUE INSERT FAILED FOR '
005650             DB-CUST-ID ' SQLCODE = ' SQLCODE
005660         MOVE 904 TO WS-ABEND-CODE
005670         PERFORM 9999-ABEND
005680     END-IF.

005690     ADD 1 TO WS-QUEUED-COUNT.
005700     ADD DB-CUST-BALANCE TO WS-QUEUED-AMOUNT.
005710     ADD 1 TO WS-SINCE-COMMIT.
005720     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
005730         PERFORM 2600-TAKE-COMMIT
005740             THRU 2600-EXIT
005750     END-IF.
005760 2400-EXIT.
005770     EXIT.

005780*-----------------------------------------------------------
005790* RANK TODAY'S UNWORKED QUEUE - WORST BUCKET FIRST, THEN
005800* LARGEST BALANCE, MOST BROKEN PROMISES, HIGHEST LETTER
005810* LEVEL - AND DEAL IT ROUND THE REPS IN RANK ORDER. RANKS
005820* CONTINUE PAST ANY ROWS ALREADY WORKED TODAY SO A REP'S
005830* QUEUE NEVER CARRIES THE SAME RANK TWICE.
005840*-----------------------------------------------------------
005850 2500-RANK-AND-ASSIGN.
005860     EXEC SQL
005870         CLOSE CQBCSR
005880     END-EXEC.
005890     PERFORM 2600-TAKE-COMMIT
005900         THRU 2600-EXIT.

005910     EXEC SQL
005920         SELECT COALESCE(MAX(QUEUE_RANK), 0)
005930           INTO :DB-QUEUE-RANK
005940           FROM CUST_COLLQ
005950          WHERE QUEUE_DATE = DATE(:DB-BUS-DATE)
005960     END-EXEC.
005970     IF SQLCODE NOT = ZERO
005980         DISPLAY 'CUSTCQB - RANK BASE READ FAILED, SQLCODE = '
005990             SQLCODE
006000         MOVE 905 TO WS-ABEND-CODE
006010         PERFORM 9999-ABEND
006020     END-IF.

006030     EXEC SQL
006040         DECLARE RNKCSR CURSOR WITH HOLD FOR
006050         SELECT Q.CUST_ID, C.CUST_NAME, Q.AGE_BUCKET,
006060                Q.NET_BALANCE, Q.BROKEN_COUNT, Q.LETTER_LEVEL,
006070                Q.OVER_LIMIT, Q.SUSP_FLAG
006080           FROM CUST_COLLQ Q, CUSTOMER C
006090          WHERE Q.QUEUE_DATE = DATE(:DB-BUS-DATE)
006100            AND Q.DISP_CODE = ' '
006110            AND C.CUST_ID = Q.CUST_ID
006120          ORDER BY Q.AGE_BUCKET DESC, Q.NET_BALANCE DESC,
006130                   Q.BROKEN_COUNT DESC, Q.LETTER_LEVEL DESC,
006140                   Q.CUST_ID
006150     END-EXEC.

006160     EXEC SQL
006170         OPEN RNKCSR
006180     END-EXEC.

006190     IF SQLCODE NOT = ZERO
006200         DISPLAY 'CUSTCQB - OPEN RANK CURSOR FAILED, SQLCODE = '
006210             SQLCODE
006220         MOVE 905 TO WS-ABEND-CODE
006230         PERFORM 9999-ABEND
006240     END-IF.

006250     PERFORM 2200-WRITE-HEADINGS
006260         THRU 2200-EXIT.
006270     PERFORM 2520-FETCH-RANK-ROW
006280         THRU 2520-EXIT.
006290     PERFORM 2510-RANK-ONE-ROW
006300         THRU 2510-EXIT
006310         UNTIL WS-RANK-EOF.

006320     EXEC SQL
006330         CLOSE RNKCSR
006340     END-EXEC.
006350 2500-EXIT.
006360     EXIT.

006370 2510-RANK-ONE-ROW.
006380     ADD 1 TO DB-QUEUE-RANK.
006390     IF WS-REP-COUNT > ZERO
006400         ADD 1 TO WS-REP-SUB
006410         IF WS-REP-SUB > WS-REP-COUNT
006420             MOVE 1 TO WS-REP-SUB
006430         END-IF
006440         MOVE WS-REP-ID (WS-REP-SUB) TO DB-ASSIGNED-REP
006450         ADD 1 TO WS-REP-ASSIGNED (WS-REP-SUB)
006460         ADD DB-CUST-BALANCE TO WS-REP-AMOUNT (WS-REP-SUB)
006470     ELSE
006480         MOVE SPACES TO DB-ASSIGNED-REP
006490     END-IF.

006500     EXEC SQL
006510         UPDATE CUST_COLLQ
006520            SET QUEUE_RANK = :DB-QUEUE-RANK,
006530                ASSIGNED_REP = :DB-ASSIGNED-REP
006540          WHERE QUEUE_DATE = DATE(:DB-BUS-DATE)
006550            AND CUST_ID = :DB-CUST-ID
006560     END-EXEC.

006570     IF SQLCODE NOT = ZERO
006580         DISPLAY 'CUSTCQB - RANK UPDATE FAILED FOR '
006590             DB-CUST-ID ' SQLCODE = ' SQLCODE
006600         MOVE 906 TO WS-ABEND-CODE
006610         PERFORM 9999-ABEND
006620     END-IF.

006630     PERFORM 2450-WRITE-DETAIL-LINE
006640         THRU 2450-EXIT.

006650     ADD 1 TO WS-SINCE-COMMIT.
006660     IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
006670         PERFORM 2600-TAKE-COMMIT
006680             THRU 2600-EXIT
006690     END-IF.

006700     PERFORM 2520-FETCH-RANK-ROW
006710         THRU 2520-EXIT.
006720 2510-EXIT.
006730     EXIT.

006740 2520-FETCH-RANK-ROW.
006750     EXEC SQL
006760         FETCH RNKCSR
006770         INTO :DB-CUST-ID, :DB-CUST-NAME, :DB-AGE-BUCKET,
006780              :DB-CUST-BALANCE, :DB-BROKEN-COUNT,
006790              :DB-LETTER-LEVEL, :DB-OVER-LIMIT, :DB-SUSP-FLAG
006800     END-EXEC.

006810     EVALUATE SQLCODE
006820         WHEN ZERO
006830             CONTINUE
006840         WHEN 100
006850             SET WS-RANK-EOF TO TRUE
006860         WHEN OTHER
006870             DISPLAY 'CUSTCQB - RANK FETCH FAILED, SQLCODE = '
006880                 SQLCODE
006890             MOVE 905 TO WS-ABEND-CODE
006900             PERFORM 9999-ABEND
006910     END-EVALUATE.
006920 2520-EXIT.
006930     EXIT.

006940 2450-WRITE-DETAIL-LINE.
006950     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
006960         PERFORM 2200-WRITE-HEADINGS
006970             THRU 2200-EXIT
006980     END-IF.
006990     MOVE DB-QUEUE-RANK    TO RD-RANK.
007000     MOVE DB-CUST-ID       TO RD-CUST-ID.
007010     MOVE DB-CUST-NAME     TO RD-CUST-NAME.
007020     MOVE DB-ASSIGNED-REP  TO RD-REP.
007030     MOVE DB-CUST-BALANCE  TO RD-BALANCE.
007040     MOVE DB-BROKEN-COUNT  TO RD-BROKEN.
007050     MOVE DB-LETTER-LEVEL  TO RD-LETTER.
007060     MOVE DB-OVER-LIMIT    TO RD-OVER-LIMIT.
007070     MOVE DB-SUSP-FLAG     TO RD-SUSP-FLAG.
007080     EVALUATE DB-AGE-BUCKET
007090         WHEN 1  MOVE '1-30 DAYS'   TO RD-BUCKET
007100         WHEN 2  MOVE '31-60 DAYS'  TO RD-BUCKET
007110         WHEN 3  MOVE '61-90 DAYS'  TO RD-BUCKET
007120         WHEN 4  MOVE '91-120 DAYS' TO RD-BUCKET
007130         WHEN OTHER
007140                 MOVE '120+ DAYS'   TO RD-BUCKET
007150     END-EVALUATE.
007160     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
007170         AFTER ADVANCING 1 LINE.
007180     ADD 1 TO WS-LINE-CNT.
007190 2450-EXIT.
007200     EXIT.

007210 2600-TAKE-COMMIT.
007220     EXEC SQL
007230         COMMIT
007240     END-EXEC.

007250     IF SQLCODE NOT = ZERO
007260         DISPLAY 'CUSTCQB - COMMIT FAILED, SQLCODE = ' SQLCODE
007270         MOVE 907 TO WS-ABEND-CODE
007280         PERFORM 9999-ABEND
007290     END-IF.

007300     MOVE ZERO TO WS-SINCE-COMMIT.
007310 2600-EXIT.
007320     EXIT.

007330 2200-WRITE-HEADINGS.
007340     ADD 1 TO WS-PAGE-NO.
007350     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
007360     IF WS-PAGE-NO > 1
007370         WRITE RPT-RECORD FROM RPT-HEADING-1
007380             AFTER ADVANCING PAGE
007390     ELSE
007400         WRITE RPT-RECORD FROM RPT-HEADING-1
007410             AFTER ADVANCING 1 LINE
007420     END-IF.
007430     WRITE RPT-RECORD FROM RPT-HEADING-2
007440         AFTER ADVANCING 1 LINE.
007450     MOVE SPACES TO RPT-RECORD.
007460     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
007470     WRITE RPT-RECORD FROM RPT-HEADING-3
007480         AFTER ADVANCING 1 LINE.
007490     MOVE 4 TO WS-LINE-CNT.
007500 2200-EXIT.
007510     EXIT.

007520*-----------------------------------------------------------
007530* THE TOTALS ACCOUNT FOR EVERY CUSTOMER READ - QUEUED OR
007540* SKIPPED, AND WHY - FOLLOWED BY EACH REP'S SHARE.
007550*-----------------------------------------------------------
007560 3000-TERMINATE.
007570     PERFORM 2600-TAKE-COMMIT
007580         THRU 2600-EXIT.

007590     MOVE SPACES TO RPT-RECORD.
007600     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
007610     MOVE 'CUSTOMERS READ:' TO RT-LABEL.
007620     MOVE WS-READ-COUNT TO RT-COUNT.
007630     MOVE ZERO TO RT-AMOUNT.
007640     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007650         AFTER ADVANCING 1 LINE.
007660     MOVE 'ACCOUNTS QUEUED:' TO RT-LABEL.
007670     MOVE WS-QUEUED-COUNT TO RT-COUNT.
007680     MOVE WS-QUEUED-AMOUNT TO RT-AMOUNT.
007690     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007700         AFTER ADVANCING 1 LINE.
007710     MOVE ZERO TO RT-AMOUNT.
007720     MOVE 'SKIPPED - DO NOT CONTACT:' TO RT-LABEL.
007730     MOVE WS-SKIP-DNC TO RT-COUNT.
007740     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007750         AFTER ADVANCING 1 LINE.
007760     MOVE 'SKIPPED - OPEN DISPUTE:' TO RT-LABEL.
007770     MOVE WS-SKIP-DISPUTE TO RT-COUNT.
007780     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007790         AFTER ADVANCING 1 LINE.
007800     MOVE 'SKIPPED - OPEN PROMISE:' TO RT-LABEL.
007810     MOVE WS-SKIP-PROMISE TO RT-COUNT.
007820     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007830         AFTER ADVANCING 1 LINE.
007840     MOVE 'SKIPPED - WORKED TODAY:' TO RT-LABEL.
007850     MOVE WS-SKIP-WORKED TO RT-COUNT.
007860     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007870         AFTER ADVANCING 1 LINE.
007880     MOVE 'SKIPPED - CURRENT:' TO RT-LABEL.
007890     MOVE WS-SKIP-CURRENT TO RT-COUNT.
007900     WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007910         AFTER ADVANCING 1 LINE.

007920     MOVE SPACES TO RPT-RECORD.
007930     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
007940     IF WS-REP-COUNT = ZERO
007950         MOVE 'NO REPS HOLD K AUTHORITY' TO RT-LABEL
007960         MOVE ZERO TO RT-COUNT
007970         WRITE RPT-RECORD FROM RPT-TOTAL-LINE
007980             AFTER ADVANCING 1 LINE
007990         DISPLAY 'CUSTCQB - NO COLLECTIONS REPS ON CUST_OPAUTH, '
008000             'QUEUE LEFT UNASSIGNED'
008010         MOVE 4 TO RETURN-CODE
008020     ELSE
008030         PERFORM 3100-WRITE-REP-LINE
008040             THRU 3100-EXIT
008050             VARYING WS-REP-SUB FROM 1 BY 1
008060             UNTIL WS-REP-SUB > WS-REP-COUNT
008070     END-IF.

008073     PERFORM 3900-END-RUN
008076         THRU 3900-EXIT.
008080     CLOSE RPT-FILE.
008090 3000-EXIT.
008100     EXIT.

008110 3100-WRITE-REP-LINE.
008120     MOVE WS-REP-ID (WS-REP-SUB)       TO RR-REP-ID.
008130     MOVE WS-REP-ASSIGNED (WS-REP-SUB) TO RR-COUNT.
008140     MOVE WS-REP-AMOUNT (WS-REP-SUB)   TO RR-AMOUNT.
008150     WRITE RPT-RECORD FROM RPT-REP-LINE
008160         AFTER ADVANCING 1 LINE.
008170 3100-EXIT.
008180     EXIT.

       3900-END-RUN.
           MOVE WS-READ-COUNT TO RUN-READ-COUNT.
           MOVE WS-QUEUED-COUNT TO RUN-POSTED-COUNT.
           COMPUTE RUN-REJECT-COUNT = WS-READ-COUNT - WS-QUEUED-COUNT.
           SET RUN-END TO TRUE.
           CALL 'CUSTRUN' USING RUN-CONTROL-AREA.
           IF NOT RUN-OK
               DISPLAY 'CUSTCQB - ' RUN-MESSAGE
               MOVE 912 TO RETURN-CODE
           END-IF.
       3900-EXIT.
           EXIT.

008190* UNDER THE TSO ATTACHMENT A GOBACK - EVEN WITH A NONZERO
008200* RETURN CODE - IS A NORMAL END AND COMMITS THE IN-FLIGHT
008210* UNIT OF WORK. ROLL IT BACK FIRST; THE RERUN REBUILDS THE
008220* UNWORKED QUEUE FROM THE TOP.
008230 9999-ABEND.
008240     EXEC SQL
008250         ROLLBACK
008260     END-EXEC.
008262     IF RUN-STARTED
008264         SET RUN-FAIL TO TRUE
008266         CALL 'CUSTRUN' USING RUN-CONTROL-AREA
008268     END-IF.
008270     CLOSE RPT-FILE.
008280     MOVE WS-ABEND-CODE TO RETURN-CODE.
008290     GOBACK.
